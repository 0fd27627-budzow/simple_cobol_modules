      *                   LOG IS EVER TOUCHED.  THE NIGHTLY HELORRPT   *
      *                   REGISTER LISTS THE DAY'S RECEIPTS FOR THE    *
      *                   OFFICE TO POST AGAINST POS.                  *
      *    10/15/26  DM   RECEIPTS ARE NOW EDITED AGAINST THE PO       *
      *                   MASTER (POMSTR) LOADED NIGHTLY FROM          *
      *                   PURCHASING.  A PO NOT ON FILE OR CLOSED, OR  *
      *                   AN ITEM NOT ON THE PO OR ON A CLOSED LINE,   *
      *                   IS REFUSED.  A QUANTITY OVER THE LINE'S      *
      *                   OPEN QUANTITY IS TURNED BACK WITH A WARNING  *
      *                   AND TAKEN ONLY WHEN THE CLERK PRESSES ENTER  *
      *                   AGAIN ON THE SAME PO, ITEM, AND QUANTITY.    *
      *                   EACH RECEIPT WRITTEN IS ADDED TO THE PO      *
      *                   LINE'S DOCK-RECEIVED QUANTITY.               *
      *    10/15/26  DM   A RECEIPT KEYED AS DAMAGED NOW OPENS A       *
      *                   QUARANTINE RECORD (QTNMST) CARRYING THE PO,  *
      *                   ITEM, VENDOR, AND QUANTITY FOR QA TO DECIDE  *
      *                   THROUGH QDSP.  IF THE QUARANTINE RECORD      *
      *                   CANNOT BE WRITTEN THE RECEIPT IS BACKED OUT  *
      *                   SO NO DAMAGED GOODS GO UNTRACKED.            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  WS-QTY-WORK.
           05  WS-QTY-CHAR         PIC X(01)   OCCURS 5 TIMES.
       01  WS-SUB                  PIC 9(02)   VALUE ZERO.
       01  WS-PO-KEY.
           05  WS-PO-KEY-PO        PIC X(08).
           05  WS-PO-KEY-ITEM      PIC X(08).
       01  WS-PO-VENDOR            PIC X(08).
       01  WS-PO-RCVD-QTY          PIC 9(07).
       01  WS-PO-OPEN-QTY          PIC 9(07).
       01  WS-OVER-MSG.
           05  FILLER              PIC X(26)
               VALUE 'OVER PO LINE - OPEN QTY IS'.
           05  WS-OVER-MSG-OPEN    PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(35)
               VALUE ' - PRESS ENTER AGAIN TO ACCEPT'.
       01  WS-OPER-LINE.
           05  FILLER              PIC X(10)   VALUE 'OPERATOR: '.
           05  WS-OPER-LINE-NAME   PIC X(30).
            ==HELO-RCM-SHOWING==     BY ==WS-RCM-SHOWING==
            ==HELO-RCM-STATE==       BY ==WS-RCM-STATE==
            ==HELO-RCM-OPERID==      BY ==WS-RCM-OPERID==
            ==HELO-RCM-OPER-NAME==   BY ==WS-RCM-OPER-NAME==
            ==HELO-RCM-OVER-PO==     BY ==WS-RCM-OVER-PO==
            ==HELO-RCM-OVER-ITEM==   BY ==WS-RCM-OVER-ITEM==
            ==HELO-RCM-OVER-QTY==    BY ==WS-RCM-OVER-QTY==.

       COPY HELORVM.
       COPY DFHAID.
       COPY HELORCP.
       COPY HELOITM.
       COPY HELOPOM.
       COPY HELOQTN.

       LINKAGE SECTION.
       COPY HELORCM.

           MOVE LOW-VALUES TO HELORVMO
           MOVE SPACES TO REMSGO
           MOVE SPACES TO WS-RCM-OVER-PO WS-RCM-OVER-ITEM
           MOVE ZERO TO WS-RCM-OVER-QTY

           IF WS-RCM-OPER-NAME NOT = SPACES
               MOVE WS-RCM-OPER-NAME TO WS-OPER-LINE-NAME
      *    STAMPED RECEIPT RECORD TO THE LOG.  A DUPLICATE KEY (TWO    *
      *    RECEIPTS FROM THE SAME TERMINAL IN THE SAME SECOND) IS      *
      *    ASKED TO TRY AGAIN RATHER THAN OVERLAYING THE FIRST ONE.    *
      *    ON SUCCESS A DAMAGED RECEIPT OPENS ITS QUARANTINE RECORD,   *
      *    THE RECEIPT IS ADDED TO THE PO LINE, AND THE INPUT FIELDS   *
      *    ARE CLEARED FOR THE NEXT RECEIPT SO THE CLERK CAN KEY       *
      *    HEADS-DOWN.                                                 *
      ******************************************************************
       4000-POST-RECEIPT.

                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
               IF WS-FILE-RESP = DFHRESP(DUPREC)
                   MOVE 'RECEIPT NOT WRITTEN - PRESS ENTER TO TRY AGAIN'
                       TO WS-PANEL-MSG
                   MOVE 'RCPLOG WRITE FAILED - CALL THE HELP DESK'
                       TO WS-PANEL-MSG
               END-IF
               GO TO 4000-EXIT
           END-IF

           MOVE 'RECEIPT RECORDED - KEY THE NEXT ONE' TO WS-PANEL-MSG

           IF HELO-RCP-DAMAGED
               PERFORM 4200-OPEN-QUARANTINE THRU 4200-EXIT
               IF NOT WS-EDIT-OK
                   GO TO 4000-EXIT
               END-IF
           END-IF

           MOVE SPACES TO WS-RCM-OVER-PO WS-RCM-OVER-ITEM
           MOVE ZERO TO WS-RCM-OVER-QTY
           PERFORM 4100-ADD-TO-PO-LINE THRU 4100-EXIT
           MOVE SPACES TO RPONOI RITEMI RQTYI RDMGI.

       4000-EXIT.
           EXIT.

      ******************************************************************
      *    4100-ADD-TO-PO-LINE -- ADDS THE RECEIPT JUST LOGGED TO THE  *
      *    PO LINE'S DOCK-RECEIVED QUANTITY SO THE NEXT RECEIPT        *
      *    AGAINST THE LINE SEES IT IN THE OPEN QUANTITY.  THE         *
      *    RECEIPT STANDS EITHER WAY; A LINE THAT CANNOT BE UPDATED    *
      *    IS REPORTED ON THE PANEL AND SHOWS ON THE NIGHTLY           *
      *    RECONCILIATION.                                             *
      ******************************************************************
       4100-ADD-TO-PO-LINE.

           MOVE HELO-RCP-PO-NO   TO WS-PO-KEY-PO
           MOVE HELO-RCP-ITEM-NO TO WS-PO-KEY-ITEM

           EXEC CICS READ
                FILE('POMSTR')
                INTO(HELO-POM-RECORD)
                RIDFLD(WS-PO-KEY)
                KEYLENGTH(16)
                UPDATE
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'RECEIPT RECORDED - PO LINE NOT UPDATED, CALL THE HE
      -            'LP DESK' TO WS-PANEL-MSG
               GO TO 4100-EXIT
           END-IF

           ADD HELO-RCP-QTY TO HELO-POM-QTY-DOCK

           EXEC CICS REWRITE
                FILE('POMSTR')
                FROM(HELO-POM-RECORD)
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'RECEIPT RECORDED - PO LINE NOT UPDATED, CALL THE HE
      -            'LP DESK' TO WS-PANEL-MSG
           END-IF.

       4100-EXIT.
           EXIT.

      ******************************************************************
      *    4200-OPEN-QUARANTINE -- A DAMAGED RECEIPT IS NOT STOCK      *
      *    UNTIL QA SAYS SO.  OPENS ITS QUARANTINE RECORD UNDER THE    *
      *    SAME KEY AS THE RECEIPT, UNDECIDED AND WITH NO CLAIM, FOR   *
      *    THE QDSP TRANSACTION TO PICK UP.  IF THE RECORD CANNOT BE   *
      *    WRITTEN THE RECEIPT IS BACKED OUT AND THE PANEL KEPT, SO    *
      *    THE CLERK CAN TRY AGAIN RATHER THAN LEAVE DAMAGED GOODS     *
      *    ON THE DOCK WITH NOTHING TRACKING THEM.                     *
      ******************************************************************
       4200-OPEN-QUARANTINE.

           MOVE 'Y' TO WS-EDIT-OK-SW

           MOVE SPACES TO HELO-QTN-RECORD
           MOVE HELO-RCP-KEY     TO HELO-QTN-KEY
           MOVE HELO-RCP-PO-NO   TO HELO-QTN-PO-NO
           MOVE HELO-RCP-ITEM-NO TO HELO-QTN-ITEM-NO
           MOVE WS-PO-VENDOR     TO HELO-QTN-VENDOR
           MOVE HELO-RCP-QTY     TO HELO-QTN-QTY-RECEIVED
           MOVE HELO-RCP-OPERID  TO HELO-QTN-RCV-OPERID
           MOVE ZERO TO HELO-QTN-CLAIM-QTY HELO-QTN-QTY-TO-STOCK
           MOVE ZERO TO HELO-QTN-DEC-DATE HELO-QTN-DEC-TIME
           MOVE ZERO TO HELO-QTN-SETL-DATE
           SET HELO-QTN-UNDECIDED TO TRUE
           SET HELO-QTN-NO-CLAIM TO TRUE

           EXEC CICS WRITE
                FILE('QTNMST')
                FROM(HELO-QTN-RECORD)
                RIDFLD(HELO-QTN-KEY)
                KEYLENGTH(16)
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT
                    ROLLBACK
               END-EXEC
               MOVE 'QTNMST WRITE FAILED - RECEIPT BACKED OUT'
                   TO WS-PANEL-MSG
               MOVE 'N' TO WS-EDIT-OK-SW
               GO TO 4200-EXIT
           END-IF

           MOVE 'DAMAGED RECEIPT RECORDED - SET IT ASIDE FOR QA'
               TO WS-PANEL-MSG.

       4200-EXIT.
           EXIT.

      ******************************************************************
      *    6000-EDIT-PANEL-FIELDS -- PO AND ITEM ARE REQUIRED, THE     *
      *    ITEM MUST BE ON ITMMST, THE PO AND THE ITEM'S LINE ON IT    *
      *    MUST BE ON POMSTR AND OPEN, THE QUANTITY MUST BE A NUMBER   *
      *    OF 1 OR MORE, AND THE DAMAGE FLAG MUST BE Y OR N (BLANK IS  *
      *    TAKEN AS N).  LAST, A QUANTITY OVER THE LINE'S OPEN         *
      *    QUANTITY MUST BE CONFIRMED.  NOTHING TOUCHES THE LOG        *
      *    UNLESS ALL PASS.                                            *
      ******************************************************************
       6000-EDIT-PANEL-FIELDS.

               GO TO 6000-EXIT
           END-IF

           PERFORM 6200-EDIT-PO-LINE THRU 6200-EXIT

           IF NOT WS-EDIT-OK
               GO TO 6000-EXIT
           END-IF

           PERFORM 6100-EDIT-QUANTITY THRU 6100-EXIT

           IF NOT WS-EDIT-OK
           IF RDMGI NOT = 'Y' AND RDMGI NOT = 'N'
               MOVE 'DAMAGED MUST BE Y OR N' TO WS-PANEL-MSG
               MOVE 'N' TO WS-EDIT-OK-SW
               GO TO 6000-EXIT
           END-IF

           PERFORM 6300-CHECK-OPEN-QTY THRU 6300-EXIT.

       6000-EXIT.
           EXIT.
       6110-EXIT.
           EXIT.

      ******************************************************************
      *    6200-EDIT-PO-LINE -- THE PO HEADER (THE POMSTR RECORD WITH  *
      *    A BLANK ITEM) MUST BE ON FILE AND OPEN, THEN THE KEYED      *
      *    ITEM'S LINE ON THAT PO MUST BE ON FILE AND OPEN.  THE LINE  *
      *    IS LEFT IN HELO-POM-RECORD FOR THE OPEN-QUANTITY CHECK AND  *
      *    THE HEADER'S VENDOR IS KEPT FOR A QUARANTINE RECORD.        *
      ******************************************************************
       6200-EDIT-PO-LINE.

           MOVE RPONOI TO WS-PO-KEY-PO
           MOVE SPACES TO WS-PO-KEY-ITEM

           EXEC CICS READ
                FILE('POMSTR')
                INTO(HELO-POM-RECORD)
                RIDFLD(WS-PO-KEY)
                KEYLENGTH(16)
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP = DFHRESP(NOTFND)
               MOVE 'PO IS NOT ON FILE - CHECK THE PO NUMBER'
                   TO WS-PANEL-MSG
               MOVE 'N' TO WS-EDIT-OK-SW
               GO TO 6200-EXIT
           END-IF

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'POMSTR READ FAILED - CALL THE HELP DESK'
                   TO WS-PANEL-MSG
               MOVE 'N' TO WS-EDIT-OK-SW
               GO TO 6200-EXIT
           END-IF

           IF NOT HELO-POM-PO-OPEN
               MOVE 'PO IS CLOSED - RECEIPT REFUSED' TO WS-PANEL-MSG
               MOVE 'N' TO WS-EDIT-OK-SW
               GO TO 6200-EXIT
           END-IF

           MOVE HELO-POM-VENDOR TO WS-PO-VENDOR
           MOVE RITEMI TO WS-PO-KEY-ITEM

           EXEC CICS READ
                FILE('POMSTR')
                INTO(HELO-POM-RECORD)
                RIDFLD(WS-PO-KEY)
                KEYLENGTH(16)
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP = DFHRESP(NOTFND)
               MOVE 'ITEM IS NOT ON THIS PO' TO WS-PANEL-MSG
               MOVE 'N' TO WS-EDIT-OK-SW
               GO TO 6200-EXIT
           END-IF

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'POMSTR READ FAILED - CALL THE HELP DESK'
                   TO WS-PANEL-MSG
               MOVE 'N' TO WS-EDIT-OK-SW
               GO TO 6200-EXIT
           END-IF

           IF NOT HELO-POM-LN-OPEN
               MOVE 'PO LINE IS CLOSED - RECEIPT REFUSED'
                   TO WS-PANEL-MSG
               MOVE 'N' TO WS-EDIT-OK-SW
           END-IF.

       6200-EXIT.
           EXIT.

      ******************************************************************
      *    6300-CHECK-OPEN-QTY -- OPEN QUANTITY IS ORDERED LESS THE    *
      *    LINE'S RECEIVED QUANTITY, WHICH IS THE GREATER OF           *
      *    PURCHASING'S FIGURE AND THE DOCK'S (PURCHASING POSTS FROM   *
      *    THE DOCK'S REGISTER, SO ADDING THEM WOULD COUNT A RECEIPT   *
      *    TWICE).  A QUANTITY OVER IT IS TURNED BACK ONCE WITH THE    *
      *    OPEN QUANTITY SHOWN AND REMEMBERED IN THE COMMAREA; THE     *
      *    SAME PO, ITEM, AND QUANTITY ON THE NEXT ENTER IS TAKEN AS   *
      *    THE CLERK'S CONFIRMATION.                                   *
      ******************************************************************
       6300-CHECK-OPEN-QTY.

           IF HELO-POM-QTY-RECEIVED > HELO-POM-QTY-DOCK
               MOVE HELO-POM-QTY-RECEIVED TO WS-PO-RCVD-QTY
           ELSE
               MOVE HELO-POM-QTY-DOCK TO WS-PO-RCVD-QTY
           END-IF

           IF WS-PO-RCVD-QTY < HELO-POM-QTY-ORDERED
               COMPUTE WS-PO-OPEN-QTY =
                   HELO-POM-QTY-ORDERED - WS-PO-RCVD-QTY
           ELSE
               MOVE ZERO TO WS-PO-OPEN-QTY
           END-IF

           IF WS-QTY-RECEIVED NOT > WS-PO-OPEN-QTY
               GO TO 6300-EXIT
           END-IF

           IF RPONOI = WS-RCM-OVER-PO
                   AND RITEMI = WS-RCM-OVER-ITEM
                   AND WS-QTY-RECEIVED = WS-RCM-OVER-QTY
               GO TO 6300-EXIT
           END-IF

           MOVE RPONOI          TO WS-RCM-OVER-PO
           MOVE RITEMI          TO WS-RCM-OVER-ITEM
           MOVE WS-QTY-RECEIVED TO WS-RCM-OVER-QTY
           MOVE WS-PO-OPEN-QTY  TO WS-OVER-MSG-OPEN
           MOVE WS-OVER-MSG     TO WS-PANEL-MSG
           MOVE 'N' TO WS-EDIT-OK-SW.

       6300-EXIT.
           EXIT.

      ******************************************************************
      *    7100-PANEL-TO-RECORD -- BUILDS THE RECEIPT RECORD FROM THE  *
      *    EDITED PANEL FIELDS, STAMPED WITH THE CURRENT DATE/TIME,    *
