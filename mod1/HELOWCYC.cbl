       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELOWCYC.
       AUTHOR. D MARSH - ONLINE SYSTEMS.
       INSTALLATION. WAREHOUSE CICS REGION.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ------------------------------------------------------------*
      *    DATE     INIT  DESCRIPTION                                  *
      *    -------- ----  ---------------------------------------------*
      *    10/15/26  DM   ORIGINAL.  CYCLE COUNT TRANSACTION WCYC      *
      *                   BEHIND OPTION 3 OF THE WAREHOUSE MENU.  AN   *
      *                   OPERATOR KEYS A BIN; THE ITEMS STORED IN IT  *
      *                   (OFF ITMMST, THE SAME BIN WALK WINQ USES)    *
      *                   COME UP ONE AT A TIME AND THE OPERATOR KEYS  *
      *                   THE QUANTITY COUNTED ON THE SHELF.  EACH     *
      *                   COUNT IS WRITTEN TO THE NEW COUNT VARIANCE   *
      *                   FILE (CNTVAR) NEXT TO THE ITMMST ON-HAND AT  *
      *                   THAT MOMENT, STAMPED WITH THE OPERATOR AND   *
      *                   TERMINAL.  THE BOOK QUANTITY IS NEVER SHOWN  *
      *                   ON THE PANEL SO THE COUNT IS TAKEN BLIND.    *
      *                   A COUNT THAT DISAGREES WITH THE BOOK WAITS   *
      *                   FOR A SUPERVISOR IN CAPR; NOTHING HERE       *
      *                   CHANGES ITMMST.                              *
      *    10/15/26  DM   THE BOOK FIGURE WRITTEN WITH A COUNT NOW     *
      *                   INCLUDES THE ITEM'S UNDAMAGED RCPLOG         *
      *                   RECEIPTS NOT YET POSTED BY HELORPST, SO A    *
      *                   RECEIPT ON THE SHELF IS NOT APPROVED IN      *
      *                   THROUGH CAPR AND THEN POSTED AGAIN.          *
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-FILE-RESP            PIC S9(08) COMP.
       01  WS-PANEL-MSG            PIC X(79).
       01  WS-EDIT-OK-SW           PIC X(01)   VALUE 'Y'.
           88  WS-EDIT-OK               VALUE 'Y'.
       01  WS-ABSTIME              PIC S9(15) COMP.
       01  WS-STAMP-DATE           PIC 9(06).
       01  WS-STAMP-TIME           PIC 9(06).
       01  WS-BROWSE-KEY           PIC X(08).
       01  WS-BIN-DONE-SW          PIC X(01)   VALUE 'N'.
           88  WS-BIN-DONE              VALUE 'Y'.
       01  WS-BIN-FOUND-SW         PIC X(01)   VALUE 'N'.
           88  WS-BIN-FOUND             VALUE 'Y'.
       01  WS-QTY-COUNTED          PIC 9(07).
       01  WS-BOOK-QTY             PIC 9(07).
       01  WS-RCP-BROWSE-KEY       PIC X(16).
       01  WS-RCP-DONE-SW          PIC X(01)   VALUE 'N'.
           88  WS-RCP-DONE              VALUE 'Y'.
       01  WS-QTY-WORK.
           05  WS-QTY-CHAR         PIC X(01)   OCCURS 7 TIMES.
       01  WS-SUB                  PIC 9(02)   VALUE ZERO.
       01  WS-OPER-LINE.
           05  FILLER              PIC X(10)   VALUE 'OPERATOR: '.
           05  WS-OPER-LINE-NAME   PIC X(30).

      ******************************************************************
      *    WS-CYC-AREA IS A WORKING-STORAGE MIRROR OF HELOCCM (SAME    *
      *    LAYOUT, DIFFERENT NAMES SO IT CAN COEXIST WITH THE LINKAGE  *
      *    SECTION COPY OF DFHCOMMAREA BELOW).  INBOUND STATE IS       *
      *    COPIED HERE ON ENTRY WHEN EIBCALEN > 0; THE OUTBOUND STATE  *
      *    FOR EVERY RETURN IS BUILT HERE.  THE MENU HANDS OVER A      *
      *    HELOCOM COMMAREA WHOSE FIRST 34 BYTES MATCH THIS LAYOUT,    *
      *    SO ITS STATE BYTE ('M') READS AS "FIRST TRIP" AND THE       *
      *    OPERATOR'S IDENTITY LANDS IN PLACE WITHOUT A SPECIAL CASE.  *
      ******************************************************************
       COPY HELOCCM REPLACING
            ==DFHCOMMAREA==          BY ==WS-CYC-AREA==
            ==HELO-CCM-FIRST-TIME==  BY ==WS-CCM-FIRST-TIME==
            ==HELO-CCM-FROM-MENU==   BY ==WS-CCM-FROM-MENU==
            ==HELO-CCM-SHOWING==     BY ==WS-CCM-SHOWING==
            ==HELO-CCM-STATE==       BY ==WS-CCM-STATE==
            ==HELO-CCM-OPERID==      BY ==WS-CCM-OPERID==
            ==HELO-CCM-OPER-NAME==   BY ==WS-CCM-OPER-NAME==
            ==HELO-CCM-CUR-BIN==     BY ==WS-CCM-CUR-BIN==
            ==HELO-CCM-CUR-ITEM==    BY ==WS-CCM-CUR-ITEM==.

       COPY HELOCYM.
       COPY DFHAID.
       COPY HELOITM.
       COPY HELOCNT.
       COPY HELORCP.

       LINKAGE SECTION.
       COPY HELOCCM.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO WS-CYC-AREA
           ELSE
               MOVE SPACES TO WS-CYC-AREA
           END-IF.

           IF WS-CCM-SHOWING
               PERFORM 3000-PROCESS-PANEL THRU 3000-EXIT
           ELSE
               PERFORM 2000-SEND-FRESH-PANEL THRU 2000-EXIT
           END-IF.

           GO TO 0000-EXIT.

       0000-EXIT.
           EXIT.

      ******************************************************************
      *    1000-INITIALIZE -- ESTABLISHES CONDITION RECOVERY.  A       *
      *    MAPFAIL (CLEAR KEY OR EMPTY PANEL) RESTARTS THE PANEL       *
      *    RATHER THAN ABENDING THE OPERATOR'S SESSION.                *
      ******************************************************************
       1000-INITIALIZE.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(2000-SEND-FRESH-PANEL)
           END-EXEC.

       1000-EXIT.
           EXIT.

      ******************************************************************
      *    2000-SEND-FRESH-PANEL -- FIRST TRIP THROUGH THE             *
      *    TRANSACTION, EITHER ROUTED FROM THE WAREHOUSE MENU WITH     *
      *    THE OPERATOR'S IDENTITY RIDING ALONG OR ENTERED DIRECTLY    *
      *    BY TRANSID (OR A MAPFAIL RESTART).  SENDS AN EMPTY PANEL    *
      *    AND RETURNS WITH THE WCYC TRANSID SO THE NEXT ATTENTION     *
      *    KEY COMES BACK HERE.                                        *
      ******************************************************************
       2000-SEND-FRESH-PANEL.

           MOVE LOW-VALUES TO HELOCYMO
           MOVE SPACES TO CEMSGO

           IF WS-CCM-OPER-NAME NOT = SPACES
               MOVE WS-CCM-OPER-NAME TO WS-OPER-LINE-NAME
               MOVE WS-OPER-LINE TO COPERO
           END-IF

           EXEC CICS SEND MAP('HELOCYM')
                MAPSET('HELOCYS')
                FROM(HELOCYMO)
                ERASE
           END-EXEC

           MOVE 'C' TO WS-CCM-STATE
           MOVE SPACES TO WS-CCM-CUR-BIN
           MOVE SPACES TO WS-CCM-CUR-ITEM

           EXEC CICS RETURN
                TRANSID('WCYC')
                COMMAREA(WS-CYC-AREA)
           END-EXEC.

       2000-EXIT.
           EXIT.

      ******************************************************************
      *    3000-PROCESS-PANEL -- OPERATOR RESPONDED TO THE PANEL.      *
      *    PF3 AND CLEAR END THE SESSION CLEANLY.  ON ENTER, A NEW     *
      *    BIN (OR A BIN WITH NO ITEM SHOWN) STARTS THE COUNT OF THAT  *
      *    BIN AT ITS FIRST ITEM; THE SAME BIN WITH AN ITEM SHOWN      *
      *    RECORDS THE COUNT FOR THAT ITEM AND STEPS TO THE NEXT.      *
      ******************************************************************
       3000-PROCESS-PANEL.

           IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
               PERFORM 9000-END-SESSION THRU 9000-EXIT
               GO TO 3000-EXIT
           END-IF

           EXEC CICS RECEIVE MAP('HELOCYM')
                MAPSET('HELOCYS')
                INTO(HELOCYMI)
           END-EXEC

           MOVE SPACES TO WS-PANEL-MSG

           IF EIBAID NOT = DFHENTER
               MOVE 'USE ENTER TO RECORD OR PF3 TO EXIT'
                   TO WS-PANEL-MSG
               PERFORM 8000-RESEND-PANEL THRU 8000-EXIT
               GO TO 3000-EXIT
           END-IF

           IF CBINI = LOW-VALUES
               MOVE SPACES TO CBINI
           END-IF
           IF CQTYI = LOW-VALUES
               MOVE SPACES TO CQTYI
           END-IF

           EVALUATE TRUE
               WHEN CBINI = SPACES
                   MOVE SPACES TO WS-CCM-CUR-BIN
                   MOVE SPACES TO WS-CCM-CUR-ITEM
                   MOVE 'BIN IS REQUIRED - KEY THE BIN TO COUNT'
                       TO WS-PANEL-MSG
               WHEN CBINI NOT = WS-CCM-CUR-BIN
               WHEN WS-CCM-CUR-ITEM = SPACES
                   PERFORM 4100-START-BIN THRU 4100-EXIT
               WHEN OTHER
                   PERFORM 4200-RECORD-COUNT THRU 4200-EXIT
           END-EVALUATE

           PERFORM 8000-RESEND-PANEL THRU 8000-EXIT.

       3000-EXIT.
           EXIT.

      ******************************************************************
      *    4100-START-BIN -- BEGINS THE COUNT OF THE KEYED BIN AT THE  *
      *    FIRST ITEM STORED IN IT.  ANY QUANTITY KEYED ALONG WITH A   *
      *    NEW BIN IS DISCARDED -- IT CANNOT BELONG TO AN ITEM THE     *
      *    OPERATOR HAS NOT BEEN SHOWN YET.                            *
      ******************************************************************
       4100-START-BIN.

           MOVE CBINI TO WS-CCM-CUR-BIN
           MOVE SPACES TO WS-CCM-CUR-ITEM
           MOVE SPACES TO CQTYI

           PERFORM 4300-NEXT-ITEM-IN-BIN THRU 4300-EXIT

           IF WS-BIN-FOUND
               MOVE 'KEY THE COUNTED QUANTITY AND PRESS ENTER'
                   TO WS-PANEL-MSG
           ELSE
               MOVE 'NO ITEMS ON FILE FOR THIS BIN' TO WS-PANEL-MSG
           END-IF.

       4100-EXIT.
           EXIT.

      ******************************************************************
      *    4200-RECORD-COUNT -- RECORDS THE KEYED QUANTITY AGAINST     *
      *    THE ITEM NOW SHOWN (CARRIED IN THE COMMAREA) AND STEPS TO   *
      *    THE NEXT ITEM IN THE BIN.  THE ITEM IS READ FRESH SO THE    *
      *    BOOK ON-HAND WRITTEN WITH THE COUNT IS THE FIGURE AT THE    *
      *    MOMENT OF THE COUNT.  AN ITEM DROPPED FROM ITMMST SINCE IT  *
      *    WAS SHOWN IS PASSED OVER.  ZERO IS A VALID COUNT (AN EMPTY  *
      *    SHELF); A BLANK QUANTITY IS NOT.                            *
      ******************************************************************
       4200-RECORD-COUNT.

           EXEC CICS READ
                FILE('ITMMST')
                INTO(HELO-ITM-RECORD)
                RIDFLD(WS-CCM-CUR-ITEM)
                KEYLENGTH(8)
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
               IF WS-FILE-RESP = DFHRESP(NOTFND)
                   PERFORM 4300-NEXT-ITEM-IN-BIN THRU 4300-EXIT
                   MOVE 'ITEM NO LONGER ON FILE - PASSED OVER'
                       TO WS-PANEL-MSG
               ELSE
                   MOVE 'ITMMST READ FAILED - CALL THE HELP DESK'
                       TO WS-PANEL-MSG
               END-IF
               GO TO 4200-EXIT
           END-IF

           PERFORM 7000-ITEM-TO-PANEL THRU 7000-EXIT

           IF CQTYI = SPACES
               MOVE 'KEY THE COUNTED QUANTITY - 0 IF THE SHELF IS EMPTY'
                   TO WS-PANEL-MSG
               GO TO 4200-EXIT
           END-IF

           PERFORM 6100-EDIT-QUANTITY THRU 6100-EXIT

           IF NOT WS-EDIT-OK
               GO TO 4200-EXIT
           END-IF

           PERFORM 5000-WRITE-COUNT THRU 5000-EXIT

           IF NOT WS-EDIT-OK
               GO TO 4200-EXIT
           END-IF

           MOVE SPACES TO CQTYI

           PERFORM 4300-NEXT-ITEM-IN-BIN THRU 4300-EXIT

           IF WS-BIN-FOUND
               MOVE 'COUNT RECORDED - KEY THE COUNT FOR THE NEXT ITEM'
                   TO WS-PANEL-MSG
           ELSE
               MOVE 'COUNT RECORDED - BIN COMPLETE, KEY THE NEXT BIN'
                   TO WS-PANEL-MSG
           END-IF.

       4200-EXIT.
           EXIT.

      ******************************************************************
      *    4300-NEXT-ITEM-IN-BIN -- FINDS THE NEXT ITEM STORED IN THE  *
      *    BIN BEING COUNTED, AFTER THE ONE LAST SHOWN (OR FROM THE    *
      *    TOP OF THE FILE WHEN NONE HAS BEEN).  THE FILE IS KEYED BY  *
      *    ITEM NUMBER, SO THE BROWSE WALKS THE FILE AND FILTERS ON    *
      *    THE BIN LOCATION THE SAME WAY WINQ DOES.  A HIT IS PUT ON   *
      *    THE PANEL AND REMEMBERED IN THE COMMAREA; THE END OF THE    *
      *    BIN CLEARS THE ITEM SO THE NEXT ENTER STARTS A NEW BIN.     *
      ******************************************************************
       4300-NEXT-ITEM-IN-BIN.

           MOVE 'N' TO WS-BIN-DONE-SW
           MOVE 'N' TO WS-BIN-FOUND-SW

           IF WS-CCM-CUR-ITEM = SPACES
               MOVE LOW-VALUES TO WS-BROWSE-KEY
           ELSE
               MOVE WS-CCM-CUR-ITEM TO WS-BROWSE-KEY
           END-IF

           EXEC CICS STARTBR
                FILE('ITMMST')
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(8)
                GTEQ
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP = DFHRESP(NORMAL)
               PERFORM 4310-READ-NEXT-ITEM THRU 4310-EXIT
                   UNTIL WS-BIN-DONE
               EXEC CICS ENDBR
                    FILE('ITMMST')
               END-EXEC
           END-IF

           IF WS-BIN-FOUND
               PERFORM 7000-ITEM-TO-PANEL THRU 7000-EXIT
               MOVE HELO-ITM-ITEM-NO TO WS-CCM-CUR-ITEM
           ELSE
               MOVE SPACES TO WS-CCM-CUR-ITEM
               MOVE SPACES TO CITEMI
               MOVE SPACES TO CDESCI
           END-IF.

       4300-EXIT.
           EXIT.

      ******************************************************************
      *    4310-READ-NEXT-ITEM -- ONE READNEXT AGAINST THE OPEN        *
      *    ITMMST BROWSE.  THE ITEM JUST COUNTED IS PASSED OVER; THE   *
      *    NEXT RECORD STORED IN THE BIN ENDS THE LOOP AS A HIT, AND   *
      *    END OF FILE ENDS IT EMPTY-HANDED.                           *
      ******************************************************************
       4310-READ-NEXT-ITEM.

           EXEC CICS READNEXT
                FILE('ITMMST')
                INTO(HELO-ITM-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(8)
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
               SET WS-BIN-DONE TO TRUE
               GO TO 4310-EXIT
           END-IF

           IF HELO-ITM-ITEM-NO = WS-CCM-CUR-ITEM
               GO TO 4310-EXIT
           END-IF

           IF HELO-ITM-BIN-LOC = WS-CCM-CUR-BIN
               SET WS-BIN-FOUND TO TRUE
               SET WS-BIN-DONE TO TRUE
           END-IF.

       4310-EXIT.
           EXIT.

      ******************************************************************
      *    5000-WRITE-COUNT -- ONE CNTVAR RECORD PER ITEM COUNTED:     *
      *    THE COUNTED QUANTITY BESIDE THE BOOK FIGURE (THE ON-HAND    *
      *    JUST READ PLUS RECEIPTS ON THE SHELF BUT NOT YET POSTED),   *
      *    THE BIN AND ZONE, AND THE OPERATOR, TERMINAL, AND TIME OF   *
      *    THE COUNT.  A COUNT THAT AGREES WITH THE BOOK IS FILED AS   *
      *    MATCHED; ANY OTHER WAITS FOR A SUPERVISOR.  A DUPLICATE     *
      *    KEY (THE SAME ITEM TWICE IN ONE SECOND) IS ASKED TO TRY     *
      *    AGAIN RATHER THAN OVERLAYING THE FIRST COUNT.               *
      ******************************************************************
       5000-WRITE-COUNT.

           EXEC CICS ASSIGN
                ABSTIME(WS-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYMMDD(WS-STAMP-DATE)
                TIME(WS-STAMP-TIME)
           END-EXEC

           IF WS-CCM-OPERID = SPACES
               EXEC CICS ASSIGN
                    OPERID(WS-CCM-OPERID)
               END-EXEC
           END-IF

           PERFORM 5100-ADD-PENDING-RECEIPTS THRU 5100-EXIT

           IF NOT WS-EDIT-OK
               GO TO 5000-EXIT
           END-IF

           MOVE SPACES TO HELO-CNT-RECORD
           MOVE HELO-ITM-ITEM-NO    TO HELO-CNT-ITEM-NO
           MOVE WS-STAMP-DATE       TO HELO-CNT-DATE
           MOVE WS-STAMP-TIME       TO HELO-CNT-TIME
           MOVE EIBTRMID            TO HELO-CNT-TERM-ID
           MOVE WS-CCM-OPERID       TO HELO-CNT-OPERID
           MOVE HELO-ITM-BIN-LOC    TO HELO-CNT-BIN-LOC
           MOVE HELO-ITM-ZONE       TO HELO-CNT-ZONE
           MOVE WS-BOOK-QTY         TO HELO-CNT-QTY-ONHAND
           MOVE WS-QTY-COUNTED      TO HELO-CNT-QTY-COUNTED
           MOVE ZERO                TO HELO-CNT-APPR-DATE
           MOVE ZERO                TO HELO-CNT-APPR-TIME
           MOVE ZERO                TO HELO-CNT-QTY-BEFORE
           MOVE ZERO                TO HELO-CNT-QTY-AFTER

           IF WS-QTY-COUNTED = WS-BOOK-QTY
               SET HELO-CNT-MATCHED TO TRUE
           ELSE
               SET HELO-CNT-PENDING TO TRUE
           END-IF

           EXEC CICS WRITE
                FILE('CNTVAR')
                FROM(HELO-CNT-RECORD)
                RIDFLD(HELO-CNT-KEY)
                KEYLENGTH(20)
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
               IF WS-FILE-RESP = DFHRESP(DUPREC)
                   MOVE 'COUNT NOT WRITTEN - PRESS ENTER TO TRY AGAIN'
                       TO WS-PANEL-MSG
               ELSE
                   MOVE 'CNTVAR WRITE FAILED - CALL THE HELP DESK'
                       TO WS-PANEL-MSG
               END-IF
               MOVE 'N' TO WS-EDIT-OK-SW
           END-IF.

       5000-EXIT.
           EXIT.

      ******************************************************************
      *    5100-ADD-PENDING-RECEIPTS -- THE BOOK FIGURE FOR THE COUNT. *
      *    A RECEIPT KEYED AT THE DOCK IS ON THE SHELF AT ONCE BUT     *
      *    ONLY REACHES ON-HAND WHEN HELORPST POSTS IT THAT NIGHT, SO  *
      *    EVERY UNDAMAGED, UNPOSTED RCPLOG RECEIPT FOR THE ITEM PAST  *
      *    ITS LAST-RECEIPT KEY IS ADDED TO THE ON-HAND.  OTHERWISE    *
      *    THE COUNT WOULD SHOW THOSE RECEIPTS AS A GAIN, CAPR WOULD   *
      *    ADD THEM, AND THE POSTING WOULD ADD THEM AGAIN.  THE        *
      *    BROWSE STARTS AT THE LAST-RECEIPT KEY -- EVERYTHING BEFORE  *
      *    IT IS ALREADY IN ON-HAND.  THE FIGURE STOPS AT THE SAME     *
      *    9,999,999 CEILING THE POSTING DOES.                         *
      ******************************************************************
       5100-ADD-PENDING-RECEIPTS.

           MOVE HELO-ITM-QTY-ONHAND TO WS-BOOK-QTY
           MOVE 'N' TO WS-RCP-DONE-SW

           IF HELO-ITM-LAST-RCP-KEY = SPACES
               MOVE LOW-VALUES TO WS-RCP-BROWSE-KEY
           ELSE
               MOVE HELO-ITM-LAST-RCP-KEY TO WS-RCP-BROWSE-KEY
           END-IF

           EXEC CICS STARTBR
                FILE('RCPLOG')
                RIDFLD(WS-RCP-BROWSE-KEY)
                KEYLENGTH(16)
                GTEQ
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP = DFHRESP(NOTFND)
               GO TO 5100-EXIT
           END-IF

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'RCPLOG READ FAILED - CALL THE HELP DESK'
                   TO WS-PANEL-MSG
               MOVE 'N' TO WS-EDIT-OK-SW
               GO TO 5100-EXIT
           END-IF

           PERFORM 5110-READ-NEXT-RECEIPT THRU 5110-EXIT
               UNTIL WS-RCP-DONE

           EXEC CICS ENDBR
                FILE('RCPLOG')
           END-EXEC.

       5100-EXIT.
           EXIT.

      ******************************************************************
      *    5110-READ-NEXT-RECEIPT -- ONE READNEXT AGAINST THE OPEN     *
      *    RCPLOG BROWSE.  THE RECEIPT AT THE LAST-RECEIPT KEY ITSELF  *
      *    IS ALREADY POSTED AND PASSED OVER; END OF FILE OR THE       *
      *    999999 PRIMING DUMMY ENDS THE LOOP.                         *
      ******************************************************************
       5110-READ-NEXT-RECEIPT.

           EXEC CICS READNEXT
                FILE('RCPLOG')
                INTO(HELO-RCP-RECORD)
                RIDFLD(WS-RCP-BROWSE-KEY)
                KEYLENGTH(16)
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
                   OR HELO-RCP-DATE = 999999
               SET WS-RCP-DONE TO TRUE
               GO TO 5110-EXIT
           END-IF

           IF HELO-RCP-KEY NOT > HELO-ITM-LAST-RCP-KEY
               GO TO 5110-EXIT
           END-IF

           IF HELO-RCP-ITEM-NO = HELO-ITM-ITEM-NO
                   AND NOT HELO-RCP-POSTED
                   AND NOT HELO-RCP-DAMAGED
               ADD HELO-RCP-QTY TO WS-BOOK-QTY
                   ON SIZE ERROR
                       MOVE 9999999 TO WS-BOOK-QTY
               END-ADD
           END-IF.

       5110-EXIT.
           EXIT.

      ******************************************************************
      *    6100-EDIT-QUANTITY -- RIGHT-JUSTIFIES THE KEYED COUNT       *
      *    (OPERATORS KEY IT LEFT-JUSTIFIED), ZERO-FILLS THE LEAD,     *
      *    AND CHECKS THAT IT IS A NUMBER.                             *
      ******************************************************************
       6100-EDIT-QUANTITY.

           MOVE 'Y' TO WS-EDIT-OK-SW

           MOVE CQTYI TO WS-QTY-WORK

           PERFORM 6110-SHIFT-QTY-RIGHT THRU 6110-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 6

           INSPECT WS-QTY-WORK REPLACING LEADING SPACE BY ZERO

           IF WS-QTY-WORK NOT NUMERIC
               MOVE 'COUNTED QUANTITY MUST BE NUMERIC' TO WS-PANEL-MSG
               MOVE 'N' TO WS-EDIT-OK-SW
               GO TO 6100-EXIT
           END-IF

           MOVE WS-QTY-WORK TO WS-QTY-COUNTED.

       6100-EXIT.
           EXIT.

      ******************************************************************
      *    6110-SHIFT-QTY-RIGHT -- SLIDES THE COUNT ONE PLACE RIGHT    *
      *    WHEN ITS LAST POSITION IS STILL BLANK.  PERFORMED SIX       *
      *    TIMES FROM 6100-EDIT-QUANTITY, ENOUGH TO RIGHT-JUSTIFY      *
      *    EVEN A SINGLE KEYED DIGIT.                                  *
      ******************************************************************
       6110-SHIFT-QTY-RIGHT.

           IF WS-QTY-CHAR (7) NOT = SPACE
               GO TO 6110-EXIT
           END-IF

           MOVE WS-QTY-CHAR (6) TO WS-QTY-CHAR (7)
           MOVE WS-QTY-CHAR (5) TO WS-QTY-CHAR (6)
           MOVE WS-QTY-CHAR (4) TO WS-QTY-CHAR (5)
           MOVE WS-QTY-CHAR (3) TO WS-QTY-CHAR (4)
           MOVE WS-QTY-CHAR (2) TO WS-QTY-CHAR (3)
           MOVE WS-QTY-CHAR (1) TO WS-QTY-CHAR (2)
           MOVE SPACE TO WS-QTY-CHAR (1).

       6110-EXIT.
           EXIT.

      ******************************************************************
      *    7000-ITEM-TO-PANEL -- SHOWS THE ITEM TO BE COUNTED.  THE    *
      *    BOOK QUANTITY IS DELIBERATELY LEFT OFF THE PANEL.           *
      ******************************************************************
       7000-ITEM-TO-PANEL.

           MOVE HELO-ITM-ITEM-NO  TO CITEMI
           MOVE HELO-ITM-DESC     TO CDESCI.

       7000-EXIT.
           EXIT.

      ******************************************************************
      *    8000-RESEND-PANEL -- SENDS THE PANEL BACK WITH THE RESULT   *
      *    MESSAGE AND THE CURRENT FIELD CONTENTS, THEN RETURNS WITH   *
      *    THE WCYC TRANSID TO CONTINUE THE CONVERSATION.              *
      ******************************************************************
       8000-RESEND-PANEL.

           MOVE WS-PANEL-MSG TO CEMSGO

           IF WS-CCM-OPER-NAME NOT = SPACES
               MOVE WS-CCM-OPER-NAME TO WS-OPER-LINE-NAME
               MOVE WS-OPER-LINE TO COPERO
           END-IF

           EXEC CICS SEND MAP('HELOCYM')
                MAPSET('HELOCYS')
                FROM(HELOCYMO)
                ERASE
           END-EXEC

           MOVE 'C' TO WS-CCM-STATE

           EXEC CICS RETURN
                TRANSID('WCYC')
                COMMAREA(WS-CYC-AREA)
           END-EXEC.

       8000-EXIT.
           EXIT.

      ******************************************************************
      *    9000-END-SESSION -- PF3 OR CLEAR.  CLEARS THE SCREEN AND    *
      *    ENDS THE TASK WITHOUT A TRANSID SO THE TERMINAL IS FREE     *
      *    FOR THE NEXT TRANSACTION.                                   *
      ******************************************************************
       9000-END-SESSION.

           EXEC CICS SEND CONTROL
                ERASE
                FREEKB
           END-EXEC

           EXEC CICS RETURN
           END-EXEC.

       9000-EXIT.
           EXIT.
