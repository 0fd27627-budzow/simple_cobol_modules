       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELOQDSP.
       AUTHOR. D MARSH - ONLINE SYSTEMS.
       INSTALLATION. WAREHOUSE CICS REGION.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ------------------------------------------------------------*
      *    DATE     INIT  DESCRIPTION                                  *
      *    -------- ----  ---------------------------------------------*
      *    10/15/26  DM   ORIGINAL.  DAMAGED RECEIPT QUARANTINE        *
      *                   DISPOSITION TRANSACTION QDSP, IN THE STYLE   *
      *                   OF CAPR.  QA PAGES THROUGH THE QUARANTINE    *
      *                   RECORDS WRCV OPENS FOR DAMAGED RECEIPTS,     *
      *                   OLDEST FIRST, AND DECIDES EACH ONE: RETURN   *
      *                   TO VENDOR, SCRAP, OR ACCEPT INTO STOCK, WITH *
      *                   THE QUANTITY TO CLAIM FROM THE VENDOR AND    *
      *                   THE REASON.  ACCEPT ADDS THE RECEIPT LESS    *
      *                   ANY CLAIM TO THE ITMMST ON-HAND.  WHO        *
      *                   DECIDED, FROM WHICH TERMINAL, AND WHEN ARE   *
      *                   KEPT ON THE RECORD.  PURCHASING PAGES        *
      *                   THROUGH THE OPEN CLAIMS AND MARKS EACH ONE   *
      *                   SETTLED WHEN THE VENDOR HAS MADE GOOD.       *
      *    10/15/26  DM   AN R, S, OR FULLY CLAIMED A DECISION NOW     *
      *                   READS THE ITEM BEFORE THE PANEL IS FILLED,   *
      *                   SO THE DESCRIPTION SHOWN IS THE DECIDED      *
      *                   ITEM'S.                                      *
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-FILE-RESP            PIC S9(08) COMP.
       01  WS-PANEL-MSG            PIC X(79).
       01  WS-EDIT-OK-SW           PIC X(01)   VALUE 'Y'.
           88  WS-EDIT-OK               VALUE 'Y'.
       01  WS-BROWSE-DONE-SW       PIC X(01)   VALUE 'N'.
           88  WS-BROWSE-DONE           VALUE 'Y'.
       01  WS-QTN-FOUND-SW         PIC X(01)   VALUE 'N'.
           88  WS-QTN-FOUND             VALUE 'Y'.
       01  WS-LIST-WANTED          PIC X(01).
           88  WS-WANT-UNDECIDED        VALUE 'I'.
           88  WS-WANT-CLAIM            VALUE 'C'.
       01  WS-ABSTIME              PIC S9(15) COMP.
       01  WS-DEC-DATE             PIC 9(06).
       01  WS-DEC-TIME             PIC 9(06).
       01  WS-DEC-USERID           PIC X(08).
       01  WS-BROWSE-KEY           PIC X(16).
       01  WS-CLAIM-QTY            PIC 9(05).
       01  WS-TO-STOCK             PIC 9(05).
       01  WS-NEW-ONHAND           PIC 9(08).
       01  WS-QTY-WORK.
           05  WS-QTY-CHAR         PIC X(01)   OCCURS 5 TIMES.
       01  WS-SUB                  PIC 9(02)   VALUE ZERO.
       01  WS-QTY-EDIT             PIC Z,ZZZ,ZZ9.
       01  WS-CLAIM-EDIT           PIC ZZZZ9.
       01  WS-WHEN-LINE.
           05  WS-WHEN-DATE        PIC 9(06).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-WHEN-TIME        PIC 9(06).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-WHEN-TERM-ID     PIC X(04).
       01  WS-POVEN-LINE.
           05  WS-POVEN-PO         PIC X(08).
           05  FILLER              PIC X(03)   VALUE ' / '.
           05  WS-POVEN-VENDOR     PIC X(08).
       01  WS-DECBY-LINE.
           05  WS-DECBY-USERID     PIC X(08).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-DECBY-TERM-ID    PIC X(04).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-DECBY-DATE       PIC 9(06).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-DECBY-TIME       PIC 9(06).
       01  WS-CLAIM-LINE.
           05  WS-CLAIM-LINE-STAT  PIC X(08).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-CLAIM-LINE-DATE  PIC X(06).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-CLAIM-LINE-USER  PIC X(08).

      ******************************************************************
      *    WS-QDS-AREA IS A WORKING-STORAGE MIRROR OF HELOQCM (SAME    *
      *    LAYOUT, DIFFERENT NAMES SO IT CAN COEXIST WITH THE LINKAGE  *
      *    SECTION COPY OF DFHCOMMAREA BELOW).  INBOUND STATE IS       *
      *    COPIED HERE ON ENTRY WHEN EIBCALEN > 0; THE OUTBOUND STATE  *
      *    FOR EVERY RETURN IS BUILT HERE, SO THE FIRST TRIP (NO REAL  *
      *    COMMAREA ADDRESSABLE YET) NEEDS NO SPECIAL CASE.            *
      ******************************************************************
       COPY HELOQCM REPLACING
            ==DFHCOMMAREA==              BY ==WS-QDS-AREA==
            ==HELO-QCM-FIRST-TIME==      BY ==WS-QCM-FIRST-TIME==
            ==HELO-QCM-SHOWING==         BY ==WS-QCM-SHOWING==
            ==HELO-QCM-STATE==           BY ==WS-QCM-STATE==
            ==HELO-QCM-QTN-KEY==         BY ==WS-QCM-QTN-KEY==
            ==HELO-QCM-UNDECIDED-LIST==  BY ==WS-QCM-UNDECIDED-LIST==
            ==HELO-QCM-CLAIM-LIST==      BY ==WS-QCM-CLAIM-LIST==
            ==HELO-QCM-LIST==            BY ==WS-QCM-LIST==.

       COPY HELOQAM.
       COPY DFHAID.
       COPY HELOQTN.
       COPY HELOITM.

       LINKAGE SECTION.
       COPY HELOQCM.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF EIBCALEN = 0
               PERFORM 2000-SEND-FRESH-PANEL THRU 2000-EXIT
           ELSE
               MOVE DFHCOMMAREA TO WS-QDS-AREA
               PERFORM 3000-PROCESS-PANEL THRU 3000-EXIT
           END-IF.

           GO TO 0000-EXIT.

       0000-EXIT.
           EXIT.

      ******************************************************************
      *    1000-INITIALIZE -- ESTABLISHES CONDITION RECOVERY.  A       *
      *    MAPFAIL (CLEAR KEY OR EMPTY PANEL) RESTARTS THE PANEL       *
      *    RATHER THAN ABENDING THE INSPECTOR'S SESSION.               *
      ******************************************************************
       1000-INITIALIZE.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(2000-SEND-FRESH-PANEL)
           END-EXEC.

       1000-EXIT.
           EXIT.

      ******************************************************************
      *    2000-SEND-FRESH-PANEL -- FIRST TRIP THROUGH THE             *
      *    TRANSACTION (OR A MAPFAIL RESTART).  SENDS AN EMPTY PANEL   *
      *    AND RETURNS WITH THE QDSP TRANSID SO THE NEXT ATTENTION     *
      *    KEY COMES BACK HERE.                                        *
      ******************************************************************
       2000-SEND-FRESH-PANEL.

           MOVE LOW-VALUES TO HELOQAMO
           MOVE SPACES TO QEMSGO

           EXEC CICS SEND MAP('HELOQAM')
                MAPSET('HELOQAS')
                FROM(HELOQAMO)
                ERASE
           END-EXEC

           MOVE 'S' TO WS-QCM-STATE
           MOVE SPACES TO WS-QCM-QTN-KEY
           MOVE SPACES TO WS-QCM-LIST

           EXEC CICS RETURN
                TRANSID('QDSP')
                COMMAREA(WS-QDS-AREA)
           END-EXEC.

       2000-EXIT.
           EXIT.

      ******************************************************************
      *    3000-PROCESS-PANEL -- INSPECTOR RESPONDED TO THE PANEL.     *
      *    PF3 ENDS THE SESSION CLEANLY; ENTER RECEIVES THE PANEL AND  *
      *    DISPATCHES ON THE FUNCTION CODE; ANYTHING ELSE IS TOLD TO   *
      *    USE ENTER OR PF3.                                           *
      ******************************************************************
       3000-PROCESS-PANEL.

           IF EIBAID = DFHPF3
               PERFORM 9000-END-SESSION THRU 9000-EXIT
               GO TO 3000-EXIT
           END-IF

           EXEC CICS RECEIVE MAP('HELOQAM')
                MAPSET('HELOQAS')
                INTO(HELOQAMI)
           END-EXEC

           MOVE SPACES TO WS-PANEL-MSG

           IF EIBAID NOT = DFHENTER
               MOVE 'USE ENTER TO PROCESS OR PF3 TO EXIT'
                   TO WS-PANEL-MSG
               PERFORM 8000-RESEND-PANEL THRU 8000-EXIT
               GO TO 3000-EXIT
           END-IF

           IF QCLAIMI = LOW-VALUES
               MOVE SPACES TO QCLAIMI
           END-IF
           IF QREASI = LOW-VALUES
               MOVE SPACES TO QREASI
           END-IF

           EVALUATE QFUNCI
               WHEN 'I'
               WHEN 'C'
                   MOVE QFUNCI TO WS-LIST-WANTED
                   PERFORM 4100-NEXT-QUARANTINE THRU 4100-EXIT
               WHEN 'R'
               WHEN 'S'
               WHEN 'A'
                   PERFORM 4400-DECIDE-ITEM THRU 4400-EXIT
               WHEN 'X'
                   PERFORM 4500-SETTLE-CLAIM THRU 4500-EXIT
               WHEN OTHER
                   MOVE 'FUNCTION MUST BE I, C, R, S, A, OR X'
                       TO WS-PANEL-MSG
           END-EVALUATE

           PERFORM 8000-RESEND-PANEL THRU 8000-EXIT.

       3000-EXIT.
           EXIT.

      ******************************************************************
      *    4100-NEXT-QUARANTINE -- SHOWS THE NEXT QUARANTINE RECORD    *
      *    STILL WAITING ON QA (I) OR CARRYING AN OPEN VENDOR CLAIM    *
      *    (C).  THE FILE IS KEYED BY RECEIPT DATE/TIME/TERMINAL, SO   *
      *    THE BROWSE RUNS OLDEST FIRST.  THE SAME LIST ASKED FOR      *
      *    AGAIN CONTINUES AFTER THE RECORD LAST SHOWN (CARRIED IN     *
      *    THE COMMAREA); A CHANGE OF LIST, OR THE END OF ONE, STARTS  *
      *    AGAIN AT THE OLDEST RECEIPT.                                *
      ******************************************************************
       4100-NEXT-QUARANTINE.

           IF WS-QCM-LIST = WS-LIST-WANTED
                   AND WS-QCM-QTN-KEY NOT = SPACES
               MOVE WS-QCM-QTN-KEY TO WS-BROWSE-KEY
           ELSE
               MOVE LOW-VALUES TO WS-BROWSE-KEY
               MOVE SPACES TO WS-QCM-QTN-KEY
           END-IF

           MOVE WS-LIST-WANTED TO WS-QCM-LIST
           MOVE 'N' TO WS-BROWSE-DONE-SW
           MOVE 'N' TO WS-QTN-FOUND-SW

           EXEC CICS STARTBR
                FILE('QTNMST')
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(16)
                GTEQ
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP = DFHRESP(NORMAL)
               PERFORM 4110-READ-NEXT-QUARANTINE THRU 4110-EXIT
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR
                    FILE('QTNMST')
               END-EXEC
           END-IF

           IF NOT WS-QTN-FOUND
               MOVE SPACES TO WS-QCM-QTN-KEY
               PERFORM 7200-CLEAR-PANEL THRU 7200-EXIT
               IF WS-WANT-UNDECIDED
                   MOVE 'NO MORE ITEMS WAITING ON QA - I STARTS AGAIN AT
      -                ' THE OLDEST' TO WS-PANEL-MSG
               ELSE
                   MOVE 'NO MORE OPEN CLAIMS - C STARTS AGAIN AT THE OLD
      -                'EST' TO WS-PANEL-MSG
               END-IF
               GO TO 4100-EXIT
           END-IF

           MOVE HELO-QTN-KEY TO WS-QCM-QTN-KEY

           PERFORM 6000-READ-ITEM THRU 6000-EXIT

           IF NOT WS-EDIT-OK
               GO TO 4100-EXIT
           END-IF

           PERFORM 7000-RECORD-TO-PANEL THRU 7000-EXIT

           IF WS-WANT-UNDECIDED
               MOVE 'ITEM SHOWN - R, S, OR A TO DECIDE, I FOR NEXT'
                   TO WS-PANEL-MSG
           ELSE
               MOVE 'CLAIM SHOWN - X WHEN THE VENDOR HAS SETTLED - C FOR
      -            ' NEXT' TO WS-PANEL-MSG
           END-IF.

       4100-EXIT.
           EXIT.

      ******************************************************************
      *    4110-READ-NEXT-QUARANTINE -- ONE READNEXT AGAINST THE OPEN  *
      *    QTNMST BROWSE.  THE RECORD ALREADY ON THE PANEL AND ANY     *
      *    RECORD NOT ON THE LIST WANTED ARE PASSED OVER; A RECORD ON  *
      *    THE LIST ENDS THE LOOP AS A HIT, AND THE PRIMING DUMMY OR   *
      *    END OF FILE ENDS IT EMPTY-HANDED.                           *
      ******************************************************************
       4110-READ-NEXT-QUARANTINE.

           EXEC CICS READNEXT
                FILE('QTNMST')
                INTO(HELO-QTN-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(16)
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
               GO TO 4110-EXIT
           END-IF

           IF HELO-QTN-RCP-DATE = 999999
               SET WS-BROWSE-DONE TO TRUE
               GO TO 4110-EXIT
           END-IF

           IF HELO-QTN-KEY = WS-QCM-QTN-KEY
               GO TO 4110-EXIT
           END-IF

           IF (WS-WANT-UNDECIDED AND HELO-QTN-UNDECIDED)
                   OR (WS-WANT-CLAIM AND HELO-QTN-CLAIM-OPEN)
               SET WS-QTN-FOUND TO TRUE
               SET WS-BROWSE-DONE TO TRUE
           END-IF.

       4110-EXIT.
           EXIT.

      ******************************************************************
      *    4400-DECIDE-ITEM -- RECORDS QA'S DISPOSITION OF THE ITEM ON *
      *    THE PANEL: R RETURN TO VENDOR, S SCRAP, A ACCEPT INTO       *
      *    STOCK.  ANY CLAIM QUANTITY OPENS A VENDOR CLAIM.  ON AN     *
      *    ACCEPT THE RECEIPT LESS THE CLAIM IS ADDED TO THE ITEM'S    *
      *    ON-HAND; THE QUARANTINE RECORD IS REWRITTEN BEFORE ITMMST   *
      *    IS TOUCHED, AND IF ITMMST THEN CANNOT BE UPDATED THE WHOLE  *
      *    DECISION IS BACKED OUT, SO THE TRAIL AND THE ITEM NEVER     *
      *    DISAGREE.  A DECISION THAT ADDS NOTHING TO STOCK READS THE  *
      *    ITEM AFRESH FOR ITS DESCRIPTION.                            *
      ******************************************************************
       4400-DECIDE-ITEM.

           PERFORM 6100-LOCK-QUARANTINE THRU 6100-EXIT

           IF NOT WS-EDIT-OK
               GO TO 4400-EXIT
           END-IF

           IF NOT HELO-QTN-UNDECIDED
               EXEC CICS UNLOCK
                    FILE('QTNMST')
               END-EXEC
               MOVE 'ITEM WAS ALREADY DECIDED - USE I FOR THE NEXT ONE'
                   TO WS-PANEL-MSG
               GO TO 4400-EXIT
           END-IF

           PERFORM 6200-EDIT-CLAIM THRU 6200-EXIT

           IF NOT WS-EDIT-OK
               EXEC CICS UNLOCK
                    FILE('QTNMST')
               END-EXEC
               GO TO 4400-EXIT
           END-IF

           MOVE ZERO TO WS-TO-STOCK
           IF QFUNCI = 'A'
               COMPUTE WS-TO-STOCK =
                   HELO-QTN-QTY-RECEIVED - WS-CLAIM-QTY
           END-IF

           IF WS-TO-STOCK > ZERO
               PERFORM 6300-LOCK-ITEM THRU 6300-EXIT
               IF NOT WS-EDIT-OK
                   EXEC CICS UNLOCK
                        FILE('QTNMST')
                   END-EXEC
                   GO TO 4400-EXIT
               END-IF
           END-IF

           PERFORM 5000-STAMP-DECISION THRU 5000-EXIT

           MOVE QFUNCI              TO HELO-QTN-DISPOSITION
           MOVE WS-CLAIM-QTY        TO HELO-QTN-CLAIM-QTY
           MOVE QREASI              TO HELO-QTN-REASON
           MOVE WS-TO-STOCK         TO HELO-QTN-QTY-TO-STOCK
           MOVE WS-DEC-USERID       TO HELO-QTN-DEC-USERID
           MOVE WS-DEC-DATE         TO HELO-QTN-DEC-DATE
           MOVE WS-DEC-TIME         TO HELO-QTN-DEC-TIME
           MOVE EIBTRMID            TO HELO-QTN-DEC-TERM-ID
           IF WS-CLAIM-QTY > ZERO
               SET HELO-QTN-CLAIM-OPEN TO TRUE
           ELSE
               SET HELO-QTN-NO-CLAIM TO TRUE
           END-IF

           EXEC CICS REWRITE
                FILE('QTNMST')
                FROM(HELO-QTN-RECORD)
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'QTNMST UPDATE FAILED - CALL THE HELP DESK'
                   TO WS-PANEL-MSG
               IF WS-TO-STOCK > ZERO
                   EXEC CICS UNLOCK
                        FILE('ITMMST')
                   END-EXEC
               END-IF
               GO TO 4400-EXIT
           END-IF

           IF WS-TO-STOCK > ZERO
               MOVE WS-NEW-ONHAND TO HELO-ITM-QTY-ONHAND
               EXEC CICS REWRITE
                    FILE('ITMMST')
                    FROM(HELO-ITM-RECORD)
                    RESP(WS-FILE-RESP)
               END-EXEC
               IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
                   EXEC CICS SYNCPOINT
                        ROLLBACK
                   END-EXEC
                   MOVE 'ITMMST UPDATE FAILED - DECISION BACKED OUT'
                       TO WS-PANEL-MSG
                   GO TO 4400-EXIT
               END-IF
           END-IF

           IF WS-TO-STOCK = ZERO
               PERFORM 6000-READ-ITEM THRU 6000-EXIT
           END-IF

           PERFORM 7000-RECORD-TO-PANEL THRU 7000-EXIT

           EVALUATE TRUE
               WHEN HELO-QTN-ACCEPT
                   MOVE 'ACCEPTED - ON HAND UPDATED, I FOR NEXT ITEM'
                       TO WS-PANEL-MSG
               WHEN HELO-QTN-RETURN
                   MOVE 'RETURN TO VENDOR RECORDED, I FOR THE NEXT ITEM'
                       TO WS-PANEL-MSG
               WHEN OTHER
                   MOVE 'SCRAP RECORDED, I FOR THE NEXT ITEM'
                       TO WS-PANEL-MSG
           END-EVALUATE.

       4400-EXIT.
           EXIT.

      ******************************************************************
      *    4500-SETTLE-CLAIM -- MARKS THE OPEN VENDOR CLAIM ON THE     *
      *    PANEL SETTLED, STAMPED WITH WHO SETTLED IT AND WHEN.        *
      ******************************************************************
       4500-SETTLE-CLAIM.

           PERFORM 6100-LOCK-QUARANTINE THRU 6100-EXIT

           IF NOT WS-EDIT-OK
               GO TO 4500-EXIT
           END-IF

           IF NOT HELO-QTN-CLAIM-OPEN
               EXEC CICS UNLOCK
                    FILE('QTNMST')
               END-EXEC
               MOVE 'NO OPEN CLAIM ON THIS ITEM - USE C FOR NEXT'
                   TO WS-PANEL-MSG
               GO TO 4500-EXIT
           END-IF

           PERFORM 5000-STAMP-DECISION THRU 5000-EXIT

           SET HELO-QTN-CLAIM-SETTLED TO TRUE
           MOVE WS-DEC-USERID       TO HELO-QTN-SETL-USERID
           MOVE WS-DEC-DATE         TO HELO-QTN-SETL-DATE

           EXEC CICS REWRITE
                FILE('QTNMST')
                FROM(HELO-QTN-RECORD)
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'QTNMST UPDATE FAILED - CALL THE HELP DESK'
                   TO WS-PANEL-MSG
               GO TO 4500-EXIT
           END-IF

           PERFORM 6000-READ-ITEM THRU 6000-EXIT

           PERFORM 7000-RECORD-TO-PANEL THRU 7000-EXIT

           MOVE 'CLAIM SETTLED - C FOR THE NEXT OPEN CLAIM'
               TO WS-PANEL-MSG.

       4500-EXIT.
           EXIT.

      ******************************************************************
      *    5000-STAMP-DECISION -- WHO IS ACTING AND WHEN, FOR THE      *
      *    DECISION OR SETTLEMENT STAMP ON THE QUARANTINE RECORD.      *
      ******************************************************************
       5000-STAMP-DECISION.

           EXEC CICS ASSIGN
                ABSTIME(WS-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYMMDD(WS-DEC-DATE)
                TIME(WS-DEC-TIME)
           END-EXEC

           EXEC CICS ASSIGN
                USERID(WS-DEC-USERID)
           END-EXEC.

       5000-EXIT.
           EXIT.

      ******************************************************************
      *    6000-READ-ITEM -- THE ITEM BEHIND THE QUARANTINE RECORD IN  *
      *    STORAGE, FOR ITS DESCRIPTION.  AN ITEM GONE FROM ITMMST     *
      *    STILL SHOWS ITS RECORD SO IT CAN BE RETURNED OR SCRAPPED.   *
      ******************************************************************
       6000-READ-ITEM.

           MOVE 'Y' TO WS-EDIT-OK-SW

           EXEC CICS READ
                FILE('ITMMST')
                INTO(HELO-ITM-RECORD)
                RIDFLD(HELO-QTN-ITEM-NO)
                KEYLENGTH(8)
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
               IF WS-FILE-RESP = DFHRESP(NOTFND)
                   MOVE '** ITEM NO LONGER ON ITMMST **'
                       TO HELO-ITM-DESC
               ELSE
                   MOVE 'ITMMST READ FAILED - CALL THE HELP DESK'
                       TO WS-PANEL-MSG
                   MOVE 'N' TO WS-EDIT-OK-SW
               END-IF
           END-IF.

       6000-EXIT.
           EXIT.

      ******************************************************************
      *    6100-LOCK-QUARANTINE -- READS FOR UPDATE THE QUARANTINE     *
      *    RECORD LAST SHOWN ON THE PANEL (ITS KEY RIDES IN THE        *
      *    COMMAREA).  DECISIONS AND SETTLEMENTS ACT ONLY ON A RECORD  *
      *    QA HAS LOOKED AT; THE CALLER CHECKS THE RECORD IS STILL IN  *
      *    THE STATE IT EXPECTS, SO A SECOND INSPECTOR WHO GOT THERE   *
      *    FIRST WINS.                                                 *
      ******************************************************************
       6100-LOCK-QUARANTINE.

           MOVE 'Y' TO WS-EDIT-OK-SW

           IF WS-QCM-QTN-KEY = SPACES
               MOVE 'USE I OR C TO SHOW AN ITEM BEFORE ACTING ON IT'
                   TO WS-PANEL-MSG
               MOVE 'N' TO WS-EDIT-OK-SW
               GO TO 6100-EXIT
           END-IF

           EXEC CICS READ
                FILE('QTNMST')
                INTO(HELO-QTN-RECORD)
                RIDFLD(WS-QCM-QTN-KEY)
                KEYLENGTH(16)
                UPDATE
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'QTNMST READ FAILED - CALL THE HELP DESK'
                   TO WS-PANEL-MSG
               MOVE 'N' TO WS-EDIT-OK-SW
           END-IF.

       6100-EXIT.
           EXIT.

      ******************************************************************
      *    6200-EDIT-CLAIM -- THE CLAIM QUANTITY IS RIGHT-JUSTIFIED    *
      *    THE WAY WRCV TAKES A RECEIPT QUANTITY.  LEFT BLANK IT IS    *
      *    THE WHOLE RECEIPT FOR A RETURN OR SCRAP AND NOTHING FOR AN  *
      *    ACCEPT.  IT MAY NOT EXCEED THE QUANTITY RECEIVED, AND ANY   *
      *    CLAIM MUST SAY WHY.                                         *
      ******************************************************************
       6200-EDIT-CLAIM.

           MOVE 'Y' TO WS-EDIT-OK-SW

           IF QCLAIMI = SPACES
               IF QFUNCI = 'A'
                   MOVE ZERO TO WS-CLAIM-QTY
               ELSE
                   MOVE HELO-QTN-QTY-RECEIVED TO WS-CLAIM-QTY
               END-IF
           ELSE
               MOVE QCLAIMI TO WS-QTY-WORK
               PERFORM 6210-SHIFT-QTY-RIGHT THRU 6210-EXIT
                   VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
               INSPECT WS-QTY-WORK REPLACING LEADING SPACE BY ZERO
               IF WS-QTY-WORK NOT NUMERIC
                   MOVE 'CLAIM QUANTITY MUST BE NUMERIC' TO WS-PANEL-MSG
                   MOVE 'N' TO WS-EDIT-OK-SW
                   GO TO 6200-EXIT
               END-IF
               MOVE WS-QTY-WORK TO WS-CLAIM-QTY
           END-IF

           IF WS-CLAIM-QTY > HELO-QTN-QTY-RECEIVED
               MOVE 'CLAIM QUANTITY CANNOT EXCEED THE QUANTITY RECEIVED'
                   TO WS-PANEL-MSG
               MOVE 'N' TO WS-EDIT-OK-SW
               GO TO 6200-EXIT
           END-IF

           IF WS-CLAIM-QTY > ZERO AND QREASI = SPACES
               MOVE 'A REASON IS REQUIRED FOR A VENDOR CLAIM'
                   TO WS-PANEL-MSG
               MOVE 'N' TO WS-EDIT-OK-SW
           END-IF.

       6200-EXIT.
           EXIT.

      ******************************************************************
      *    6210-SHIFT-QTY-RIGHT -- SLIDES THE CLAIM QUANTITY ONE       *
      *    PLACE RIGHT WHEN ITS LAST POSITION IS STILL BLANK.          *
      *    PERFORMED FOUR TIMES FROM 6200-EDIT-CLAIM, ENOUGH TO        *
      *    RIGHT-JUSTIFY EVEN A SINGLE KEYED DIGIT.                    *
      ******************************************************************
       6210-SHIFT-QTY-RIGHT.

           IF WS-QTY-CHAR (5) NOT = SPACE
               GO TO 6210-EXIT
           END-IF

           MOVE WS-QTY-CHAR (4) TO WS-QTY-CHAR (5)
           MOVE WS-QTY-CHAR (3) TO WS-QTY-CHAR (4)
           MOVE WS-QTY-CHAR (2) TO WS-QTY-CHAR (3)
           MOVE WS-QTY-CHAR (1) TO WS-QTY-CHAR (2)
           MOVE SPACE TO WS-QTY-CHAR (1).

       6210-EXIT.
           EXIT.

      ******************************************************************
      *    6300-LOCK-ITEM -- READS FOR UPDATE THE ITEM AN ACCEPT WILL  *
      *    ADD TO, AND WORKS OUT THE NEW ON-HAND.  AN ITEM GONE FROM   *
      *    ITMMST, OR AN ON-HAND THAT WOULD OVERFLOW, STOPS THE        *
      *    ACCEPT BEFORE ANYTHING IS WRITTEN.                          *
      ******************************************************************
       6300-LOCK-ITEM.

           MOVE 'Y' TO WS-EDIT-OK-SW

           EXEC CICS READ
                FILE('ITMMST')
                INTO(HELO-ITM-RECORD)
                RIDFLD(HELO-QTN-ITEM-NO)
                KEYLENGTH(8)
                UPDATE
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
               IF WS-FILE-RESP = DFHRESP(NOTFND)
                   MOVE 'ITEM NO LONGER ON ITMMST - RETURN OR SCRAP'
                       TO WS-PANEL-MSG
               ELSE
                   MOVE 'ITMMST READ FAILED - CALL THE HELP DESK'
                       TO WS-PANEL-MSG
               END-IF
               MOVE 'N' TO WS-EDIT-OK-SW
               GO TO 6300-EXIT
           END-IF

           COMPUTE WS-NEW-ONHAND =
               HELO-ITM-QTY-ONHAND + WS-TO-STOCK

           IF WS-NEW-ONHAND > 9999999
               EXEC CICS UNLOCK
                    FILE('ITMMST')
               END-EXEC
               MOVE 'ON HAND WOULD OVERFLOW - CALL THE HELP DESK'
                   TO WS-PANEL-MSG
               MOVE 'N' TO WS-EDIT-OK-SW
           END-IF.

       6300-EXIT.
           EXIT.

      ******************************************************************
      *    7000-RECORD-TO-PANEL -- FILLS THE PANEL FROM THE QUARANTINE *
      *    AND ITEM RECORDS IN STORAGE.  WHILE THE ITEM IS UNDECIDED   *
      *    THE CLAIM FIELDS ARE LEFT BLANK FOR QA TO KEY; ONCE DECIDED *
      *    THEY SHOW WHAT WAS RECORDED.                                *
      ******************************************************************
       7000-RECORD-TO-PANEL.

           MOVE HELO-QTN-RCP-DATE   TO WS-WHEN-DATE
           MOVE HELO-QTN-RCP-TIME   TO WS-WHEN-TIME
           MOVE HELO-QTN-RCP-TERM-ID TO WS-WHEN-TERM-ID
           MOVE WS-WHEN-LINE        TO QWHENI

           MOVE HELO-QTN-PO-NO      TO WS-POVEN-PO
           MOVE HELO-QTN-VENDOR     TO WS-POVEN-VENDOR
           MOVE WS-POVEN-LINE       TO QPOVENI

           MOVE HELO-QTN-ITEM-NO    TO QITEMI
           MOVE HELO-ITM-DESC       TO QDESCI
           MOVE HELO-QTN-RCV-OPERID TO QOPERI

           MOVE HELO-QTN-QTY-RECEIVED TO WS-QTY-EDIT
           MOVE WS-QTY-EDIT         TO QRQTYI

           IF HELO-QTN-UNDECIDED
               MOVE 'WAITING ON QA'     TO QDISPI
               MOVE SPACES TO QDECBYI QSTOCKI QCSTATI
               MOVE SPACES TO QCLAIMI QREASI
               GO TO 7000-EXIT
           END-IF

           EVALUATE TRUE
               WHEN HELO-QTN-RETURN
                   MOVE 'RETURN TO VENDOR'  TO QDISPI
               WHEN HELO-QTN-SCRAP
                   MOVE 'SCRAP'             TO QDISPI
               WHEN OTHER
                   MOVE 'ACCEPT INTO STOCK' TO QDISPI
           END-EVALUATE

           MOVE HELO-QTN-DEC-USERID  TO WS-DECBY-USERID
           MOVE HELO-QTN-DEC-TERM-ID TO WS-DECBY-TERM-ID
           MOVE HELO-QTN-DEC-DATE    TO WS-DECBY-DATE
           MOVE HELO-QTN-DEC-TIME    TO WS-DECBY-TIME
           MOVE WS-DECBY-LINE        TO QDECBYI

           MOVE HELO-QTN-QTY-TO-STOCK TO WS-QTY-EDIT
           MOVE WS-QTY-EDIT         TO QSTOCKI

           MOVE HELO-QTN-CLAIM-QTY  TO WS-CLAIM-EDIT
           MOVE WS-CLAIM-EDIT       TO QCLAIMI
           MOVE HELO-QTN-REASON     TO QREASI

           MOVE SPACES TO WS-CLAIM-LINE
           EVALUATE TRUE
               WHEN HELO-QTN-CLAIM-OPEN
                   MOVE 'OPEN'          TO WS-CLAIM-LINE-STAT
               WHEN HELO-QTN-CLAIM-SETTLED
                   MOVE 'SETTLED'       TO WS-CLAIM-LINE-STAT
                   MOVE HELO-QTN-SETL-DATE TO WS-CLAIM-LINE-DATE
                   MOVE HELO-QTN-SETL-USERID TO WS-CLAIM-LINE-USER
               WHEN OTHER
                   MOVE 'NO CLAIM'      TO WS-CLAIM-LINE-STAT
           END-EVALUATE
           MOVE WS-CLAIM-LINE       TO QCSTATI.

       7000-EXIT.
           EXIT.

      ******************************************************************
      *    7200-CLEAR-PANEL -- BLANKS THE DISPLAY FIELDS WHEN THERE    *
      *    IS NO QUARANTINE RECORD TO SHOW.                            *
      ******************************************************************
       7200-CLEAR-PANEL.

           MOVE SPACES TO QWHENI QPOVENI QITEMI QDESCI QOPERI QRQTYI
           MOVE SPACES TO QDISPI QDECBYI QSTOCKI QCSTATI
           MOVE SPACES TO QCLAIMI QREASI.

       7200-EXIT.
           EXIT.

      ******************************************************************
      *    8000-RESEND-PANEL -- SENDS THE PANEL BACK WITH THE RESULT   *
      *    MESSAGE AND THE CURRENT FIELD CONTENTS, THEN RETURNS WITH   *
      *    THE QDSP TRANSID TO CONTINUE THE CONVERSATION.              *
      ******************************************************************
       8000-RESEND-PANEL.

           MOVE WS-PANEL-MSG TO QEMSGO

           EXEC CICS SEND MAP('HELOQAM')
                MAPSET('HELOQAS')
                FROM(HELOQAMO)
                ERASE
           END-EXEC

           MOVE 'S' TO WS-QCM-STATE

           EXEC CICS RETURN
                TRANSID('QDSP')
                COMMAREA(WS-QDS-AREA)
           END-EXEC.

       8000-EXIT.
           EXIT.

      ******************************************************************
      *    9000-END-SESSION -- PF3.  CLEARS THE SCREEN AND ENDS THE    *
      *    TASK WITHOUT A TRANSID SO THE TERMINAL IS FREE FOR THE      *
      *    NEXT TRANSACTION.                                           *
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
