       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELOCAPR.
       AUTHOR. D MARSH - ONLINE SYSTEMS.
       INSTALLATION. WAREHOUSE CICS REGION.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ------------------------------------------------------------*
      *    DATE     INIT  DESCRIPTION                                  *
      *    -------- ----  ---------------------------------------------*
      *    10/15/26  DM   ORIGINAL.  SUPERVISOR CYCLE COUNT APPROVAL   *
      *                   TRANSACTION CAPR, IN THE STYLE OF TADJ.      *
      *                   PAGES THROUGH THE WCYC COUNTS OF AN ITEM     *
      *                   STILL WAITING ON A DECISION (CNTVAR STATUS   *
      *                   P), SHOWING THE BOOK AT COUNT TIME, THE      *
      *                   COUNT, THE VARIANCE, AND WHAT THE ON-HAND    *
      *                   WOULD BECOME.  APPROVE ADDS THE VARIANCE TO  *
      *                   THE ITMMST ON-HAND AS IT STANDS NOW.  THE    *
      *                   BOOK AT COUNT TIME ALREADY HOLDS THE         *
      *                   RECEIPTS KEYED BUT NOT YET POSTED (WCYC ADDS *
      *                   THEM), SO RECEIPTS POSTED SINCE THE COUNT    *
      *                   ARE NEITHER LOST NOR COUNTED TWICE.          *
      *                   APPROVE KEEPS THE BEFORE AND AFTER           *
      *                   QUANTITIES, WHO APPROVED, AND WHEN ON THE    *
      *                   COUNT RECORD.                                *
      *                   REJECT CLOSES THE COUNT WITHOUT TOUCHING     *
      *                   ITMMST, FOR A RECOUNT.                       *
      *    10/15/26  DM   COMMENTS ONLY: THE BOOK AT COUNT TIME NOW    *
      *                   INCLUDES RECEIPTS NOT YET POSTED (SEE WCYC), *
      *                   SO THE VARIANCE IS NET OF THEM.              *
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
       01  WS-COUNT-FOUND-SW       PIC X(01)   VALUE 'N'.
           88  WS-COUNT-FOUND           VALUE 'Y'.
       01  WS-ABSTIME              PIC S9(15) COMP.
       01  WS-APPR-DATE            PIC 9(06).
       01  WS-APPR-TIME            PIC 9(06).
       01  WS-APPR-USERID          PIC X(08).
       01  WS-ITEM-WANTED          PIC X(08).
       01  WS-BROWSE-KEY.
           05  WS-BROWSE-ITEM      PIC X(08).
           05  WS-BROWSE-DATE      PIC 9(06).
           05  WS-BROWSE-TIME      PIC 9(06).
       01  WS-VARIANCE             PIC S9(08).
       01  WS-NEW-ONHAND           PIC S9(08).
       01  WS-QTY-EDIT             PIC Z,ZZZ,ZZ9.
       01  WS-VAR-EDIT             PIC Z,ZZZ,ZZ9-.
       01  WS-WHERE-LINE.
           05  WS-WHERE-BIN        PIC X(06).
           05  FILLER              PIC X(03)   VALUE ' / '.
           05  WS-WHERE-ZONE       PIC X(02).
       01  WS-WHEN-LINE.
           05  WS-WHEN-DATE        PIC 9(06).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-WHEN-TIME        PIC 9(06).
       01  WS-WHO-LINE.
           05  WS-WHO-OPERID       PIC X(03).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-WHO-TERM-ID      PIC X(04).

      ******************************************************************
      *    WS-APR-AREA IS A WORKING-STORAGE MIRROR OF HELOKCM (SAME    *
      *    LAYOUT, DIFFERENT NAMES SO IT CAN COEXIST WITH THE LINKAGE  *
      *    SECTION COPY OF DFHCOMMAREA BELOW).  INBOUND STATE IS       *
      *    COPIED HERE ON ENTRY WHEN EIBCALEN > 0; THE OUTBOUND STATE  *
      *    FOR EVERY RETURN IS BUILT HERE, SO THE FIRST TRIP (NO REAL  *
      *    COMMAREA ADDRESSABLE YET) NEEDS NO SPECIAL CASE.            *
      ******************************************************************
       COPY HELOKCM REPLACING
            ==DFHCOMMAREA==          BY ==WS-APR-AREA==
            ==HELO-KCM-FIRST-TIME==  BY ==WS-KCM-FIRST-TIME==
            ==HELO-KCM-SHOWING==     BY ==WS-KCM-SHOWING==
            ==HELO-KCM-STATE==       BY ==WS-KCM-STATE==
            ==HELO-KCM-CNT-KEY==     BY ==WS-KCM-CNT-KEY==
            ==HELO-KCM-CNT-ITEM==    BY ==WS-KCM-CNT-ITEM==
            ==HELO-KCM-CNT-STAMP==   BY ==WS-KCM-CNT-STAMP==.

       COPY HELOKAM.
       COPY DFHAID.
       COPY HELOCNT.
       COPY HELOITM.

       LINKAGE SECTION.
       COPY HELOKCM.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF EIBCALEN = 0
               PERFORM 2000-SEND-FRESH-PANEL THRU 2000-EXIT
           ELSE
               MOVE DFHCOMMAREA TO WS-APR-AREA
               PERFORM 3000-PROCESS-PANEL THRU 3000-EXIT
           END-IF.

           GO TO 0000-EXIT.

       0000-EXIT.
           EXIT.

      ******************************************************************
      *    1000-INITIALIZE -- ESTABLISHES CONDITION RECOVERY.  A       *
      *    MAPFAIL (CLEAR KEY OR EMPTY PANEL) RESTARTS THE PANEL       *
      *    RATHER THAN ABENDING THE SUPERVISOR'S SESSION.              *
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
      *    AND RETURNS WITH THE CAPR TRANSID SO THE NEXT ATTENTION     *
      *    KEY COMES BACK HERE.                                        *
      ******************************************************************
       2000-SEND-FRESH-PANEL.

           MOVE LOW-VALUES TO HELOKAMO
           MOVE SPACES TO KEMSGO

           EXEC CICS SEND MAP('HELOKAM')
                MAPSET('HELOKAS')
                FROM(HELOKAMO)
                ERASE
           END-EXEC

           MOVE 'S' TO WS-KCM-STATE
           MOVE SPACES TO WS-KCM-CNT-KEY

           EXEC CICS RETURN
                TRANSID('CAPR')
                COMMAREA(WS-APR-AREA)
           END-EXEC.

       2000-EXIT.
           EXIT.

      ******************************************************************
      *    3000-PROCESS-PANEL -- SUPERVISOR RESPONDED TO THE PANEL.    *
      *    PF3 ENDS THE SESSION CLEANLY; ENTER RECEIVES THE PANEL AND  *
      *    DISPATCHES ON THE FUNCTION CODE; ANYTHING ELSE IS TOLD TO   *
      *    USE ENTER OR PF3.                                           *
      ******************************************************************
       3000-PROCESS-PANEL.

           IF EIBAID = DFHPF3
               PERFORM 9000-END-SESSION THRU 9000-EXIT
               GO TO 3000-EXIT
           END-IF

           EXEC CICS RECEIVE MAP('HELOKAM')
                MAPSET('HELOKAS')
                INTO(HELOKAMI)
           END-EXEC

           MOVE SPACES TO WS-PANEL-MSG

           IF EIBAID NOT = DFHENTER
               MOVE 'USE ENTER TO PROCESS OR PF3 TO EXIT'
                   TO WS-PANEL-MSG
               PERFORM 8000-RESEND-PANEL THRU 8000-EXIT
               GO TO 3000-EXIT
           END-IF

           IF KITEMI = LOW-VALUES
               MOVE SPACES TO KITEMI
           END-IF

           EVALUATE KFUNCI
               WHEN 'I'
                   PERFORM 4100-NEXT-PENDING THRU 4100-EXIT
               WHEN 'A'
                   PERFORM 4400-APPROVE-COUNT THRU 4400-EXIT
               WHEN 'R'
                   PERFORM 4500-REJECT-COUNT THRU 4500-EXIT
               WHEN OTHER
                   MOVE 'FUNCTION MUST BE I, A, OR R' TO WS-PANEL-MSG
           END-EVALUATE

           PERFORM 8000-RESEND-PANEL THRU 8000-EXIT.

       3000-EXIT.
           EXIT.

      ******************************************************************
      *    4100-NEXT-PENDING -- SHOWS THE NEXT COUNT OF THE KEYED      *
      *    ITEM STILL WAITING ON A DECISION.  THE FILE IS KEYED BY     *
      *    ITEM + COUNT DATE/TIME, SO THE BROWSE STARTS AT THE ITEM    *
      *    AND STOPS WHEN THE ITEM CHANGES.  THE SAME ITEM KEYED       *
      *    AGAIN CONTINUES AFTER THE COUNT LAST SHOWN (CARRIED IN THE  *
      *    COMMAREA); A NEW ITEM STARTS AT ITS OLDEST COUNT.           *
      ******************************************************************
       4100-NEXT-PENDING.

           IF KITEMI = SPACES
               MOVE 'ITEM NUMBER IS REQUIRED' TO WS-PANEL-MSG
               GO TO 4100-EXIT
           END-IF

           MOVE KITEMI TO WS-ITEM-WANTED

           IF WS-KCM-CNT-ITEM = WS-ITEM-WANTED
               MOVE WS-KCM-CNT-KEY TO WS-BROWSE-KEY
           ELSE
               MOVE WS-ITEM-WANTED TO WS-BROWSE-ITEM
               MOVE ZERO TO WS-BROWSE-DATE
               MOVE ZERO TO WS-BROWSE-TIME
               MOVE SPACES TO WS-KCM-CNT-KEY
           END-IF

           MOVE 'N' TO WS-BROWSE-DONE-SW
           MOVE 'N' TO WS-COUNT-FOUND-SW

           EXEC CICS STARTBR
                FILE('CNTVAR')
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(20)
                GTEQ
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP = DFHRESP(NORMAL)
               PERFORM 4110-READ-NEXT-COUNT THRU 4110-EXIT
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR
                    FILE('CNTVAR')
               END-EXEC
           END-IF

           IF NOT WS-COUNT-FOUND
               MOVE SPACES TO WS-KCM-CNT-KEY
               PERFORM 7200-CLEAR-PANEL THRU 7200-EXIT
               MOVE 'NO MORE COUNTS WAITING ON A DECISION FOR THIS ITEM'
                   TO WS-PANEL-MSG
               GO TO 4100-EXIT
           END-IF

           MOVE HELO-CNT-KEY TO WS-KCM-CNT-KEY

           PERFORM 6000-READ-ITEM THRU 6000-EXIT

           IF NOT WS-EDIT-OK
               GO TO 4100-EXIT
           END-IF

           PERFORM 7000-RECORD-TO-PANEL THRU 7000-EXIT

           MOVE 'COUNT SHOWN - A TO APPROVE, R TO REJECT, I FOR NEXT'
               TO WS-PANEL-MSG.

       4100-EXIT.
           EXIT.

      ******************************************************************
      *    4110-READ-NEXT-COUNT -- ONE READNEXT AGAINST THE OPEN       *
      *    CNTVAR BROWSE.  THE COUNT ALREADY ON THE PANEL AND COUNTS   *
      *    ALREADY DECIDED OR MATCHED ARE PASSED OVER; A PENDING       *
      *    COUNT OF THE ITEM ENDS THE LOOP AS A HIT, AND A NEW ITEM    *
      *    OR END OF FILE ENDS IT EMPTY-HANDED.                        *
      ******************************************************************
       4110-READ-NEXT-COUNT.

           EXEC CICS READNEXT
                FILE('CNTVAR')
                INTO(HELO-CNT-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(20)
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
               GO TO 4110-EXIT
           END-IF

           IF HELO-CNT-ITEM-NO NOT = WS-ITEM-WANTED
               SET WS-BROWSE-DONE TO TRUE
               GO TO 4110-EXIT
           END-IF

           IF HELO-CNT-KEY = WS-KCM-CNT-KEY
               GO TO 4110-EXIT
           END-IF

           IF HELO-CNT-PENDING
               SET WS-COUNT-FOUND TO TRUE
               SET WS-BROWSE-DONE TO TRUE
           END-IF.

       4110-EXIT.
           EXIT.

      ******************************************************************
      *    4400-APPROVE-COUNT -- APPLIES THE VARIANCE OF THE COUNT ON  *
      *    THE PANEL TO THE ITEM'S ON-HAND.  THE VARIANCE (COUNTED     *
      *    LESS BOOK AT COUNT TIME) IS ADDED TO THE ON-HAND AS IT      *
      *    STANDS NOW, NOT SUBSTITUTED FOR IT, SO STOCK MOVEMENT       *
      *    SINCE THE COUNT SURVIVES; THE RESULT NEVER GOES BELOW       *
      *    ZERO.  THE BOOK INCLUDES RECEIPTS THAT WERE KEYED BUT NOT   *
      *    YET POSTED WHEN THE COUNT WAS TAKEN, SO THEIR POSTING IS    *
      *    NOT DOUBLED BY THE VARIANCE.  THE COUNT RECORD IS           *
      *    REWRITTEN WITH THE BEFORE AND AFTER ON-HAND AND THE         *
      *    APPROVER BEFORE ITMMST IS TOUCHED;                          *
      *    IF ITMMST THEN CANNOT BE UPDATED THE WHOLE APPROVAL IS      *
      *    BACKED OUT, SO THE TRAIL AND THE ITEM NEVER DISAGREE.       *
      ******************************************************************
       4400-APPROVE-COUNT.

           PERFORM 6100-LOCK-COUNT THRU 6100-EXIT

           IF NOT WS-EDIT-OK
               GO TO 4400-EXIT
           END-IF

           EXEC CICS READ
                FILE('ITMMST')
                INTO(HELO-ITM-RECORD)
                RIDFLD(HELO-CNT-ITEM-NO)
                KEYLENGTH(8)
                UPDATE
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
               IF WS-FILE-RESP = DFHRESP(NOTFND)
                   MOVE 'ITEM IS NO LONGER ON ITMMST - REJECT THE COUNT'
                       TO WS-PANEL-MSG
               ELSE
                   MOVE 'ITMMST READ FAILED - CALL THE HELP DESK'
                       TO WS-PANEL-MSG
               END-IF
               EXEC CICS UNLOCK
                    FILE('CNTVAR')
               END-EXEC
               GO TO 4400-EXIT
           END-IF

           COMPUTE WS-VARIANCE =
               HELO-CNT-QTY-COUNTED - HELO-CNT-QTY-ONHAND
           COMPUTE WS-NEW-ONHAND =
               HELO-ITM-QTY-ONHAND + WS-VARIANCE
           IF WS-NEW-ONHAND < ZERO
               MOVE ZERO TO WS-NEW-ONHAND
           END-IF

           PERFORM 5000-STAMP-DECISION THRU 5000-EXIT

           SET HELO-CNT-APPROVED TO TRUE
           MOVE HELO-ITM-QTY-ONHAND TO HELO-CNT-QTY-BEFORE
           MOVE WS-NEW-ONHAND       TO HELO-CNT-QTY-AFTER

           EXEC CICS REWRITE
                FILE('CNTVAR')
                FROM(HELO-CNT-RECORD)
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CNTVAR UPDATE FAILED - ON HAND NOT CHANGED'
                   TO WS-PANEL-MSG
               EXEC CICS UNLOCK
                    FILE('ITMMST')
               END-EXEC
               GO TO 4400-EXIT
           END-IF

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
               MOVE 'ITMMST UPDATE FAILED - APPROVAL BACKED OUT'
                   TO WS-PANEL-MSG
               GO TO 4400-EXIT
           END-IF

           PERFORM 7000-RECORD-TO-PANEL THRU 7000-EXIT

           MOVE 'COUNT APPROVED - ON HAND ADJUSTED, I FOR NEXT'
               TO WS-PANEL-MSG.

       4400-EXIT.
           EXIT.

      ******************************************************************
      *    4500-REJECT-COUNT -- CLOSES THE COUNT ON THE PANEL WITHOUT  *
      *    TOUCHING ITMMST, FOR A RECOUNT OF THE BIN.  THE ON-HAND     *
      *    BEFORE AND AFTER ARE BOTH THE CURRENT FIGURE, SO THE        *
      *    RECORD SHOWS NOTHING MOVED.                                 *
      ******************************************************************
       4500-REJECT-COUNT.

           PERFORM 6100-LOCK-COUNT THRU 6100-EXIT

           IF NOT WS-EDIT-OK
               GO TO 4500-EXIT
           END-IF

           EXEC CICS READ
                FILE('ITMMST')
                INTO(HELO-ITM-RECORD)
                RIDFLD(HELO-CNT-ITEM-NO)
                KEYLENGTH(8)
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO HELO-ITM-DESC
               MOVE ZERO TO HELO-ITM-QTY-ONHAND
           END-IF

           PERFORM 5000-STAMP-DECISION THRU 5000-EXIT

           SET HELO-CNT-REJECTED TO TRUE
           MOVE HELO-ITM-QTY-ONHAND TO HELO-CNT-QTY-BEFORE
           MOVE HELO-ITM-QTY-ONHAND TO HELO-CNT-QTY-AFTER

           EXEC CICS REWRITE
                FILE('CNTVAR')
                FROM(HELO-CNT-RECORD)
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CNTVAR UPDATE FAILED - CALL THE HELP DESK'
                   TO WS-PANEL-MSG
               GO TO 4500-EXIT
           END-IF

           PERFORM 7000-RECORD-TO-PANEL THRU 7000-EXIT

           MOVE 'COUNT REJECTED - RECOUNT THE BIN, I FOR THE NEXT COUNT'
               TO WS-PANEL-MSG.

       4500-EXIT.
           EXIT.

      ******************************************************************
      *    5000-STAMP-DECISION -- WHO DECIDED THE COUNT, FROM WHICH    *
      *    TERMINAL, AND WHEN, ONTO THE COUNT RECORD IN STORAGE.       *
      ******************************************************************
       5000-STAMP-DECISION.

           EXEC CICS ASSIGN
                ABSTIME(WS-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYMMDD(WS-APPR-DATE)
                TIME(WS-APPR-TIME)
           END-EXEC

           EXEC CICS ASSIGN
                USERID(WS-APPR-USERID)
           END-EXEC

           MOVE WS-APPR-USERID      TO HELO-CNT-APPR-USERID
           MOVE WS-APPR-DATE        TO HELO-CNT-APPR-DATE
           MOVE WS-APPR-TIME        TO HELO-CNT-APPR-TIME
           MOVE EIBTRMID            TO HELO-CNT-APPR-TERM-ID.

       5000-EXIT.
           EXIT.

      ******************************************************************
      *    6000-READ-ITEM -- THE ITEM BEHIND THE COUNT IN STORAGE,     *
      *    FOR ITS DESCRIPTION AND CURRENT ON-HAND.  AN ITEM GONE      *
      *    FROM ITMMST STILL SHOWS ITS COUNT SO IT CAN BE REJECTED.    *
      ******************************************************************
       6000-READ-ITEM.

           MOVE 'Y' TO WS-EDIT-OK-SW

           EXEC CICS READ
                FILE('ITMMST')
                INTO(HELO-ITM-RECORD)
                RIDFLD(HELO-CNT-ITEM-NO)
                KEYLENGTH(8)
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
               IF WS-FILE-RESP = DFHRESP(NOTFND)
                   MOVE '** ITEM NO LONGER ON ITMMST **'
                       TO HELO-ITM-DESC
                   MOVE ZERO TO HELO-ITM-QTY-ONHAND
               ELSE
                   MOVE 'ITMMST READ FAILED - CALL THE HELP DESK'
                       TO WS-PANEL-MSG
                   MOVE 'N' TO WS-EDIT-OK-SW
               END-IF
           END-IF.

       6000-EXIT.
           EXIT.

      ******************************************************************
      *    6100-LOCK-COUNT -- READS FOR UPDATE THE COUNT LAST SHOWN    *
      *    ON THE PANEL (ITS KEY RIDES IN THE COMMAREA).  APPROVE AND  *
      *    REJECT ACT ONLY ON A COUNT THE SUPERVISOR HAS LOOKED AT,    *
      *    ONLY WHILE THE PANEL STILL SHOWS THAT ITEM, AND ONLY WHILE  *
      *    THE COUNT IS STILL PENDING -- A SECOND SUPERVISOR WHO GOT   *
      *    THERE FIRST WINS.                                           *
      ******************************************************************
       6100-LOCK-COUNT.

           MOVE 'Y' TO WS-EDIT-OK-SW

           IF WS-KCM-CNT-KEY = SPACES
                   OR KITEMI NOT = WS-KCM-CNT-ITEM
               MOVE 'USE I TO SHOW A COUNT BEFORE APPROVE OR REJECT'
                   TO WS-PANEL-MSG
               MOVE 'N' TO WS-EDIT-OK-SW
               GO TO 6100-EXIT
           END-IF

           EXEC CICS READ
                FILE('CNTVAR')
                INTO(HELO-CNT-RECORD)
                RIDFLD(WS-KCM-CNT-KEY)
                KEYLENGTH(20)
                UPDATE
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CNTVAR READ FAILED - CALL THE HELP DESK'
                   TO WS-PANEL-MSG
               MOVE 'N' TO WS-EDIT-OK-SW
               GO TO 6100-EXIT
           END-IF

           IF NOT HELO-CNT-PENDING
               EXEC CICS UNLOCK
                    FILE('CNTVAR')
               END-EXEC
               MOVE 'COUNT WAS ALREADY DECIDED - USE I FOR THE NEXT ONE'
                   TO WS-PANEL-MSG
               MOVE 'N' TO WS-EDIT-OK-SW
           END-IF.

       6100-EXIT.
           EXIT.

      ******************************************************************
      *    7000-RECORD-TO-PANEL -- FILLS THE PANEL FROM THE COUNT AND  *
      *    ITEM RECORDS IN STORAGE.  WHILE THE COUNT IS PENDING THE    *
      *    LAST LINE SHOWS WHAT APPROVAL WOULD MAKE THE ON-HAND; ONCE  *
      *    DECIDED IT SHOWS THE BEFORE AND AFTER ACTUALLY RECORDED.    *
      ******************************************************************
       7000-RECORD-TO-PANEL.

           MOVE HELO-CNT-ITEM-NO    TO KITEMI
           MOVE HELO-ITM-DESC       TO KDESCI

           MOVE HELO-CNT-BIN-LOC    TO WS-WHERE-BIN
           MOVE HELO-CNT-ZONE       TO WS-WHERE-ZONE
           MOVE WS-WHERE-LINE       TO KWHEREI

           MOVE HELO-CNT-DATE       TO WS-WHEN-DATE
           MOVE HELO-CNT-TIME       TO WS-WHEN-TIME
           MOVE WS-WHEN-LINE        TO KWHENI

           MOVE HELO-CNT-OPERID     TO WS-WHO-OPERID
           MOVE HELO-CNT-TERM-ID    TO WS-WHO-TERM-ID
           MOVE WS-WHO-LINE         TO KWHOI

           MOVE HELO-CNT-QTY-ONHAND TO WS-QTY-EDIT
           MOVE WS-QTY-EDIT         TO KBOOKI

           MOVE HELO-CNT-QTY-COUNTED TO WS-QTY-EDIT
           MOVE WS-QTY-EDIT         TO KCNTI

           COMPUTE WS-VARIANCE =
               HELO-CNT-QTY-COUNTED - HELO-CNT-QTY-ONHAND
           MOVE WS-VARIANCE         TO WS-VAR-EDIT
           MOVE WS-VAR-EDIT         TO KVARI

           IF HELO-CNT-PENDING
               MOVE HELO-ITM-QTY-ONHAND TO WS-QTY-EDIT
               MOVE WS-QTY-EDIT     TO KCURI
               COMPUTE WS-NEW-ONHAND =
                   HELO-ITM-QTY-ONHAND + WS-VARIANCE
               IF WS-NEW-ONHAND < ZERO
                   MOVE ZERO TO WS-NEW-ONHAND
               END-IF
               MOVE WS-NEW-ONHAND   TO WS-QTY-EDIT
               MOVE WS-QTY-EDIT     TO KNEWI
           ELSE
               MOVE HELO-CNT-QTY-BEFORE TO WS-QTY-EDIT
               MOVE WS-QTY-EDIT     TO KCURI
               MOVE HELO-CNT-QTY-AFTER  TO WS-QTY-EDIT
               MOVE WS-QTY-EDIT     TO KNEWI
           END-IF.

       7000-EXIT.
           EXIT.

      ******************************************************************
      *    7200-CLEAR-PANEL -- BLANKS THE DISPLAY FIELDS WHEN THERE    *
      *    IS NO COUNT TO SHOW.                                        *
      ******************************************************************
       7200-CLEAR-PANEL.

           MOVE SPACES TO KDESCI KWHEREI KWHENI KWHOI
           MOVE SPACES TO KBOOKI KCNTI KVARI KCURI KNEWI.

       7200-EXIT.
           EXIT.

      ******************************************************************
      *    8000-RESEND-PANEL -- SENDS THE PANEL BACK WITH THE RESULT   *
      *    MESSAGE AND THE CURRENT FIELD CONTENTS, THEN RETURNS WITH   *
      *    THE CAPR TRANSID TO CONTINUE THE CONVERSATION.              *
      ******************************************************************
       8000-RESEND-PANEL.

           MOVE WS-PANEL-MSG TO KEMSGO

           EXEC CICS SEND MAP('HELOKAM')
                MAPSET('HELOKAS')
                FROM(HELOKAMO)
                ERASE
           END-EXEC

           MOVE 'S' TO WS-KCM-STATE

           EXEC CICS RETURN
                TRANSID('CAPR')
                COMMAREA(WS-APR-AREA)
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
