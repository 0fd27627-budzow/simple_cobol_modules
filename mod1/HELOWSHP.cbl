       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELOWSHP.
       AUTHOR. D MARSH - ONLINE SYSTEMS.
       INSTALLATION. WAREHOUSE CICS REGION.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ------------------------------------------------------------*
      *    DATE     INIT  DESCRIPTION                                  *
      *    -------- ----  ---------------------------------------------*
      *    10/15/26  DM   ORIGINAL.  SHIPMENT INQUIRY TRANSACTION      *
      *                   WSHP BEHIND OPTION 4 OF THE WAREHOUSE MENU,  *
      *                   OVER THE NEW OUTBOUND ORDER FILE (SHPORD)    *
      *                   LOADED NIGHTLY BY HELOORSY.  FUNCTION O      *
      *                   SHOWS AN ORDER'S STATUS, DUE DATE, DOCK      *
      *                   DOOR, CARRIER AND SHIP-TO WITH ITS LINES     *
      *                   SIX AT A TIME; D BROWSES THE ORDERS DUE OUT  *
      *                   TODAY IN A ZONE (ALL ZONES WHEN THE ZONE IS  *
      *                   LEFT BLANK); A LISTS THE UNSHIPPED ORDER     *
      *                   LINES HOLDING AN ITEM'S STOCK, TOTALLED      *
      *                   AGAINST THE ITMMST ALLOCATED QUANTITY.       *
      *                   ENTER WITH THE SAME FUNCTION AND ARGUMENT    *
      *                   PAGES FORWARD.  INQUIRY ONLY -- NOTHING      *
      *                   HERE UPDATES A FILE.                         *
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-FILE-RESP            PIC S9(08) COMP.
       01  WS-PANEL-MSG            PIC X(79).
       01  WS-ABSTIME              PIC S9(15) COMP.
       01  WS-TODAY                PIC 9(06).
       01  WS-ARG                  PIC X(10).
       01  WS-BROWSE-KEY.
           05  WS-BRW-ORDER        PIC X(10).
           05  WS-BRW-LINE         PIC 9(03).
       01  WS-BROWSE-DONE-SW       PIC X(01)   VALUE 'N'.
           88  WS-BROWSE-DONE           VALUE 'Y'.
       01  WS-CONTINUE-SW          PIC X(01)   VALUE 'N'.
           88  WS-CONTINUING            VALUE 'Y'.
       01  WS-MORE-SW              PIC X(01)   VALUE 'N'.
           88  WS-MORE-ROWS             VALUE 'Y'.
       01  WS-ROW-COUNT            PIC 9(02)   VALUE ZERO.
       01  WS-HOLD-TOTAL           PIC 9(09)   VALUE ZERO.
       01  WS-HOLD-LINES           PIC 9(05)   VALUE ZERO.
       01  WS-CUR-ORD-STATUS       PIC X(01).
       01  WS-CUR-DUE-DATE         PIC 9(06).
       01  WS-STATUS-CODE          PIC X(01).
       01  WS-STATUS-TEXT          PIC X(08).
       01  WS-OPER-LINE.
           05  FILLER              PIC X(10)   VALUE 'OPERATOR: '.
           05  WS-OPER-LINE-NAME   PIC X(30).

      ******************************************************************
      *    THE SIX LIST ROWS ARE BUILT HERE AND MOVED TO SLIN1-SLIN6   *
      *    IN ONE PLACE, WHICHEVER FUNCTION FILLED THEM.               *
      ******************************************************************
       01  WS-ROW-TABLE.
           05  WS-ROW-TEXT         PIC X(79)   OCCURS 6 TIMES.

       01  WS-ORDLN-HEAD.
           05  FILLER              PIC X(45)
               VALUE 'LN   ITEM      DESCRIPTION'.
           05  FILLER              PIC X(34)
               VALUE '    ORDERED     PICKED  STATUS'.
       01  WS-ORDLN-ROW.
           05  OR-LINE-NO          PIC 9(03).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  OR-ITEM-NO          PIC X(08).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  OR-DESC             PIC X(30).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  OR-QTY-ORDERED      PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  OR-QTY-PICKED       PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  OR-STATUS           PIC X(08).
           05  FILLER              PIC X(02)   VALUE SPACE.

       01  WS-DUE-HEAD.
           05  FILLER              PIC X(45)
               VALUE 'ORDER       STATUS    DOOR CARRIER'.
           05  FILLER              PIC X(34)
               VALUE 'SHIP TO                    LINES'.
       01  WS-DUE-ROW.
           05  DR-ORDER-NO         PIC X(10).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  DR-STATUS           PIC X(08).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  DR-DOCK-DOOR        PIC X(03).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  DR-CARRIER          PIC X(15).
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  DR-SHIP-TO          PIC X(25).
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  DR-LINE-COUNT       PIC ZZ9.
           05  FILLER              PIC X(03)   VALUE SPACE.
       01  WS-DUE-SUMM.
           05  FILLER              PIC X(22)
               VALUE 'ORDERS DUE OUT TODAY ('.
           05  DS-TODAY            PIC 9(06).
           05  FILLER              PIC X(08)   VALUE ') ZONE '.
           05  DS-ZONE             PIC X(09).
           05  FILLER              PIC X(34)   VALUE SPACE.

       01  WS-ALLOC-HEAD.
           05  FILLER              PIC X(45)
               VALUE 'ORDER      LINE  DUE     ORDER     LINE'.
           05  FILLER              PIC X(34)
               VALUE '  HOLDING'.
       01  WS-ALLOC-ROW.
           05  AR-ORDER-NO         PIC X(10).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  AR-LINE-NO          PIC 9(03).
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  AR-DUE-DATE         PIC 9(06).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  AR-ORD-STATUS       PIC X(08).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  AR-LN-STATUS        PIC X(08).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  AR-QTY-HELD         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(25)   VALUE SPACE.
       01  WS-ALLOC-SUMM.
           05  AS-DESC             PIC X(30).
           05  FILLER              PIC X(07)   VALUE ' ALLOC '.
           05  AS-QTY-ALLOC        PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(11)   VALUE ' ON ORDERS '.
           05  AS-QTY-HELD         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(07)   VALUE ' LINES '.
           05  AS-LINES            PIC ZZ,ZZ9.

      ******************************************************************
      *    WS-SHP-AREA IS A WORKING-STORAGE MIRROR OF HELOOCM (SAME    *
      *    LAYOUT, DIFFERENT NAMES SO IT CAN COEXIST WITH THE LINKAGE  *
      *    SECTION COPY OF DFHCOMMAREA BELOW).  INBOUND STATE IS       *
      *    COPIED HERE ON ENTRY WHEN EIBCALEN > 0; THE OUTBOUND STATE  *
      *    FOR EVERY RETURN IS BUILT HERE.  THE MENU HANDS OVER A      *
      *    HELOCOM COMMAREA WHOSE FIRST 34 BYTES MATCH THIS LAYOUT,    *
      *    SO ITS STATE BYTE ('M') READS AS "FIRST TRIP" AND THE       *
      *    OPERATOR'S IDENTITY LANDS IN PLACE WITHOUT A SPECIAL CASE.  *
      ******************************************************************
       COPY HELOOCM REPLACING
            ==DFHCOMMAREA==          BY ==WS-SHP-AREA==
            ==HELO-OCM-FIRST-TIME==  BY ==WS-OCM-FIRST-TIME==
            ==HELO-OCM-FROM-MENU==   BY ==WS-OCM-FROM-MENU==
            ==HELO-OCM-SHOWING==     BY ==WS-OCM-SHOWING==
            ==HELO-OCM-STATE==       BY ==WS-OCM-STATE==
            ==HELO-OCM-OPERID==      BY ==WS-OCM-OPERID==
            ==HELO-OCM-OPER-NAME==   BY ==WS-OCM-OPER-NAME==
            ==HELO-OCM-LAST-FUNC==   BY ==WS-OCM-LAST-FUNC==
            ==HELO-OCM-LAST-ARG==    BY ==WS-OCM-LAST-ARG==
            ==HELO-OCM-LAST-KEY==    BY ==WS-OCM-LAST-KEY==
            ==HELO-OCM-LAST-ORDER==  BY ==WS-OCM-LAST-ORDER==
            ==HELO-OCM-LAST-LINE==   BY ==WS-OCM-LAST-LINE==.

       COPY HELOSHM.
       COPY DFHAID.
       COPY HELOITM.
       COPY HELOSHP.

       LINKAGE SECTION.
       COPY HELOOCM.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO WS-SHP-AREA
           ELSE
               MOVE SPACES TO WS-SHP-AREA
           END-IF.

           IF WS-OCM-SHOWING
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
      *    AND RETURNS WITH THE WSHP TRANSID SO THE NEXT ATTENTION     *
      *    KEY COMES BACK HERE.                                        *
      ******************************************************************
       2000-SEND-FRESH-PANEL.

           MOVE LOW-VALUES TO HELOSHMO
           MOVE SPACES TO SEMSGO

           IF WS-OCM-OPER-NAME NOT = SPACES
               MOVE WS-OCM-OPER-NAME TO WS-OPER-LINE-NAME
               MOVE WS-OPER-LINE TO SOPERO
           END-IF

           EXEC CICS SEND MAP('HELOSHM')
                MAPSET('HELOSHS')
                FROM(HELOSHMO)
                ERASE
           END-EXEC

           MOVE 'S' TO WS-OCM-STATE
           MOVE SPACES TO WS-OCM-LAST-FUNC
           MOVE SPACES TO WS-OCM-LAST-ARG
           MOVE SPACES TO WS-OCM-LAST-KEY

           EXEC CICS RETURN
                TRANSID('WSHP')
                COMMAREA(WS-SHP-AREA)
           END-EXEC.

       2000-EXIT.
           EXIT.

      ******************************************************************
      *    3000-PROCESS-PANEL -- OPERATOR RESPONDED TO THE PANEL.      *
      *    PF3 AND CLEAR END THE SESSION CLEANLY; ENTER RECEIVES THE   *
      *    PANEL AND DISPATCHES ON THE FUNCTION CODE; ANYTHING ELSE    *
      *    IS TOLD TO USE ENTER OR PF3.                                *
      ******************************************************************
       3000-PROCESS-PANEL.

           IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
               PERFORM 9000-END-SESSION THRU 9000-EXIT
               GO TO 3000-EXIT
           END-IF

           EXEC CICS RECEIVE MAP('HELOSHM')
                MAPSET('HELOSHS')
                INTO(HELOSHMI)
           END-EXEC

           MOVE SPACES TO WS-PANEL-MSG

           IF EIBAID NOT = DFHENTER
               MOVE 'USE ENTER TO PROCESS OR PF3 TO EXIT'
                   TO WS-PANEL-MSG
               PERFORM 8000-RESEND-PANEL THRU 8000-EXIT
               GO TO 3000-EXIT
           END-IF

           IF SORDRI = LOW-VALUES
               MOVE SPACES TO SORDRI
           END-IF
           IF SZONEI = LOW-VALUES
               MOVE SPACES TO SZONEI
           END-IF
           IF SITEMI = LOW-VALUES
               MOVE SPACES TO SITEMI
           END-IF

           PERFORM 7200-CLEAR-DISPLAY THRU 7200-EXIT

           EVALUATE SFUNCI
               WHEN 'O'
                   PERFORM 4100-ORDER-INQUIRY THRU 4100-EXIT
               WHEN 'D'
                   PERFORM 4200-DUE-TODAY THRU 4200-EXIT
               WHEN 'A'
                   PERFORM 4300-ITEM-ALLOCATION THRU 4300-EXIT
               WHEN OTHER
                   MOVE 'FUNCTION MUST BE O, D OR A' TO WS-PANEL-MSG
           END-EVALUATE

           PERFORM 7100-ROWS-TO-PANEL THRU 7100-EXIT
           PERFORM 8000-RESEND-PANEL THRU 8000-EXIT.

       3000-EXIT.
           EXIT.

      ******************************************************************
      *    4100-ORDER-INQUIRY -- READS THE KEYED ORDER'S HEADER (LINE  *
      *    000) ONTO THE PANEL, THEN LISTS ITS LINES SIX AT A TIME.    *
      *    THE SAME ORDER KEYED AGAIN WITH O CONTINUES AFTER THE LAST  *
      *    LINE SHOWN (CARRIED IN THE COMMAREA); A NEW ORDER STARTS    *
      *    AT LINE 001.                                                *
      ******************************************************************
       4100-ORDER-INQUIRY.

           IF SORDRI = SPACES
               MOVE 'ORDER NUMBER IS REQUIRED FOR O' TO WS-PANEL-MSG
               MOVE SPACES TO WS-OCM-LAST-KEY
               GO TO 4100-EXIT
           END-IF

           MOVE SORDRI TO WS-ARG
           PERFORM 6000-CHECK-CONTINUE THRU 6000-EXIT

           MOVE WS-ARG TO WS-BRW-ORDER
           MOVE ZERO   TO WS-BRW-LINE

           EXEC CICS READ
                FILE('SHPORD')
                INTO(HELO-SHP-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(13)
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
               IF WS-FILE-RESP = DFHRESP(NOTFND)
                   MOVE 'ORDER NOT ON FILE' TO WS-PANEL-MSG
               ELSE
                   MOVE 'SHPORD READ FAILED - CALL THE HELP DESK'
                       TO WS-PANEL-MSG
               END-IF
               MOVE SPACES TO WS-OCM-LAST-KEY
               GO TO 4100-EXIT
           END-IF

           PERFORM 7000-HEADER-TO-PANEL THRU 7000-EXIT
           MOVE WS-ORDLN-HEAD TO SHEADI

           IF WS-CONTINUING
               MOVE WS-OCM-LAST-KEY TO WS-BROWSE-KEY
           ELSE
               MOVE 1 TO WS-BRW-LINE
           END-IF

           EXEC CICS STARTBR
                FILE('SHPORD')
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(13)
                GTEQ
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP = DFHRESP(NORMAL)
               PERFORM 4110-READ-ORDER-LINE THRU 4110-EXIT
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR
                    FILE('SHPORD')
               END-EXEC
           END-IF

           IF WS-MORE-ROWS
               MOVE 'PRESS ENTER WITH O FOR MORE LINES OF THIS ORDER'
                   TO WS-PANEL-MSG
               GO TO 4100-EXIT
           END-IF

           MOVE SPACES TO WS-OCM-LAST-KEY

           IF WS-ROW-COUNT = ZERO AND NOT WS-CONTINUING
               MOVE 'ORDER DISPLAYED - NO LINES ON FILE'
                   TO WS-PANEL-MSG
           ELSE
               MOVE 'ORDER DISPLAYED - END OF LINES' TO WS-PANEL-MSG
           END-IF.

       4100-EXIT.
           EXIT.

      ******************************************************************
      *    4110-READ-ORDER-LINE -- ONE READNEXT AGAINST THE OPEN       *
      *    SHPORD BROWSE.  THE LINE ALREADY AT THE BOTTOM OF THE LAST  *
      *    PAGE IS PASSED OVER.  THE NEXT ORDER'S HEADER OR END OF     *
      *    FILE ENDS THE LIST; A SEVENTH LINE ENDS THE PAGE AND SAYS   *
      *    THERE IS MORE.                                              *
      ******************************************************************
       4110-READ-ORDER-LINE.

           EXEC CICS READNEXT
                FILE('SHPORD')
                INTO(HELO-SHP-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(13)
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
                   OR HELO-SHP-ORDER-NO NOT = WS-ARG
               SET WS-BROWSE-DONE TO TRUE
               GO TO 4110-EXIT
           END-IF

           IF WS-CONTINUING AND HELO-SHP-KEY = WS-OCM-LAST-KEY
               GO TO 4110-EXIT
           END-IF

           IF NOT HELO-SHP-LINE
               GO TO 4110-EXIT
           END-IF

           IF WS-ROW-COUNT = 6
               SET WS-MORE-ROWS TO TRUE
               SET WS-BROWSE-DONE TO TRUE
               GO TO 4110-EXIT
           END-IF

           MOVE HELO-SHP-LINE-NO     TO OR-LINE-NO
           MOVE HELO-SHP-ITEM-NO     TO OR-ITEM-NO
           MOVE HELO-SHP-QTY-ORDERED TO OR-QTY-ORDERED
           MOVE HELO-SHP-QTY-PICKED  TO OR-QTY-PICKED
           MOVE HELO-SHP-LINE-STATUS TO WS-STATUS-CODE
           PERFORM 6500-DECODE-STATUS THRU 6500-EXIT
           MOVE WS-STATUS-TEXT       TO OR-STATUS

           PERFORM 6200-READ-ITEM THRU 6200-EXIT

           IF WS-FILE-RESP = DFHRESP(NORMAL)
               MOVE HELO-ITM-DESC TO OR-DESC
           ELSE
               MOVE '** ITEM NOT ON ITMMST **' TO OR-DESC
           END-IF

           ADD 1 TO WS-ROW-COUNT
           MOVE WS-ORDLN-ROW TO WS-ROW-TEXT (WS-ROW-COUNT)
           MOVE HELO-SHP-KEY TO WS-OCM-LAST-KEY.

       4110-EXIT.
           EXIT.

      ******************************************************************
      *    4200-DUE-TODAY -- LISTS, SIX AT A TIME, THE ORDERS WHOSE    *
      *    DUE DATE IS TODAY IN THE KEYED SHIPPING ZONE (EVERY ZONE    *
      *    WHEN THE ZONE IS LEFT BLANK).  THE FILE IS KEYED BY ORDER   *
      *    NUMBER, SO THE BROWSE WALKS THE FILE AND FILTERS ON THE     *
      *    HEADER RECORDS, THE SAME WAY WINQ WALKS ITMMST FOR A BIN.   *
      ******************************************************************
       4200-DUE-TODAY.

           MOVE SZONEI TO WS-ARG
           PERFORM 6000-CHECK-CONTINUE THRU 6000-EXIT
           PERFORM 6300-GET-TODAY THRU 6300-EXIT

           MOVE WS-DUE-HEAD TO SHEADI
           MOVE WS-TODAY TO DS-TODAY
           IF WS-ARG = SPACES
               MOVE 'ALL ZONES' TO DS-ZONE
           ELSE
               MOVE WS-ARG TO DS-ZONE
           END-IF
           MOVE WS-DUE-SUMM TO SSUMMI

           IF WS-CONTINUING
               MOVE WS-OCM-LAST-KEY TO WS-BROWSE-KEY
           ELSE
               MOVE LOW-VALUES TO WS-BROWSE-KEY
           END-IF

           EXEC CICS STARTBR
                FILE('SHPORD')
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(13)
                GTEQ
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP = DFHRESP(NORMAL)
               PERFORM 4210-READ-DUE-ORDER THRU 4210-EXIT
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR
                    FILE('SHPORD')
               END-EXEC
           END-IF

           IF WS-MORE-ROWS
               MOVE 'PRESS ENTER WITH D FOR MORE ORDERS DUE TODAY'
                   TO WS-PANEL-MSG
               GO TO 4200-EXIT
           END-IF

           MOVE SPACES TO WS-OCM-LAST-KEY

           IF WS-ROW-COUNT = ZERO AND NOT WS-CONTINUING
               MOVE 'NO ORDERS DUE OUT TODAY FOR THIS ZONE'
                   TO WS-PANEL-MSG
           ELSE
               MOVE 'END OF ORDERS DUE OUT TODAY' TO WS-PANEL-MSG
           END-IF.

       4200-EXIT.
           EXIT.

      ******************************************************************
      *    4210-READ-DUE-ORDER -- ONE READNEXT AGAINST THE OPEN        *
      *    SHPORD BROWSE.  LINES, THE PRIMING DUMMY, THE ORDER AT THE  *
      *    BOTTOM OF THE LAST PAGE, ORDERS DUE ANOTHER DAY AND ORDERS  *
      *    FOR ANOTHER ZONE ARE PASSED OVER.  END OF FILE ENDS THE     *
      *    LIST; A SEVENTH HIT ENDS THE PAGE AND SAYS THERE IS MORE.   *
      ******************************************************************
       4210-READ-DUE-ORDER.

           EXEC CICS READNEXT
                FILE('SHPORD')
                INTO(HELO-SHP-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(13)
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
               GO TO 4210-EXIT
           END-IF

           IF NOT HELO-SHP-HEADER
                   OR HELO-SHP-ORDER-NO = 'ZZZZZZZZZZ'
               GO TO 4210-EXIT
           END-IF

           IF WS-CONTINUING AND HELO-SHP-KEY = WS-OCM-LAST-KEY
               GO TO 4210-EXIT
           END-IF

           IF HELO-SHP-DUE-DATE NOT = WS-TODAY
               GO TO 4210-EXIT
           END-IF

           IF WS-ARG NOT = SPACES AND HELO-SHP-ZONE NOT = WS-ARG
               GO TO 4210-EXIT
           END-IF

           IF WS-ROW-COUNT = 6
               SET WS-MORE-ROWS TO TRUE
               SET WS-BROWSE-DONE TO TRUE
               GO TO 4210-EXIT
           END-IF

           MOVE HELO-SHP-ORDER-NO    TO DR-ORDER-NO
           MOVE HELO-SHP-STATUS      TO WS-STATUS-CODE
           PERFORM 6500-DECODE-STATUS THRU 6500-EXIT
           MOVE WS-STATUS-TEXT       TO DR-STATUS
           MOVE HELO-SHP-DOCK-DOOR   TO DR-DOCK-DOOR
           MOVE HELO-SHP-CARRIER     TO DR-CARRIER
           MOVE HELO-SHP-SHIP-TO     TO DR-SHIP-TO
           MOVE HELO-SHP-LINE-COUNT  TO DR-LINE-COUNT

           ADD 1 TO WS-ROW-COUNT
           MOVE WS-DUE-ROW TO WS-ROW-TEXT (WS-ROW-COUNT)
           MOVE HELO-SHP-KEY TO WS-OCM-LAST-KEY.

       4210-EXIT.
           EXIT.

      ******************************************************************
      *    4300-ITEM-ALLOCATION -- ANSWERS "WHICH ORDERS ARE HOLDING   *
      *    THIS STOCK".  WALKS THE WHOLE ORDER FILE FOR UNSHIPPED      *
      *    LINES OF THE KEYED ITEM, TOTALLING WHAT THEY HOLD AGAINST   *
      *    THE ITMMST ALLOCATED QUANTITY ON THE SUMMARY LINE, AND      *
      *    LISTS THEM SIX AT A TIME.  THE WALK ALWAYS RUNS TO END OF   *
      *    FILE SO THE TOTAL IS THE SAME ON EVERY PAGE.                *
      ******************************************************************
       4300-ITEM-ALLOCATION.

           IF SITEMI = SPACES
               MOVE 'ITEM NUMBER IS REQUIRED FOR A' TO WS-PANEL-MSG
               MOVE SPACES TO WS-OCM-LAST-KEY
               GO TO 4300-EXIT
           END-IF

           MOVE SITEMI TO WS-ARG
           PERFORM 6000-CHECK-CONTINUE THRU 6000-EXIT

           PERFORM 6200-READ-ITEM THRU 6200-EXIT

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
               IF WS-FILE-RESP = DFHRESP(NOTFND)
                   MOVE 'ITEM NOT ON FILE' TO WS-PANEL-MSG
               ELSE
                   MOVE 'ITMMST READ FAILED - CALL THE HELP DESK'
                       TO WS-PANEL-MSG
               END-IF
               MOVE SPACES TO WS-OCM-LAST-KEY
               GO TO 4300-EXIT
           END-IF

           MOVE WS-ALLOC-HEAD TO SHEADI
           MOVE ZERO TO WS-HOLD-TOTAL
           MOVE ZERO TO WS-HOLD-LINES
           MOVE SPACES TO WS-CUR-ORD-STATUS
           MOVE ZERO TO WS-CUR-DUE-DATE
           MOVE LOW-VALUES TO WS-BROWSE-KEY

           EXEC CICS STARTBR
                FILE('SHPORD')
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(13)
                GTEQ
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP = DFHRESP(NORMAL)
               PERFORM 4310-READ-ALLOC-LINE THRU 4310-EXIT
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR
                    FILE('SHPORD')
               END-EXEC
           END-IF

           MOVE HELO-ITM-DESC      TO AS-DESC
           MOVE HELO-ITM-QTY-ALLOC TO AS-QTY-ALLOC
           MOVE WS-HOLD-TOTAL      TO AS-QTY-HELD
           MOVE WS-HOLD-LINES      TO AS-LINES
           MOVE WS-ALLOC-SUMM      TO SSUMMI

           IF WS-MORE-ROWS
               MOVE 'PRESS ENTER WITH A FOR MORE ORDERS HOLDING THIS IT
      -            'EM' TO WS-PANEL-MSG
               GO TO 4300-EXIT
           END-IF

           MOVE SPACES TO WS-OCM-LAST-KEY

           IF WS-HOLD-LINES = ZERO
               MOVE 'NO UNSHIPPED ORDER LINES HOLD THIS ITEM'
                   TO WS-PANEL-MSG
           ELSE
               MOVE 'END OF ORDERS HOLDING THIS ITEM' TO WS-PANEL-MSG
           END-IF.

       4300-EXIT.
           EXIT.

      ******************************************************************
      *    4310-READ-ALLOC-LINE -- ONE READNEXT AGAINST THE OPEN       *
      *    SHPORD BROWSE.  A HEADER IS REMEMBERED SO ITS LINES CAN     *
      *    SHOW THE ORDER'S STATUS AND DUE DATE.  AN UNSHIPPED LINE    *
      *    FOR THE ITEM IS TOTALLED; IT IS LISTED WHEN IT FALLS AFTER  *
      *    THE LAST PAGE SHOWN AND THE PAGE HAS ROOM.                  *
      ******************************************************************
       4310-READ-ALLOC-LINE.

           EXEC CICS READNEXT
                FILE('SHPORD')
                INTO(HELO-SHP-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(13)
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
               GO TO 4310-EXIT
           END-IF

           IF HELO-SHP-HEADER
               MOVE HELO-SHP-STATUS   TO WS-CUR-ORD-STATUS
               MOVE HELO-SHP-DUE-DATE TO WS-CUR-DUE-DATE
               GO TO 4310-EXIT
           END-IF

           IF NOT HELO-SHP-LINE
                   OR HELO-SHP-ITEM-NO NOT = WS-ARG
                   OR HELO-SHP-LN-SHIPPED
               GO TO 4310-EXIT
           END-IF

           ADD HELO-SHP-QTY-ORDERED TO WS-HOLD-TOTAL
           ADD 1 TO WS-HOLD-LINES

           IF WS-CONTINUING AND HELO-SHP-KEY NOT > WS-OCM-LAST-KEY
               GO TO 4310-EXIT
           END-IF

           IF WS-ROW-COUNT = 6
               SET WS-MORE-ROWS TO TRUE
               GO TO 4310-EXIT
           END-IF

           MOVE HELO-SHP-ORDER-NO    TO AR-ORDER-NO
           MOVE HELO-SHP-LINE-NO     TO AR-LINE-NO
           MOVE WS-CUR-DUE-DATE      TO AR-DUE-DATE
           MOVE WS-CUR-ORD-STATUS    TO WS-STATUS-CODE
           PERFORM 6500-DECODE-STATUS THRU 6500-EXIT
           MOVE WS-STATUS-TEXT       TO AR-ORD-STATUS
           MOVE HELO-SHP-LINE-STATUS TO WS-STATUS-CODE
           PERFORM 6500-DECODE-STATUS THRU 6500-EXIT
           MOVE WS-STATUS-TEXT       TO AR-LN-STATUS
           MOVE HELO-SHP-QTY-ORDERED TO AR-QTY-HELD

           ADD 1 TO WS-ROW-COUNT
           MOVE WS-ALLOC-ROW TO WS-ROW-TEXT (WS-ROW-COUNT)
           MOVE HELO-SHP-KEY TO WS-OCM-LAST-KEY.

       4310-EXIT.
           EXIT.

      ******************************************************************
      *    6000-CHECK-CONTINUE -- THE SAME FUNCTION AND ARGUMENT AS    *
      *    THE PAGE ON THE SCREEN, WITH A LAST KEY CARRIED IN THE      *
      *    COMMAREA, MEANS "NEXT PAGE"; ANYTHING ELSE STARTS THE LIST  *
      *    OVER.  ALSO RESETS THE PAGE BEFORE IT IS FILLED.  EACH ROW  *
      *    ADDED TO THE PAGE MOVES ITS KEY INTO THE COMMAREA LAST KEY, *
      *    WHICH IS CLEARED AGAIN WHEN THE LIST RUNS OUT.              *
      ******************************************************************
       6000-CHECK-CONTINUE.

           MOVE 'N' TO WS-CONTINUE-SW
           MOVE 'N' TO WS-MORE-SW
           MOVE 'N' TO WS-BROWSE-DONE-SW
           MOVE ZERO TO WS-ROW-COUNT
           MOVE SPACES TO WS-ROW-TABLE

           IF SFUNCI = WS-OCM-LAST-FUNC
                   AND WS-ARG = WS-OCM-LAST-ARG
                   AND WS-OCM-LAST-KEY NOT = SPACES
               SET WS-CONTINUING TO TRUE
           END-IF

           MOVE SFUNCI TO WS-OCM-LAST-FUNC
           MOVE WS-ARG TO WS-OCM-LAST-ARG.

       6000-EXIT.
           EXIT.

      ******************************************************************
      *    6200-READ-ITEM -- READS ITMMST FOR THE ITEM IN WS-ARG (A)   *
      *    OR ON THE ORDER LINE JUST READ (O).  THE CALLER TESTS       *
      *    WS-FILE-RESP.                                               *
      ******************************************************************
       6200-READ-ITEM.

           IF SFUNCI = 'A'
               MOVE WS-ARG TO HELO-ITM-ITEM-NO
           ELSE
               MOVE HELO-SHP-ITEM-NO TO HELO-ITM-ITEM-NO
           END-IF

           EXEC CICS READ
                FILE('ITMMST')
                INTO(HELO-ITM-RECORD)
                RIDFLD(HELO-ITM-ITEM-NO)
                KEYLENGTH(8)
                RESP(WS-FILE-RESP)
           END-EXEC.

       6200-EXIT.
           EXIT.

      ******************************************************************
      *    6300-GET-TODAY -- TODAY'S DATE AS YYMMDD, THE SAME FORM THE *
      *    ORDER FEED CARRIES ITS DUE DATES IN.                        *
      ******************************************************************
       6300-GET-TODAY.

           EXEC CICS ASSIGN
                ABSTIME(WS-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYMMDD(WS-TODAY)
           END-EXEC.

       6300-EXIT.
           EXIT.

      ******************************************************************
      *    6500-DECODE-STATUS -- TURNS A SHPORD STATUS CODE INTO THE   *
      *    WORD THE DOCK USES FOR IT.                                  *
      ******************************************************************
       6500-DECODE-STATUS.

           EVALUATE WS-STATUS-CODE
               WHEN 'O'
                   MOVE 'OPEN'    TO WS-STATUS-TEXT
               WHEN 'P'
                   MOVE 'PICKED'  TO WS-STATUS-TEXT
               WHEN 'S'
                   MOVE 'STAGED'  TO WS-STATUS-TEXT
               WHEN 'X'
                   MOVE 'SHIPPED' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE WS-STATUS-CODE TO WS-STATUS-TEXT
           END-EVALUATE.

       6500-EXIT.
           EXIT.

      ******************************************************************
      *    7000-HEADER-TO-PANEL -- FILLS THE ORDER FIELDS FROM THE     *
      *    HEADER RECORD JUST READ.                                    *
      ******************************************************************
       7000-HEADER-TO-PANEL.

           MOVE HELO-SHP-STATUS      TO WS-STATUS-CODE
           PERFORM 6500-DECODE-STATUS THRU 6500-EXIT
           MOVE WS-STATUS-TEXT       TO SSTATI
           MOVE HELO-SHP-DUE-DATE    TO SDUEI
           MOVE HELO-SHP-DOCK-DOOR   TO SDOORI
           MOVE HELO-SHP-CARRIER     TO SCARRI
           MOVE HELO-SHP-SHIP-TO     TO SSHIPI.

       7000-EXIT.
           EXIT.

      ******************************************************************
      *    7100-ROWS-TO-PANEL -- MOVES THE SIX LIST ROWS BUILT BY      *
      *    WHICHEVER FUNCTION RAN INTO THE PANEL'S LIST LINES.         *
      ******************************************************************
       7100-ROWS-TO-PANEL.

           MOVE WS-ROW-TEXT (1) TO SLIN1I
           MOVE WS-ROW-TEXT (2) TO SLIN2I
           MOVE WS-ROW-TEXT (3) TO SLIN3I
           MOVE WS-ROW-TEXT (4) TO SLIN4I
           MOVE WS-ROW-TEXT (5) TO SLIN5I
           MOVE WS-ROW-TEXT (6) TO SLIN6I.

       7100-EXIT.
           EXIT.

      ******************************************************************
      *    7200-CLEAR-DISPLAY -- BLANKS THE ORDER FIELDS, SUMMARY,     *
      *    HEADING AND LIST LINES SO NOTHING FROM THE LAST ANSWER IS   *
      *    LEFT BEHIND UNDER THE NEW ONE.                              *
      ******************************************************************
       7200-CLEAR-DISPLAY.

           MOVE SPACES TO WS-ROW-TABLE
           MOVE SPACES TO SSTATI
           MOVE SPACES TO SDUEI
           MOVE SPACES TO SDOORI
           MOVE SPACES TO SCARRI
           MOVE SPACES TO SSHIPI
           MOVE SPACES TO SSUMMI
           MOVE SPACES TO SHEADI.

       7200-EXIT.
           EXIT.

      ******************************************************************
      *    8000-RESEND-PANEL -- SENDS THE PANEL BACK WITH THE RESULT   *
      *    MESSAGE AND THE CURRENT FIELD CONTENTS, THEN RETURNS WITH   *
      *    THE WSHP TRANSID TO CONTINUE THE CONVERSATION.              *
      ******************************************************************
       8000-RESEND-PANEL.

           MOVE WS-PANEL-MSG TO SEMSGO

           IF WS-OCM-OPER-NAME NOT = SPACES
               MOVE WS-OCM-OPER-NAME TO WS-OPER-LINE-NAME
               MOVE WS-OPER-LINE TO SOPERO
           END-IF

           EXEC CICS SEND MAP('HELOSHM')
                MAPSET('HELOSHS')
                FROM(HELOSHMO)
                ERASE
           END-EXEC

           MOVE 'S' TO WS-OCM-STATE

           EXEC CICS RETURN
                TRANSID('WSHP')
                COMMAREA(WS-SHP-AREA)
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
