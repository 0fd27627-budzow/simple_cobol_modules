       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELOORSY.
       AUTHOR. D MARSH - ONLINE SYSTEMS.
       INSTALLATION. WAREHOUSE CICS REGION.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ------------------------------------------------------------*
      *    DATE     INIT  DESCRIPTION                                  *
      *    -------- ----  ---------------------------------------------*
      *    10/15/26  DM   ORIGINAL.  NIGHTLY LOAD OF THE OUTBOUND      *
      *                   ORDER FILE (SHPORD) FROM THE OFFICE ORDER    *
      *                   SYSTEM'S FEED, FOR THE WSHP SHIPMENT         *
      *                   INQUIRY.  EACH ORDER ON THE FEED REPLACES    *
      *                   THE ORDER ON FILE, HEADER AND LINES, SO A    *
      *                   LINE THE OFFICE DROPPED DOES NOT LINGER;     *
      *                   A DELETE ACTION REMOVES A CANCELLED OR       *
      *                   CLOSED-OUT ORDER.  EVERY LINE'S ITEM MUST    *
      *                   BE ON ITMMST.  PRINTS A CONTROL REPORT OF    *
      *                   LOADED AND REJECTED COUNTS WITH REASONS,     *
      *                   AND -- LIKE HELOHRSY -- A FEED WHOSE         *
      *                   TRAILER COUNTS DISAGREE WITH WHAT WAS READ,  *
      *                   OR THAT HAS NO TRAILER, ENDS WITH RETURN     *
      *                   CODE 8 SO THE NIGHT STOPS FOR A LOOK.        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELO-SHPFEED-FILE  ASSIGN TO SHPFEED
               ORGANIZATION IS SEQUENTIAL.

           SELECT HELO-SHPORD-FILE   ASSIGN TO SHPORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HELO-SHP-KEY
               FILE STATUS IS WS-SHPORD-STATUS.

           SELECT HELO-ITMMST-FILE   ASSIGN TO ITMMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HELO-ITM-ITEM-NO
               FILE STATUS IS WS-ITMMST-STATUS.

           SELECT HELO-REPORT-FILE   ASSIGN TO HELOORSR
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HELO-SHPFEED-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY HELOSHF.

       FD  HELO-SHPORD-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY HELOSHP.

       FD  HELO-ITMMST-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY HELOITM.

       FD  HELO-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HELO-REPORT-LINE          PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-SHPORD-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-ITMMST-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-EOF-SWITCH             PIC X(01)   VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
       01  WS-TRAILER-SEEN-SW        PIC X(01)   VALUE 'N'.
           88  WS-TRAILER-SEEN            VALUE 'Y'.
       01  WS-IN-BALANCE-SW          PIC X(01)   VALUE 'Y'.
           88  WS-IN-BALANCE              VALUE 'Y'.
       01  WS-EDIT-OK-SW             PIC X(01)   VALUE 'Y'.
           88  WS-EDIT-OK                 VALUE 'Y'.
       01  WS-ORDER-OPEN-SW          PIC X(01)   VALUE 'N'.
           88  WS-ORDER-OPEN              VALUE 'Y'.
       01  WS-REMOVE-DONE-SW         PIC X(01)   VALUE 'N'.
           88  WS-REMOVE-DONE             VALUE 'Y'.
       01  WS-FEED-DATE              PIC 9(06)   VALUE ZERO.
       01  WS-CUR-ORDER              PIC X(10)   VALUE SPACES.
       01  WS-REMOVED-COUNT          PIC 9(05)   VALUE ZERO.
       01  WS-REJECT-REASON          PIC X(35).
       01  WS-ORDER-READ             PIC 9(07)   VALUE ZERO.
       01  WS-LINE-READ              PIC 9(07)   VALUE ZERO.
       01  WS-ORDER-LOADED           PIC 9(07)   VALUE ZERO.
       01  WS-ORDER-DELETED          PIC 9(07)   VALUE ZERO.
       01  WS-LINE-LOADED            PIC 9(07)   VALUE ZERO.
       01  WS-REJECT-COUNT           PIC 9(07)   VALUE ZERO.
       01  WS-TRL-ORDER-CNT          PIC 9(07)   VALUE ZERO.
       01  WS-TRL-LINE-CNT           PIC 9(07)   VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(45)
               VALUE 'SHPORD LOAD FROM OFFICE ORDER FEED - CONTROL'.
           05  FILLER                PIC X(12)
               VALUE '  FEED DATE '.
           05  HD-FEED-DATE          PIC 9(06).
           05  FILLER                PIC X(69)   VALUE SPACE.

       01  WS-REJECT-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(09)   VALUE 'REJECTED '.
           05  RJ-REC-TYPE           PIC X(01).
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  RJ-ORDER-NO           PIC X(10).
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  RJ-LINE-NO            PIC X(03).
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  RJ-ITEM-NO            PIC X(08).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  RJ-REASON             PIC X(35).
           05  FILLER                PIC X(61)   VALUE SPACE.

       01  WS-COUNT-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  CL-LABEL              PIC X(25).
           05  CL-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                PIC X(100)  VALUE SPACE.

       01  WS-BALANCE-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  BL-TEXT               PIC X(60).
           05  FILLER                PIC X(72)   VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-FEED THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 3000-CHECK-BALANCE THRU 3000-EXIT.
           PERFORM 3500-PRINT-TOTALS THRU 3500-EXIT.
           PERFORM 4000-TERMINATE THRU 4000-EXIT.

           IF NOT WS-IN-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK.

      ******************************************************************
      *    1000-INITIALIZE -- OPEN FILES, PRIME THE FIRST READ.  THE   *
      *    HEADING WAITS FOR THE FEED HEADER SO IT CAN CARRY THE FEED  *
      *    DATE.                                                       *
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT  HELO-SHPFEED-FILE
                       HELO-ITMMST-FILE
                I-O    HELO-SHPORD-FILE
                OUTPUT HELO-REPORT-FILE.

           READ HELO-SHPFEED-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ

           IF NOT WS-END-OF-FILE AND HELO-SHF-HEADER
                   AND HELO-SHF-HDR-DATE NUMERIC
               MOVE HELO-SHF-HDR-DATE TO WS-FEED-DATE
           END-IF

           MOVE WS-FEED-DATE TO HD-FEED-DATE
           WRITE HELO-REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.

       1000-EXIT.
           EXIT.

      ******************************************************************
      *    2000-PROCESS-FEED -- DISPATCHES ONE FEED RECORD.  THE       *
      *    HEADER WAS TAKEN AT OPEN AND IS PASSED OVER, ORDERS AND     *
      *    LINES ARE EDITED AND APPLIED, THE TRAILER'S CLAIMED COUNTS  *
      *    ARE CAPTURED FOR THE BALANCE CHECK.  AN UNRECOGNIZED        *
      *    RECORD TYPE IS REJECTED ON THE REPORT.                      *
      ******************************************************************
       2000-PROCESS-FEED.

           EVALUATE TRUE
               WHEN HELO-SHF-HEADER
                   CONTINUE
               WHEN HELO-SHF-ORDER
                   PERFORM 2100-APPLY-ORDER THRU 2100-EXIT
               WHEN HELO-SHF-LINE
                   PERFORM 2500-APPLY-LINE THRU 2500-EXIT
               WHEN HELO-SHF-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE HELO-SHF-TRL-ORDER-CNT TO WS-TRL-ORDER-CNT
                   MOVE HELO-SHF-TRL-LINE-CNT  TO WS-TRL-LINE-CNT
               WHEN OTHER
                   MOVE 'UNRECOGNIZED RECORD TYPE' TO WS-REJECT-REASON
                   PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
           END-EVALUATE

           READ HELO-SHPFEED-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2000-EXIT.
           EXIT.

      ******************************************************************
      *    2100-APPLY-ORDER -- COUNTS, EDITS, AND APPLIES ONE ORDER    *
      *    RECORD.  THE ORDER ON FILE (HEADER AND EVERY LINE) IS       *
      *    CLEARED FIRST; A REPLACE THEN WRITES THE NEW HEADER AND     *
      *    OPENS THE ORDER FOR THE LINE RECORDS THAT FOLLOW IT.        *
      *    NOTHING TOUCHES SHPORD UNLESS THE EDITS PASS.               *
      ******************************************************************
       2100-APPLY-ORDER.

           ADD 1 TO WS-ORDER-READ
           MOVE 'N' TO WS-ORDER-OPEN-SW
           MOVE HELO-SHF-ORDER-NO TO WS-CUR-ORDER

           PERFORM 2200-EDIT-ORDER THRU 2200-EXIT

           IF NOT WS-EDIT-OK
               PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF

           PERFORM 2300-REMOVE-ORDER THRU 2300-EXIT

           IF HELO-SHF-ACT-DELETE
               IF WS-REMOVED-COUNT = ZERO
                   MOVE 'NOT ON FILE - DELETE SKIPPED'
                       TO WS-REJECT-REASON
                   PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
               ELSE
                   ADD 1 TO WS-ORDER-DELETED
               END-IF
               GO TO 2100-EXIT
           END-IF

           MOVE SPACES TO HELO-SHP-RECORD
           MOVE HELO-SHF-ORDER-NO   TO HELO-SHP-ORDER-NO
           MOVE ZERO                TO HELO-SHP-LINE-NO
           SET HELO-SHP-HEADER      TO TRUE
           MOVE HELO-SHF-STATUS     TO HELO-SHP-STATUS
           MOVE HELO-SHF-DUE-DATE   TO HELO-SHP-DUE-DATE
           MOVE HELO-SHF-ZONE       TO HELO-SHP-ZONE
           MOVE HELO-SHF-DOCK-DOOR  TO HELO-SHP-DOCK-DOOR
           MOVE HELO-SHF-CARRIER    TO HELO-SHP-CARRIER
           MOVE HELO-SHF-SHIP-TO    TO HELO-SHP-SHIP-TO
           MOVE HELO-SHF-LINE-COUNT TO HELO-SHP-LINE-COUNT
           MOVE WS-FEED-DATE        TO HELO-SHP-FEED-DATE

           WRITE HELO-SHP-RECORD
               INVALID KEY
                   MOVE 'HEADER WRITE FAILED' TO WS-REJECT-REASON
                   PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-ORDER-LOADED
                   SET WS-ORDER-OPEN TO TRUE
           END-WRITE.

       2100-EXIT.
           EXIT.

      ******************************************************************
      *    2200-EDIT-ORDER -- ACTION MUST BE U OR D AND THE ORDER      *
      *    NUMBER PRESENT ON EVERY ACTION; A REPLACE ALSO NEEDS A      *
      *    STATUS OF O/P/S/X, A NUMERIC YYMMDD DUE DATE, A SHIPPING    *
      *    ZONE, AND A NUMERIC LINE COUNT (A DELETE ONLY NEEDS THE     *
      *    KEY).                                                       *
      ******************************************************************
       2200-EDIT-ORDER.

           MOVE 'Y' TO WS-EDIT-OK-SW
           MOVE SPACES TO WS-REJECT-REASON

           IF NOT HELO-SHF-ACT-REPLACE AND NOT HELO-SHF-ACT-DELETE
               MOVE 'ACTION NOT U OR D' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK-SW
               GO TO 2200-EXIT
           END-IF

           IF HELO-SHF-ORDER-NO = SPACES
               MOVE 'ORDER NUMBER MISSING' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK-SW
               GO TO 2200-EXIT
           END-IF

           IF HELO-SHF-ACT-DELETE
               GO TO 2200-EXIT
           END-IF

           IF HELO-SHF-STATUS NOT = 'O' AND HELO-SHF-STATUS NOT = 'P'
                   AND HELO-SHF-STATUS NOT = 'S'
                   AND HELO-SHF-STATUS NOT = 'X'
               MOVE 'STATUS NOT O, P, S, OR X' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK-SW
               GO TO 2200-EXIT
           END-IF

           IF HELO-SHF-DUE-DATE NOT NUMERIC
               MOVE 'DUE DATE NOT YYMMDD' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK-SW
               GO TO 2200-EXIT
           END-IF

           IF HELO-SHF-ZONE = SPACES
               MOVE 'SHIPPING ZONE MISSING' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK-SW
               GO TO 2200-EXIT
           END-IF

           IF HELO-SHF-LINE-COUNT NOT NUMERIC
               MOVE 'LINE COUNT NOT NUMERIC' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK-SW
           END-IF.

       2200-EXIT.
           EXIT.

      ******************************************************************
      *    2300-REMOVE-ORDER -- DELETES THE ORDER'S HEADER AND LINES   *
      *    FROM SHPORD, ONE RECORD PER PASS OF 2310, AND COUNTS WHAT   *
      *    WENT SO A DELETE OF AN ORDER NEVER LOADED CAN BE REPORTED.  *
      ******************************************************************
       2300-REMOVE-ORDER.

           MOVE ZERO TO WS-REMOVED-COUNT
           MOVE 'N' TO WS-REMOVE-DONE-SW

           PERFORM 2310-REMOVE-ONE THRU 2310-EXIT
               UNTIL WS-REMOVE-DONE.

       2300-EXIT.
           EXIT.

      ******************************************************************
      *    2310-REMOVE-ONE -- POSITIONS AT THE LOWEST KEY LEFT FOR THE *
      *    ORDER AND DELETES THAT RECORD.  REPOSITIONING EVERY PASS    *
      *    KEEPS THE DELETE CLEAR OF THE SEQUENTIAL POSITION.  END OF  *
      *    FILE OR THE NEXT ORDER'S KEY ENDS THE LOOP.                 *
      ******************************************************************
       2310-REMOVE-ONE.

           MOVE WS-CUR-ORDER TO HELO-SHP-ORDER-NO
           MOVE ZERO         TO HELO-SHP-LINE-NO

           START HELO-SHPORD-FILE
               KEY IS NOT LESS THAN HELO-SHP-KEY
               INVALID KEY
                   SET WS-REMOVE-DONE TO TRUE
                   GO TO 2310-EXIT
           END-START

           READ HELO-SHPORD-FILE NEXT RECORD
               AT END
                   SET WS-REMOVE-DONE TO TRUE
                   GO TO 2310-EXIT
           END-READ

           IF HELO-SHP-ORDER-NO NOT = WS-CUR-ORDER
               SET WS-REMOVE-DONE TO TRUE
               GO TO 2310-EXIT
           END-IF

           DELETE HELO-SHPORD-FILE
               INVALID KEY
                   SET WS-REMOVE-DONE TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-REMOVED-COUNT
           END-DELETE.

       2310-EXIT.
           EXIT.

      ******************************************************************
      *    2500-APPLY-LINE -- COUNTS, EDITS, AND WRITES ONE ORDER      *
      *    LINE.  A LINE MUST FOLLOW ITS OWN ORDER RECORD AND THAT     *
      *    ORDER MUST HAVE LOADED; ITS ITEM MUST BE ON ITMMST.         *
      ******************************************************************
       2500-APPLY-LINE.

           ADD 1 TO WS-LINE-READ

           PERFORM 2600-EDIT-LINE THRU 2600-EXIT

           IF NOT WS-EDIT-OK
               PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF

           MOVE SPACES TO HELO-SHP-RECORD
           MOVE HELO-SHF-LN-ORDER-NO    TO HELO-SHP-ORDER-NO
           MOVE HELO-SHF-LN-LINE-NO     TO HELO-SHP-LINE-NO
           SET HELO-SHP-LINE            TO TRUE
           MOVE HELO-SHF-LN-ITEM-NO     TO HELO-SHP-ITEM-NO
           MOVE HELO-SHF-LN-QTY-ORDERED TO HELO-SHP-QTY-ORDERED
           MOVE HELO-SHF-LN-QTY-PICKED  TO HELO-SHP-QTY-PICKED
           MOVE HELO-SHF-LN-STATUS      TO HELO-SHP-LINE-STATUS

           WRITE HELO-SHP-RECORD
               INVALID KEY
                   MOVE 'DUPLICATE LINE NUMBER ON ORDER'
                       TO WS-REJECT-REASON
                   PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-LINE-LOADED
           END-WRITE.

       2500-EXIT.
           EXIT.

      ******************************************************************
      *    2600-EDIT-LINE -- THE LINE'S ORDER MUST BE THE ONE JUST     *
      *    LOADED; LINE NUMBER 001-999, NUMERIC QUANTITIES, A STATUS   *
      *    OF O/P/S/X, AND AN ITEM ON ITMMST ARE REQUIRED.             *
      ******************************************************************
       2600-EDIT-LINE.

           MOVE 'Y' TO WS-EDIT-OK-SW
           MOVE SPACES TO WS-REJECT-REASON

           IF HELO-SHF-LN-ORDER-NO NOT = WS-CUR-ORDER
               MOVE 'LINE NOT BEHIND ITS ORDER RECORD'
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK-SW
               GO TO 2600-EXIT
           END-IF

           IF NOT WS-ORDER-OPEN
               MOVE 'ORDER NOT LOADED - LINE SKIPPED'
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK-SW
               GO TO 2600-EXIT
           END-IF

           IF HELO-SHF-LN-LINE-NO NOT NUMERIC
                   OR HELO-SHF-LN-LINE-NO = '000'
               MOVE 'LINE NUMBER NOT 001-999' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK-SW
               GO TO 2600-EXIT
           END-IF

           IF HELO-SHF-LN-QTY-ORDERED NOT NUMERIC
                   OR HELO-SHF-LN-QTY-PICKED NOT NUMERIC
               MOVE 'QUANTITY NOT NUMERIC' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK-SW
               GO TO 2600-EXIT
           END-IF

           IF HELO-SHF-LN-STATUS NOT = 'O'
                   AND HELO-SHF-LN-STATUS NOT = 'P'
                   AND HELO-SHF-LN-STATUS NOT = 'S'
                   AND HELO-SHF-LN-STATUS NOT = 'X'
               MOVE 'STATUS NOT O, P, S, OR X' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK-SW
               GO TO 2600-EXIT
           END-IF

           MOVE HELO-SHF-LN-ITEM-NO TO HELO-ITM-ITEM-NO

           READ HELO-ITMMST-FILE
               INVALID KEY
                   MOVE 'ITEM NOT ON ITMMST' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-EDIT-OK-SW
           END-READ.

       2600-EXIT.
           EXIT.

      ******************************************************************
      *    2900-PRINT-REJECT -- ONE CONTROL REPORT LINE PER REJECTED   *
      *    FEED RECORD, WITH THE REASON.                               *
      ******************************************************************
       2900-PRINT-REJECT.

           ADD 1 TO WS-REJECT-COUNT

           MOVE HELO-SHF-REC-TYPE TO RJ-REC-TYPE
           MOVE SPACES TO RJ-LINE-NO
           MOVE SPACES TO RJ-ITEM-NO

           IF HELO-SHF-LINE
               MOVE HELO-SHF-LN-ORDER-NO TO RJ-ORDER-NO
               MOVE HELO-SHF-LN-LINE-NO  TO RJ-LINE-NO
               MOVE HELO-SHF-LN-ITEM-NO  TO RJ-ITEM-NO
           ELSE
               MOVE HELO-SHF-ORDER-NO    TO RJ-ORDER-NO
           END-IF

           MOVE WS-REJECT-REASON TO RJ-REASON

           WRITE HELO-REPORT-LINE FROM WS-REJECT-LINE.

       2900-EXIT.
           EXIT.

      ******************************************************************
      *    3000-CHECK-BALANCE -- THE FEED TRAILER CLAIMS HOW MANY      *
      *    ORDER AND LINE RECORDS WERE SENT.  WHEN THE CLAIM AND WHAT  *
      *    WAS READ DISAGREE -- OR THERE IS NO TRAILER AT ALL -- THE   *
      *    FEED WAS TRUNCATED OR DOUBLED SOMEWHERE AND THE DOCK        *
      *    CANNOT TRUST TONIGHT'S ORDER FILE, SO THE JOB IS FAILED.    *
      ******************************************************************
       3000-CHECK-BALANCE.

           MOVE 'Y' TO WS-IN-BALANCE-SW

           IF NOT WS-TRAILER-SEEN
               MOVE 'N' TO WS-IN-BALANCE-SW
               MOVE 'NO TRAILER RECORD ON FEED - JOB FAILED'
                   TO BL-TEXT
               WRITE HELO-REPORT-LINE FROM WS-BALANCE-LINE
               GO TO 3000-EXIT
           END-IF

           IF WS-TRL-ORDER-CNT NOT = WS-ORDER-READ
                   OR WS-TRL-LINE-CNT NOT = WS-LINE-READ
               MOVE 'N' TO WS-IN-BALANCE-SW
               MOVE 'TRAILER COUNTS DO NOT MATCH RECORDS READ - JOB FAI
      -            'LED' TO BL-TEXT
               WRITE HELO-REPORT-LINE FROM WS-BALANCE-LINE
           ELSE
               MOVE 'FEED IN BALANCE WITH TRAILER' TO BL-TEXT
               WRITE HELO-REPORT-LINE FROM WS-BALANCE-LINE
           END-IF.

       3000-EXIT.
           EXIT.

      ******************************************************************
      *    3500-PRINT-TOTALS -- READ, LOADED, AND REJECTED COUNTS      *
      *    FOR ORDERS AND LINES, PLUS THE TRAILER'S CLAIMS, FOR THE    *
      *    CONTROL DESK.                                               *
      ******************************************************************
       3500-PRINT-TOTALS.

           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.

           MOVE 'ORDERS READ'           TO CL-LABEL
           MOVE WS-ORDER-READ           TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'ORDERS LOADED'         TO CL-LABEL
           MOVE WS-ORDER-LOADED         TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'ORDERS DELETED'        TO CL-LABEL
           MOVE WS-ORDER-DELETED        TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'ORDERS PER TRAILER'    TO CL-LABEL
           MOVE WS-TRL-ORDER-CNT        TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'LINES READ'            TO CL-LABEL
           MOVE WS-LINE-READ            TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'LINES LOADED'          TO CL-LABEL
           MOVE WS-LINE-LOADED          TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'LINES PER TRAILER'     TO CL-LABEL
           MOVE WS-TRL-LINE-CNT         TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'RECORDS REJECTED'      TO CL-LABEL
           MOVE WS-REJECT-COUNT         TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

       3500-EXIT.
           EXIT.

      ******************************************************************
      *    4000-TERMINATE -- CLOSE FILES AND END THE RUN.               *
      ******************************************************************
       4000-TERMINATE.

           CLOSE HELO-SHPFEED-FILE
                 HELO-ITMMST-FILE
                 HELO-SHPORD-FILE
                 HELO-REPORT-FILE.

       4000-EXIT.
           EXIT.
