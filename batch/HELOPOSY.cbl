       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELOPOSY.
       AUTHOR. D MARSH - ONLINE SYSTEMS.
       INSTALLATION. WAREHOUSE CICS REGION.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ------------------------------------------------------------*
      *    DATE     INIT  DESCRIPTION                                  *
      *    -------- ----  ---------------------------------------------*
      *    10/15/26  DM   ORIGINAL.  NIGHTLY LOAD OF THE PURCHASE      *
      *                   ORDER MASTER (POMSTR) FROM THE OFFICE        *
      *                   PURCHASING FEED, FOR THE WRCV RECEIPT EDITS  *
      *                   AND THE HELOPREC RECONCILIATION.  EACH PO    *
      *                   ON THE FEED REPLACES THE PO ON FILE, HEADER  *
      *                   AND LINES, SO A LINE PURCHASING DROPPED      *
      *                   DOES NOT LINGER; A DELETE ACTION REMOVES A   *
      *                   PURGED PO.  THE DOCK-RECEIVED QUANTITY WRCV  *
      *                   KEEPS ON EACH LINE IS CARRIED ACROSS THE     *
      *                   REPLACE.  EVERY LINE'S ITEM MUST BE ON       *
      *                   ITMMST AND AN ITEM MAY APPEAR ONLY ONCE PER  *
      *                   PO.  PRINTS A CONTROL REPORT OF LOADED AND   *
      *                   REJECTED COUNTS WITH REASONS, AND -- LIKE    *
      *                   HELOHRSY -- A FEED WHOSE TRAILER COUNTS      *
      *                   DISAGREE WITH WHAT WAS READ, OR THAT HAS NO  *
      *                   TRAILER, ENDS WITH RETURN CODE 8 SO THE      *
      *                   NIGHT STOPS FOR A LOOK.                      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELO-POFEED-FILE   ASSIGN TO POFEED
               ORGANIZATION IS SEQUENTIAL.

           SELECT HELO-POMSTR-FILE   ASSIGN TO POMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HELO-POM-KEY
               FILE STATUS IS WS-POMSTR-STATUS.

           SELECT HELO-ITMMST-FILE   ASSIGN TO ITMMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HELO-ITM-ITEM-NO
               FILE STATUS IS WS-ITMMST-STATUS.

           SELECT HELO-REPORT-FILE   ASSIGN TO HELOPOSR
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HELO-POFEED-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY HELOPOF.

       FD  HELO-POMSTR-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY HELOPOM.

       FD  HELO-ITMMST-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY HELOITM.

       FD  HELO-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HELO-REPORT-LINE          PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-POMSTR-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-ITMMST-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-EOF-SWITCH             PIC X(01)   VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
       01  WS-TRAILER-SEEN-SW        PIC X(01)   VALUE 'N'.
           88  WS-TRAILER-SEEN            VALUE 'Y'.
       01  WS-IN-BALANCE-SW          PIC X(01)   VALUE 'Y'.
           88  WS-IN-BALANCE              VALUE 'Y'.
       01  WS-EDIT-OK-SW             PIC X(01)   VALUE 'Y'.
           88  WS-EDIT-OK                 VALUE 'Y'.
       01  WS-PO-OPEN-SW             PIC X(01)   VALUE 'N'.
           88  WS-PO-OPEN                 VALUE 'Y'.
       01  WS-REMOVE-DONE-SW         PIC X(01)   VALUE 'N'.
           88  WS-REMOVE-DONE             VALUE 'Y'.
       01  WS-KEEP-FOUND-SW          PIC X(01)   VALUE 'N'.
           88  WS-KEEP-FOUND              VALUE 'Y'.
       01  WS-FEED-DATE              PIC 9(06)   VALUE ZERO.
       01  WS-CUR-PO                 PIC X(08)   VALUE SPACES.
       01  WS-REMOVED-COUNT          PIC 9(05)   VALUE ZERO.
       01  WS-REJECT-REASON          PIC X(35).
       01  WS-PO-READ                PIC 9(07)   VALUE ZERO.
       01  WS-LINE-READ              PIC 9(07)   VALUE ZERO.
       01  WS-PO-LOADED              PIC 9(07)   VALUE ZERO.
       01  WS-PO-DELETED             PIC 9(07)   VALUE ZERO.
       01  WS-LINE-LOADED            PIC 9(07)   VALUE ZERO.
       01  WS-REJECT-COUNT           PIC 9(07)   VALUE ZERO.
       01  WS-TRL-PO-CNT             PIC 9(07)   VALUE ZERO.
       01  WS-TRL-LINE-CNT           PIC 9(07)   VALUE ZERO.
       01  WS-DOCK-LOST              PIC 9(07)   VALUE ZERO.

      *    DOCK-RECEIVED QUANTITIES OF THE PO BEING REPLACED, TAKEN AS
      *    ITS OLD LINES ARE DELETED AND GIVEN BACK TO THE NEW LINES BY
      *    ITEM.  A PO WITH MORE LINES THAN THE TABLE HOLDS LOSES THE
      *    DOCK FIGURE ON THE EXCESS LINES; THEY ARE COUNTED.
       01  WS-KEEP-COUNT             PIC 9(03)   VALUE ZERO.
       01  WS-KEEP-SUB               PIC 9(03)   VALUE ZERO.
       01  WS-KEEP-TABLE.
           05  WS-KEEP-ENTRY         OCCURS 200 TIMES.
               10  WS-KEEP-ITEM      PIC X(08).
               10  WS-KEEP-DOCK      PIC 9(07).

       01  WS-HEADING-1.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(45)
               VALUE 'POMSTR LOAD FROM PURCHASING FEED - CONTROL'.
           05  FILLER                PIC X(12)
               VALUE '  FEED DATE '.
           05  HD-FEED-DATE          PIC 9(06).
           05  FILLER                PIC X(69)   VALUE SPACE.

       01  WS-REJECT-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(09)   VALUE 'REJECTED '.
           05  RJ-REC-TYPE           PIC X(01).
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  RJ-PO-NO              PIC X(08).
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  RJ-LINE-NO            PIC X(03).
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  RJ-ITEM-NO            PIC X(08).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  RJ-REASON             PIC X(35).
           05  FILLER                PIC X(63)   VALUE SPACE.

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

           OPEN INPUT  HELO-POFEED-FILE
                       HELO-ITMMST-FILE
                I-O    HELO-POMSTR-FILE
                OUTPUT HELO-REPORT-FILE.

           READ HELO-POFEED-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ

           IF NOT WS-END-OF-FILE AND HELO-POF-HEADER
                   AND HELO-POF-HDR-DATE NUMERIC
               MOVE HELO-POF-HDR-DATE TO WS-FEED-DATE
           END-IF

           MOVE WS-FEED-DATE TO HD-FEED-DATE
           WRITE HELO-REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.

       1000-EXIT.
           EXIT.

      ******************************************************************
      *    2000-PROCESS-FEED -- DISPATCHES ONE FEED RECORD.  THE       *
      *    HEADER WAS TAKEN AT OPEN AND IS PASSED OVER, POS AND LINES  *
      *    ARE EDITED AND APPLIED, THE TRAILER'S CLAIMED COUNTS ARE    *
      *    CAPTURED FOR THE BALANCE CHECK.  AN UNRECOGNIZED RECORD     *
      *    TYPE IS REJECTED ON THE REPORT.                             *
      ******************************************************************
       2000-PROCESS-FEED.

           EVALUATE TRUE
               WHEN HELO-POF-HEADER
                   CONTINUE
               WHEN HELO-POF-PO
                   PERFORM 2100-APPLY-PO THRU 2100-EXIT
               WHEN HELO-POF-LINE
                   PERFORM 2500-APPLY-LINE THRU 2500-EXIT
               WHEN HELO-POF-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE HELO-POF-TRL-PO-CNT   TO WS-TRL-PO-CNT
                   MOVE HELO-POF-TRL-LINE-CNT TO WS-TRL-LINE-CNT
               WHEN OTHER
                   MOVE 'UNRECOGNIZED RECORD TYPE' TO WS-REJECT-REASON
                   PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
           END-EVALUATE

           READ HELO-POFEED-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2000-EXIT.
           EXIT.

      ******************************************************************
      *    2100-APPLY-PO -- COUNTS, EDITS, AND APPLIES ONE PO RECORD.  *
      *    THE PO ON FILE (HEADER AND EVERY LINE) IS CLEARED FIRST,    *
      *    KEEPING ITS LINES' DOCK-RECEIVED QUANTITIES; A REPLACE THEN *
      *    WRITES THE NEW HEADER AND OPENS THE PO FOR THE LINE         *
      *    RECORDS THAT FOLLOW IT.  NOTHING TOUCHES POMSTR UNLESS THE  *
      *    EDITS PASS.                                                 *
      ******************************************************************
       2100-APPLY-PO.

           ADD 1 TO WS-PO-READ
           MOVE 'N' TO WS-PO-OPEN-SW
           MOVE HELO-POF-PO-NO TO WS-CUR-PO
           MOVE ZERO TO WS-KEEP-COUNT

           PERFORM 2200-EDIT-PO THRU 2200-EXIT

           IF NOT WS-EDIT-OK
               PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF

           PERFORM 2300-REMOVE-PO THRU 2300-EXIT

           IF HELO-POF-ACT-DELETE
               IF WS-REMOVED-COUNT = ZERO
                   MOVE 'NOT ON FILE - DELETE SKIPPED'
                       TO WS-REJECT-REASON
                   PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
               ELSE
                   ADD 1 TO WS-PO-DELETED
               END-IF
               GO TO 2100-EXIT
           END-IF

           MOVE SPACES TO HELO-POM-RECORD
           MOVE HELO-POF-PO-NO       TO HELO-POM-PO-NO
           MOVE SPACES               TO HELO-POM-ITEM-NO
           SET HELO-POM-HEADER       TO TRUE
           MOVE HELO-POF-VENDOR      TO HELO-POM-VENDOR
           MOVE HELO-POF-VENDOR-NAME TO HELO-POM-VENDOR-NAME
           MOVE HELO-POF-ORDER-DATE  TO HELO-POM-ORDER-DATE
           MOVE HELO-POF-DUE-DATE    TO HELO-POM-DUE-DATE
           MOVE HELO-POF-STATUS      TO HELO-POM-PO-STATUS
           MOVE WS-FEED-DATE         TO HELO-POM-FEED-DATE

           WRITE HELO-POM-RECORD
               INVALID KEY
                   MOVE 'HEADER WRITE FAILED' TO WS-REJECT-REASON
                   PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-PO-LOADED
                   SET WS-PO-OPEN TO TRUE
           END-WRITE.

       2100-EXIT.
           EXIT.

      ******************************************************************
      *    2200-EDIT-PO -- ACTION MUST BE U OR D AND THE PO NUMBER     *
      *    PRESENT ON EVERY ACTION; A REPLACE ALSO NEEDS A VENDOR,     *
      *    NUMERIC YYMMDD ORDER AND DUE DATES, AND A STATUS OF O OR C  *
      *    (A DELETE ONLY NEEDS THE KEY).                              *
      ******************************************************************
       2200-EDIT-PO.

           MOVE 'Y' TO WS-EDIT-OK-SW
           MOVE SPACES TO WS-REJECT-REASON

           IF NOT HELO-POF-ACT-REPLACE AND NOT HELO-POF-ACT-DELETE
               MOVE 'ACTION NOT U OR D' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK-SW
               GO TO 2200-EXIT
           END-IF

           IF HELO-POF-PO-NO = SPACES
               MOVE 'PO NUMBER MISSING' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK-SW
               GO TO 2200-EXIT
           END-IF

           IF HELO-POF-ACT-DELETE
               GO TO 2200-EXIT
           END-IF

           IF HELO-POF-VENDOR = SPACES
               MOVE 'VENDOR MISSING' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK-SW
               GO TO 2200-EXIT
           END-IF

           IF HELO-POF-ORDER-DATE NOT NUMERIC
                   OR HELO-POF-DUE-DATE NOT NUMERIC
               MOVE 'ORDER OR DUE DATE NOT YYMMDD' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK-SW
               GO TO 2200-EXIT
           END-IF

           IF HELO-POF-STATUS NOT = 'O' AND HELO-POF-STATUS NOT = 'C'
               MOVE 'STATUS NOT O OR C' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK-SW
           END-IF.

       2200-EXIT.
           EXIT.

      ******************************************************************
      *    2300-REMOVE-PO -- DELETES THE PO'S HEADER AND LINES FROM    *
      *    POMSTR, ONE RECORD PER PASS OF 2310, AND COUNTS WHAT WENT   *
      *    SO A DELETE OF A PO NEVER LOADED CAN BE REPORTED.           *
      ******************************************************************
       2300-REMOVE-PO.

           MOVE ZERO TO WS-REMOVED-COUNT
           MOVE 'N' TO WS-REMOVE-DONE-SW

           PERFORM 2310-REMOVE-ONE THRU 2310-EXIT
               UNTIL WS-REMOVE-DONE.

       2300-EXIT.
           EXIT.

      ******************************************************************
      *    2310-REMOVE-ONE -- POSITIONS AT THE LOWEST KEY LEFT FOR THE *
      *    PO AND DELETES THAT RECORD, FIRST SETTING ASIDE A LINE'S    *
      *    DOCK-RECEIVED QUANTITY.  REPOSITIONING EVERY PASS KEEPS THE *
      *    DELETE CLEAR OF THE SEQUENTIAL POSITION.  END OF FILE OR    *
      *    THE NEXT PO'S KEY ENDS THE LOOP.                            *
      ******************************************************************
       2310-REMOVE-ONE.

           MOVE WS-CUR-PO  TO HELO-POM-PO-NO
           MOVE LOW-VALUES TO HELO-POM-ITEM-NO

           START HELO-POMSTR-FILE
               KEY IS NOT LESS THAN HELO-POM-KEY
               INVALID KEY
                   SET WS-REMOVE-DONE TO TRUE
                   GO TO 2310-EXIT
           END-START

           READ HELO-POMSTR-FILE NEXT RECORD
               AT END
                   SET WS-REMOVE-DONE TO TRUE
                   GO TO 2310-EXIT
           END-READ

           IF HELO-POM-PO-NO NOT = WS-CUR-PO
               SET WS-REMOVE-DONE TO TRUE
               GO TO 2310-EXIT
           END-IF

           IF HELO-POM-LINE AND HELO-POM-QTY-DOCK > ZERO
               IF WS-KEEP-COUNT < 200
                   ADD 1 TO WS-KEEP-COUNT
                   MOVE HELO-POM-ITEM-NO
                       TO WS-KEEP-ITEM (WS-KEEP-COUNT)
                   MOVE HELO-POM-QTY-DOCK
                       TO WS-KEEP-DOCK (WS-KEEP-COUNT)
               ELSE
                   ADD 1 TO WS-DOCK-LOST
               END-IF
           END-IF

           DELETE HELO-POMSTR-FILE
               INVALID KEY
                   SET WS-REMOVE-DONE TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-REMOVED-COUNT
           END-DELETE.

       2310-EXIT.
           EXIT.

      ******************************************************************
      *    2500-APPLY-LINE -- COUNTS, EDITS, AND WRITES ONE PO LINE.   *
      *    A LINE MUST FOLLOW ITS OWN PO RECORD AND THAT PO MUST HAVE  *
      *    LOADED; ITS ITEM MUST BE ON ITMMST AND NOT ALREADY ON THE   *
      *    PO.  THE DOCK-RECEIVED QUANTITY THE OLD LINE FOR THE SAME   *
      *    ITEM CARRIED IS PUT BACK.                                   *
      ******************************************************************
       2500-APPLY-LINE.

           ADD 1 TO WS-LINE-READ

           PERFORM 2600-EDIT-LINE THRU 2600-EXIT

           IF NOT WS-EDIT-OK
               PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF

           MOVE SPACES TO HELO-POM-RECORD
           MOVE HELO-POF-LN-PO-NO       TO HELO-POM-PO-NO
           MOVE HELO-POF-LN-ITEM-NO     TO HELO-POM-ITEM-NO
           SET HELO-POM-LINE            TO TRUE
           MOVE HELO-POF-LN-LINE-NO     TO HELO-POM-LINE-NO
           MOVE HELO-POF-LN-QTY-ORDERED TO HELO-POM-QTY-ORDERED
           MOVE HELO-POF-LN-QTY-RCVD    TO HELO-POM-QTY-RECEIVED
           MOVE ZERO                    TO HELO-POM-QTY-DOCK
           MOVE HELO-POF-LN-STATUS      TO HELO-POM-LINE-STATUS

           MOVE 'N' TO WS-KEEP-FOUND-SW
           PERFORM 2550-FIND-KEPT-DOCK THRU 2550-EXIT
               VARYING WS-KEEP-SUB FROM 1 BY 1
               UNTIL WS-KEEP-SUB > WS-KEEP-COUNT OR WS-KEEP-FOUND

           WRITE HELO-POM-RECORD
               INVALID KEY
                   MOVE 'ITEM ALREADY ON THIS PO'
                       TO WS-REJECT-REASON
                   PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-LINE-LOADED
           END-WRITE.

       2500-EXIT.
           EXIT.

      ******************************************************************
      *    2550-FIND-KEPT-DOCK -- ONE PASS OF THE KEEP-TABLE SEARCH    *
      *    FOR THE LINE'S ITEM; A HIT RESTORES THE DOCK QUANTITY.      *
      ******************************************************************
       2550-FIND-KEPT-DOCK.

           IF WS-KEEP-ITEM (WS-KEEP-SUB) = HELO-POM-ITEM-NO
               MOVE WS-KEEP-DOCK (WS-KEEP-SUB) TO HELO-POM-QTY-DOCK
               SET WS-KEEP-FOUND TO TRUE
           END-IF.

       2550-EXIT.
           EXIT.

      ******************************************************************
      *    2600-EDIT-LINE -- THE LINE'S PO MUST BE THE ONE JUST        *
      *    LOADED; LINE NUMBER 001-999, AN ITEM ON ITMMST, NUMERIC     *
      *    QUANTITIES, AND A STATUS OF O OR C ARE REQUIRED.            *
      ******************************************************************
       2600-EDIT-LINE.

           MOVE 'Y' TO WS-EDIT-OK-SW
           MOVE SPACES TO WS-REJECT-REASON

           IF HELO-POF-LN-PO-NO NOT = WS-CUR-PO
               MOVE 'LINE NOT BEHIND ITS PO RECORD'
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK-SW
               GO TO 2600-EXIT
           END-IF

           IF NOT WS-PO-OPEN
               MOVE 'PO NOT LOADED - LINE SKIPPED'
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK-SW
               GO TO 2600-EXIT
           END-IF

           IF HELO-POF-LN-LINE-NO NOT NUMERIC
                   OR HELO-POF-LN-LINE-NO = '000'
               MOVE 'LINE NUMBER NOT 001-999' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK-SW
               GO TO 2600-EXIT
           END-IF

           IF HELO-POF-LN-ITEM-NO = SPACES
               MOVE 'ITEM NUMBER MISSING' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK-SW
               GO TO 2600-EXIT
           END-IF

           IF HELO-POF-LN-QTY-ORDERED NOT NUMERIC
                   OR HELO-POF-LN-QTY-RCVD NOT NUMERIC
               MOVE 'QUANTITY NOT NUMERIC' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK-SW
               GO TO 2600-EXIT
           END-IF

           IF HELO-POF-LN-STATUS NOT = 'O'
                   AND HELO-POF-LN-STATUS NOT = 'C'
               MOVE 'STATUS NOT O OR C' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDIT-OK-SW
               GO TO 2600-EXIT
           END-IF

           MOVE HELO-POF-LN-ITEM-NO TO HELO-ITM-ITEM-NO

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

           MOVE HELO-POF-REC-TYPE TO RJ-REC-TYPE
           MOVE SPACES TO RJ-LINE-NO
           MOVE SPACES TO RJ-ITEM-NO

           IF HELO-POF-LINE
               MOVE HELO-POF-LN-PO-NO    TO RJ-PO-NO
               MOVE HELO-POF-LN-LINE-NO  TO RJ-LINE-NO
               MOVE HELO-POF-LN-ITEM-NO  TO RJ-ITEM-NO
           ELSE
               MOVE HELO-POF-PO-NO       TO RJ-PO-NO
           END-IF

           MOVE WS-REJECT-REASON TO RJ-REASON

           WRITE HELO-REPORT-LINE FROM WS-REJECT-LINE.

       2900-EXIT.
           EXIT.

      ******************************************************************
      *    3000-CHECK-BALANCE -- THE FEED TRAILER CLAIMS HOW MANY PO   *
      *    AND LINE RECORDS WERE SENT.  WHEN THE CLAIM AND WHAT WAS    *
      *    READ DISAGREE -- OR THERE IS NO TRAILER AT ALL -- THE FEED  *
      *    WAS TRUNCATED OR DOUBLED SOMEWHERE AND THE DOCK CANNOT      *
      *    TRUST TONIGHT'S PO FILE, SO THE JOB IS FAILED.              *
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

           IF WS-TRL-PO-CNT NOT = WS-PO-READ
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
      *    FOR POS AND LINES, PLUS THE TRAILER'S CLAIMS, FOR THE       *
      *    CONTROL DESK.                                               *
      ******************************************************************
       3500-PRINT-TOTALS.

           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.

           MOVE 'POS READ'              TO CL-LABEL
           MOVE WS-PO-READ              TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'POS LOADED'            TO CL-LABEL
           MOVE WS-PO-LOADED            TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'POS DELETED'           TO CL-LABEL
           MOVE WS-PO-DELETED           TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'POS PER TRAILER'       TO CL-LABEL
           MOVE WS-TRL-PO-CNT           TO CL-COUNT
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

           IF WS-DOCK-LOST > ZERO
               MOVE 'DOCK QTYS NOT CARRIED'  TO CL-LABEL
               MOVE WS-DOCK-LOST             TO CL-COUNT
               WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE
           END-IF.

       3500-EXIT.
           EXIT.

      ******************************************************************
      *    4000-TERMINATE -- CLOSE FILES AND END THE RUN.               *
      ******************************************************************
       4000-TERMINATE.

           CLOSE HELO-POFEED-FILE
                 HELO-ITMMST-FILE
                 HELO-POMSTR-FILE
                 HELO-REPORT-FILE.

       4000-EXIT.
           EXIT.
