       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELOPREC.
       AUTHOR. D MARSH - ONLINE SYSTEMS.
       INSTALLATION. WAREHOUSE CICS REGION.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ------------------------------------------------------------*
      *    DATE     INIT  DESCRIPTION                                  *
      *    -------- ----  ---------------------------------------------*
      *    10/15/26  DM   ORIGINAL.  NIGHTLY RECONCILIATION OF THE     *
      *                   DAY'S DOCK RECEIPTS (RCPLOG) AGAINST THE PO  *
      *                   MASTER (POMSTR).  LISTS EACH RECEIPT WHOSE   *
      *                   PO OR PO LINE IS NOT ON FILE, WAS TAKEN      *
      *                   AGAINST A CLOSED PO OR LINE, OR LEAVES ITS   *
      *                   LINE RECEIVED OVER THE ORDERED QUANTITY,     *
      *                   THEN LISTS EVERY OPEN PO PAST ITS DUE DATE   *
      *                   WITH NOTHING RECEIVED ON ANY LINE, FOR       *
      *                   PURCHASING TO CHASE THE VENDOR.  THE REPORT  *
      *                   DATE COMES FROM THE PRECPARM CARD.           *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELO-PARM-FILE     ASSIGN TO PRECPARM
               ORGANIZATION IS SEQUENTIAL.

           SELECT HELO-RCPLOG-FILE   ASSIGN TO RCPLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HELO-RCP-KEY
               FILE STATUS IS WS-RCPLOG-STATUS.

           SELECT HELO-POMSTR-FILE   ASSIGN TO POMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HELO-POM-KEY
               FILE STATUS IS WS-POMSTR-STATUS.

           SELECT HELO-REPORT-FILE   ASSIGN TO HELOPREC
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HELO-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HELO-PARM-RECORD.
           05  HELO-PARM-DATE        PIC X(06).
           05  FILLER                PIC X(74).

       FD  HELO-RCPLOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY HELORCP.

       FD  HELO-POMSTR-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY HELOPOM.

       FD  HELO-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HELO-REPORT-LINE          PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-RCPLOG-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-POMSTR-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-EOF-SWITCH             PIC X(01)   VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
       01  WS-POM-EOF-SWITCH         PIC X(01)   VALUE 'N'.
           88  WS-POM-END-OF-FILE         VALUE 'Y'.
       01  WS-PARM-OK-SW             PIC X(01)   VALUE 'Y'.
           88  WS-PARM-OK                 VALUE 'Y'.
       01  WS-PO-FOUND-SW            PIC X(01)   VALUE 'N'.
           88  WS-PO-FOUND                VALUE 'Y'.
       01  WS-PO-RCVD-SW             PIC X(01)   VALUE 'N'.
           88  WS-PO-ANY-RCVD             VALUE 'Y'.
       01  WS-REPORT-DATE            PIC 9(06)   VALUE ZERO.
       01  WS-EXCEPTION              PIC X(30).
       01  WS-LINE-RCVD-QTY          PIC 9(07)   VALUE ZERO.
       01  WS-RCPT-COUNT             PIC 9(07)   VALUE ZERO.
       01  WS-CLEAN-COUNT            PIC 9(07)   VALUE ZERO.
       01  WS-NO-LINE-COUNT          PIC 9(07)   VALUE ZERO.
       01  WS-CLOSED-COUNT           PIC 9(07)   VALUE ZERO.
       01  WS-OVER-COUNT             PIC 9(07)   VALUE ZERO.
       01  WS-PAST-DUE-COUNT         PIC 9(07)   VALUE ZERO.
       01  WS-CUR-PO-LINES           PIC 9(05)   VALUE ZERO.

      *    THE PO HEADER HELD WHILE ITS LINES GO BY ON THE PAST-DUE
      *    PASS.
       01  WS-CUR-PO.
           05  WS-CUR-PO-NO          PIC X(08)   VALUE SPACES.
           05  WS-CUR-VENDOR         PIC X(08).
           05  WS-CUR-VENDOR-NAME    PIC X(25).
           05  WS-CUR-DUE-DATE       PIC 9(06).
           05  WS-CUR-PO-STATUS      PIC X(01).
               88  WS-CUR-PO-OPEN         VALUE 'O'.

       01  WS-PO-KEY.
           05  WS-PO-KEY-PO          PIC X(08).
           05  WS-PO-KEY-ITEM        PIC X(08).

       01  WS-HEADING-1.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(38)
               VALUE 'HELO RECEIPT TO PO RECONCILIATION FOR'.
           05  HD-REPORT-DATE        PIC 9(06).
           05  FILLER                PIC X(88)   VALUE SPACE.

       01  WS-SECTION-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  SL-TEXT               PIC X(60).
           05  FILLER                PIC X(72)   VALUE SPACE.

       01  WS-DETAIL-HEADING.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(08)   VALUE 'TIME'.
           05  FILLER                PIC X(06)   VALUE 'TERM'.
           05  FILLER                PIC X(06)   VALUE 'OPER'.
           05  FILLER                PIC X(10)   VALUE 'PO NUMBER'.
           05  FILLER                PIC X(10)   VALUE 'ITEM'.
           05  FILLER                PIC X(08)   VALUE 'QTY'.
           05  FILLER                PIC X(11)   VALUE '  ORDERED'.
           05  FILLER                PIC X(12)   VALUE ' RECEIVED'.
           05  FILLER                PIC X(30)   VALUE 'EXCEPTION'.
           05  FILLER                PIC X(31)   VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  DL-TIME               PIC 9(06).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  DL-TERM-ID            PIC X(04).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  DL-OPERID             PIC X(03).
           05  FILLER                PIC X(03)   VALUE SPACE.
           05  DL-PO-NO              PIC X(08).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  DL-ITEM-NO            PIC X(08).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  DL-QTY                PIC ZZ,ZZ9.
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  DL-ORDERED            PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  DL-RECEIVED           PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(03)   VALUE SPACE.
           05  DL-EXCEPTION          PIC X(30).
           05  FILLER                PIC X(31)   VALUE SPACE.

       01  WS-PO-HEADING.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(10)   VALUE 'PO NUMBER'.
           05  FILLER                PIC X(10)   VALUE 'VENDOR'.
           05  FILLER                PIC X(27)   VALUE 'VENDOR NAME'.
           05  FILLER                PIC X(10)   VALUE 'DUE DATE'.
           05  FILLER                PIC X(06)   VALUE 'LINES'.
           05  FILLER                PIC X(69)   VALUE SPACE.

       01  WS-PO-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  PL-PO-NO              PIC X(08).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  PL-VENDOR             PIC X(08).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  PL-VENDOR-NAME        PIC X(25).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  PL-DUE-DATE           PIC 9(06).
           05  FILLER                PIC X(04)   VALUE SPACE.
           05  PL-LINES              PIC ZZZZ9.
           05  FILLER                PIC X(70)   VALUE SPACE.

       01  WS-COUNT-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  CL-LABEL              PIC X(25).
           05  CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(96)   VALUE SPACE.

       01  WS-PARM-ERROR-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(60)
               VALUE 'PRECPARM CARD MISSING OR NOT A YYMMDD DATE - JOB F
      -        'AILED'.
           05  FILLER                PIC X(72)   VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF WS-PARM-OK
               PERFORM 2000-PROCESS-RECEIPT THRU 2000-EXIT
                   UNTIL WS-END-OF-FILE
               PERFORM 2500-PAST-DUE-SCAN THRU 2500-EXIT
               PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 4000-TERMINATE THRU 4000-EXIT.

           GOBACK.

      ******************************************************************
      *    1000-INITIALIZE -- OPEN FILES, VALIDATE THE REPORT-DATE     *
      *    PARM CARD, PRINT THE HEADINGS, PRIME THE FIRST LOG READ.    *
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT  HELO-PARM-FILE
                       HELO-RCPLOG-FILE
                       HELO-POMSTR-FILE
                OUTPUT HELO-REPORT-FILE.

           READ HELO-PARM-FILE
               AT END
                   MOVE 'N' TO WS-PARM-OK-SW
           END-READ

           IF WS-PARM-OK AND HELO-PARM-DATE NOT NUMERIC
               MOVE 'N' TO WS-PARM-OK-SW
           END-IF

           IF NOT WS-PARM-OK
               WRITE HELO-REPORT-LINE FROM WS-PARM-ERROR-LINE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           MOVE HELO-PARM-DATE TO WS-REPORT-DATE

           MOVE WS-REPORT-DATE TO HD-REPORT-DATE
           WRITE HELO-REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.
           MOVE 'RECEIPT EXCEPTIONS' TO SL-TEXT
           WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE HELO-REPORT-LINE FROM WS-DETAIL-HEADING.

           READ HELO-RCPLOG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1000-EXIT.
           EXIT.

      ******************************************************************
      *    2000-PROCESS-RECEIPT -- ONE RECEIPTS LOG RECORD.  ONLY THE  *
      *    REPORT DAY'S RECEIPTS ARE RECONCILED; EVERYTHING ELSE       *
      *    (OTHER DAYS, THE 999999 PRIMING DUMMY) IS PASSED OVER.      *
      ******************************************************************
       2000-PROCESS-RECEIPT.

           IF HELO-RCP-DATE = WS-REPORT-DATE
               ADD 1 TO WS-RCPT-COUNT
               PERFORM 2100-CHECK-RECEIPT THRU 2100-EXIT
           END-IF

           READ HELO-RCPLOG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2000-EXIT.
           EXIT.

      ******************************************************************
      *    2100-CHECK-RECEIPT -- LOOKS THE RECEIPT'S PO HEADER AND PO  *
      *    LINE UP ON POMSTR.  A MISSING PO OR LINE, A CLOSED PO OR    *
      *    LINE, OR A LINE NOW RECEIVED OVER ITS ORDERED QUANTITY IS   *
      *    PRINTED AS AN EXCEPTION.  THE LINE'S RECEIVED QUANTITY IS   *
      *    THE GREATER OF PURCHASING'S FIGURE AND THE DOCK'S, THE WAY  *
      *    WRCV RECKONS THE OPEN QUANTITY.                             *
      ******************************************************************
       2100-CHECK-RECEIPT.

           MOVE SPACES TO WS-EXCEPTION
           MOVE ZERO TO DL-ORDERED
           MOVE ZERO TO DL-RECEIVED

           MOVE HELO-RCP-PO-NO TO WS-PO-KEY-PO
           MOVE SPACES         TO WS-PO-KEY-ITEM
           MOVE WS-PO-KEY      TO HELO-POM-KEY

           READ HELO-POMSTR-FILE
               INVALID KEY
                   MOVE 'PO NOT ON FILE' TO WS-EXCEPTION
                   ADD 1 TO WS-NO-LINE-COUNT
                   PERFORM 2200-PRINT-EXCEPTION THRU 2200-EXIT
                   GO TO 2100-EXIT
           END-READ

           IF NOT HELO-POM-PO-OPEN
               MOVE 'RECEIVED AGAINST CLOSED PO' TO WS-EXCEPTION
           END-IF

           MOVE HELO-RCP-ITEM-NO TO WS-PO-KEY-ITEM
           MOVE WS-PO-KEY        TO HELO-POM-KEY

           READ HELO-POMSTR-FILE
               INVALID KEY
                   MOVE 'ITEM NOT ON PO' TO WS-EXCEPTION
                   ADD 1 TO WS-NO-LINE-COUNT
                   PERFORM 2200-PRINT-EXCEPTION THRU 2200-EXIT
                   GO TO 2100-EXIT
           END-READ

           IF HELO-POM-QTY-RECEIVED > HELO-POM-QTY-DOCK
               MOVE HELO-POM-QTY-RECEIVED TO WS-LINE-RCVD-QTY
           ELSE
               MOVE HELO-POM-QTY-DOCK TO WS-LINE-RCVD-QTY
           END-IF

           MOVE HELO-POM-QTY-ORDERED TO DL-ORDERED
           MOVE WS-LINE-RCVD-QTY     TO DL-RECEIVED

           IF WS-EXCEPTION = SPACES AND NOT HELO-POM-LN-OPEN
               MOVE 'RECEIVED AGAINST CLOSED LINE' TO WS-EXCEPTION
           END-IF

           IF WS-EXCEPTION NOT = SPACES
               ADD 1 TO WS-CLOSED-COUNT
               PERFORM 2200-PRINT-EXCEPTION THRU 2200-EXIT
               GO TO 2100-EXIT
           END-IF

           IF WS-LINE-RCVD-QTY > HELO-POM-QTY-ORDERED
               MOVE 'OVER-RECEIPT' TO WS-EXCEPTION
               ADD 1 TO WS-OVER-COUNT
               PERFORM 2200-PRINT-EXCEPTION THRU 2200-EXIT
               GO TO 2100-EXIT
           END-IF

           ADD 1 TO WS-CLEAN-COUNT.

       2100-EXIT.
           EXIT.

      ******************************************************************
      *    2200-PRINT-EXCEPTION -- ONE LINE PER RECEIPT EXCEPTION, IN  *
      *    TIME ORDER AS THE LOG KEY DELIVERS THEM.                    *
      ******************************************************************
       2200-PRINT-EXCEPTION.

           MOVE HELO-RCP-TIME      TO DL-TIME
           MOVE HELO-RCP-TERM-ID   TO DL-TERM-ID
           MOVE HELO-RCP-OPERID    TO DL-OPERID
           MOVE HELO-RCP-PO-NO     TO DL-PO-NO
           MOVE HELO-RCP-ITEM-NO   TO DL-ITEM-NO
           MOVE HELO-RCP-QTY       TO DL-QTY
           MOVE WS-EXCEPTION       TO DL-EXCEPTION

           WRITE HELO-REPORT-LINE FROM WS-DETAIL-LINE.

       2200-EXIT.
           EXIT.

      ******************************************************************
      *    2500-PAST-DUE-SCAN -- ONE PASS OF POMSTR FROM THE TOP.  A   *
      *    PO'S HEADER SORTS AHEAD OF ITS LINES, SO EACH HEADER CLOSES *
      *    OUT THE PO BEFORE IT AND END OF FILE CLOSES THE LAST.       *
      ******************************************************************
       2500-PAST-DUE-SCAN.

           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.
           MOVE 'OPEN POS PAST DUE WITH NOTHING RECEIVED' TO SL-TEXT
           WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE HELO-REPORT-LINE FROM WS-PO-HEADING.

           MOVE 'N' TO WS-PO-FOUND-SW
           MOVE LOW-VALUES TO HELO-POM-KEY

           START HELO-POMSTR-FILE
               KEY IS NOT LESS THAN HELO-POM-KEY
               INVALID KEY
                   GO TO 2500-EXIT
           END-START

           PERFORM 2600-SCAN-ONE THRU 2600-EXIT
               UNTIL WS-POM-END-OF-FILE

           PERFORM 2700-CLOSE-PO THRU 2700-EXIT.

       2500-EXIT.
           EXIT.

      ******************************************************************
      *    2600-SCAN-ONE -- ONE POMSTR RECORD.  A HEADER CLOSES THE    *
      *    PREVIOUS PO AND IS HELD; A LINE COUNTS TOWARD ITS PO AND    *
      *    MARKS IT RECEIVED WHEN EITHER PURCHASING OR THE DOCK HAS    *
      *    ANY QUANTITY ON IT.  THE ZZZZZZZZ DUMMY IS PASSED OVER.     *
      ******************************************************************
       2600-SCAN-ONE.

           READ HELO-POMSTR-FILE NEXT RECORD
               AT END
                   SET WS-POM-END-OF-FILE TO TRUE
                   GO TO 2600-EXIT
           END-READ

           IF HELO-POM-PO-NO = 'ZZZZZZZZ'
               GO TO 2600-EXIT
           END-IF

           IF HELO-POM-HEADER
               PERFORM 2700-CLOSE-PO THRU 2700-EXIT
               SET WS-PO-FOUND TO TRUE
               MOVE 'N' TO WS-PO-RCVD-SW
               MOVE ZERO TO WS-CUR-PO-LINES
               MOVE HELO-POM-PO-NO       TO WS-CUR-PO-NO
               MOVE HELO-POM-VENDOR      TO WS-CUR-VENDOR
               MOVE HELO-POM-VENDOR-NAME TO WS-CUR-VENDOR-NAME
               MOVE HELO-POM-DUE-DATE    TO WS-CUR-DUE-DATE
               MOVE HELO-POM-PO-STATUS   TO WS-CUR-PO-STATUS
               GO TO 2600-EXIT
           END-IF

           IF HELO-POM-PO-NO NOT = WS-CUR-PO-NO
               GO TO 2600-EXIT
           END-IF

           ADD 1 TO WS-CUR-PO-LINES

           IF HELO-POM-QTY-RECEIVED > ZERO
                   OR HELO-POM-QTY-DOCK > ZERO
               SET WS-PO-ANY-RCVD TO TRUE
           END-IF.

       2600-EXIT.
           EXIT.

      ******************************************************************
      *    2700-CLOSE-PO -- THE HELD PO IS LISTED WHEN IT IS OPEN, ITS *
      *    DUE DATE IS BEFORE THE REPORT DATE, AND NO LINE HAS ANY     *
      *    QUANTITY RECEIVED.                                          *
      ******************************************************************
       2700-CLOSE-PO.

           IF NOT WS-PO-FOUND
               GO TO 2700-EXIT
           END-IF

           MOVE 'N' TO WS-PO-FOUND-SW

           IF NOT WS-CUR-PO-OPEN
                   OR WS-CUR-DUE-DATE NOT < WS-REPORT-DATE
                   OR WS-PO-ANY-RCVD
               GO TO 2700-EXIT
           END-IF

           ADD 1 TO WS-PAST-DUE-COUNT

           MOVE WS-CUR-PO-NO       TO PL-PO-NO
           MOVE WS-CUR-VENDOR      TO PL-VENDOR
           MOVE WS-CUR-VENDOR-NAME TO PL-VENDOR-NAME
           MOVE WS-CUR-DUE-DATE    TO PL-DUE-DATE
           MOVE WS-CUR-PO-LINES    TO PL-LINES

           WRITE HELO-REPORT-LINE FROM WS-PO-LINE.

       2700-EXIT.
           EXIT.

      ******************************************************************
      *    3000-PRINT-TOTALS -- THE CONTROL COUNTS FOR PURCHASING.     *
      ******************************************************************
       3000-PRINT-TOTALS.

           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.

           MOVE 'RECEIPTS FOR THE DAY'  TO CL-LABEL
           MOVE WS-RCPT-COUNT           TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'RECEIPTS RECONCILED'   TO CL-LABEL
           MOVE WS-CLEAN-COUNT          TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'NO PO OR PO LINE'      TO CL-LABEL
           MOVE WS-NO-LINE-COUNT        TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'AGAINST CLOSED PO/LINE' TO CL-LABEL
           MOVE WS-CLOSED-COUNT         TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'OVER-RECEIPTS'         TO CL-LABEL
           MOVE WS-OVER-COUNT           TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'PAST-DUE POS, NONE RCVD' TO CL-LABEL
           MOVE WS-PAST-DUE-COUNT       TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

       3000-EXIT.
           EXIT.

      ******************************************************************
      *    4000-TERMINATE -- CLOSE FILES AND END THE RUN.               *
      ******************************************************************
       4000-TERMINATE.

           CLOSE HELO-PARM-FILE
                 HELO-RCPLOG-FILE
                 HELO-POMSTR-FILE
                 HELO-REPORT-FILE.

       4000-EXIT.
           EXIT.
