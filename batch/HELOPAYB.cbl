       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELOPAYB.
       AUTHOR. D MARSH - ONLINE SYSTEMS.
       INSTALLATION. WAREHOUSE CICS REGION.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ------------------------------------------------------------*
      *    DATE     INIT  DESCRIPTION                                  *
      *    -------- ----  ---------------------------------------------*
      *    10/15/26  DM   ORIGINAL.  PAYROLL VENDOR FILE BALANCING     *
      *                   AND PAY-PERIOD CLOSE.  RUNS AFTER HELOPAYR   *
      *                   IN HELOPAYJ.  READS THE PAYXMIT GENERATION   *
      *                   HELOPAYR JUST WROTE, RE-ADDS ITS RECORD      *
      *                   COUNTS AND HOURS HASH TOTALS, AND BALANCES   *
      *                   THEM THREE WAYS: THE FILE AS READ, ITS OWN   *
      *                   TRAILER, AND THE REGISTER TOTALS HELOPAYR    *
      *                   RECORDED ON PAYPER.  THE HEADER MUST MATCH   *
      *                   THE PAYPER PERIOD AND CUT-OFF.  WHEN         *
      *                   EVERYTHING BALANCES THE PERIOD IS MARKED     *
      *                   CLOSED AND THE FILE MAY BE SENT; OTHERWISE   *
      *                   THE PERIOD STAYS OPEN AND THE STEP ENDS      *
      *                   WITH RETURN CODE 8.  A PERIOD ALREADY        *
      *                   CLOSED ENDS WITH RETURN CODE 4.              *
      *    10/15/26  DM   A PAYPER CLOSE THAT CANNOT BE REWRITTEN NOW  *
      *                   PRINTS PAY PERIOD NOT CLOSED - DO NOT        *
      *                   TRANSMIT AND ENDS WITH RETURN CODE 8.        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELO-PAYXMIT-FILE  ASSIGN TO PAYXMIT
               ORGANIZATION IS SEQUENTIAL.

           SELECT HELO-PAYPER-FILE   ASSIGN TO PAYPER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HELO-PPR-END-DATE
               FILE STATUS IS WS-PAYPER-STATUS.

           SELECT HELO-REPORT-FILE   ASSIGN TO HELOPAYB
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HELO-PAYXMIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY HELOPVX.

       FD  HELO-PAYPER-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY HELOPPR.

       FD  HELO-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HELO-REPORT-LINE          PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-PAYPER-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-EOF-SWITCH             PIC X(01)   VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
       01  WS-RUN-OK-SW              PIC X(01)   VALUE 'Y'.
           88  WS-RUN-OK                  VALUE 'Y'.
       01  WS-BALANCED-SW            PIC X(01)   VALUE 'Y'.
           88  WS-BALANCED                VALUE 'Y'.
       01  WS-TRAILER-SW             PIC X(01)   VALUE 'N'.
           88  WS-TRAILER-SEEN            VALUE 'Y'.
       01  WS-TIME-NOW               PIC 9(08)   VALUE ZERO.
       01  WS-CLOSE-DATE             PIC 9(06)   VALUE ZERO.
       01  WS-CLOSE-TIME             PIC 9(06)   VALUE ZERO.

      *    THE HEADER AS READ, KEPT FOR THE PAYPER MATCH.
       01  WS-HDR-START-DATE         PIC 9(06)   VALUE ZERO.
       01  WS-HDR-END-DATE           PIC 9(06)   VALUE ZERO.
       01  WS-HDR-CREATE-DATE        PIC 9(06)   VALUE ZERO.
       01  WS-HDR-CREATE-TIME        PIC 9(06)   VALUE ZERO.

      *    TOTALS RE-ADDED FROM THE FILE.
       01  WS-FILE-REC-COUNT         PIC 9(07)   VALUE ZERO.
       01  WS-FILE-EARN-COUNT        PIC 9(07)   VALUE ZERO.
       01  WS-FILE-ADJ-COUNT         PIC 9(07)   VALUE ZERO.
       01  WS-FILE-REG-HASH          PIC 9(09)V99 VALUE ZERO.
       01  WS-FILE-OT-HASH           PIC 9(09)V99 VALUE ZERO.
       01  WS-FILE-ADJ-HASH          PIC S9(09)V99 VALUE ZERO.
       01  WS-BAD-REC-COUNT          PIC 9(07)   VALUE ZERO.

      *    THE TRAILER AS READ, ADJUSTMENT HASH WITH ITS SIGN APPLIED.
       01  WS-TRL-REC-COUNT          PIC 9(07)   VALUE ZERO.
       01  WS-TRL-EARN-COUNT         PIC 9(07)   VALUE ZERO.
       01  WS-TRL-ADJ-COUNT          PIC 9(07)   VALUE ZERO.
       01  WS-TRL-REG-HASH           PIC 9(09)V99 VALUE ZERO.
       01  WS-TRL-OT-HASH            PIC 9(09)V99 VALUE ZERO.
       01  WS-TRL-ADJ-HASH           PIC S9(09)V99 VALUE ZERO.

      *    ONE COMPARISON FOR 3100/3200.  WS-CMP-PPR-SW IS 'N' WHEN
      *    PAYPER CARRIES NO FIGURE FOR THE LINE.
       01  WS-CMP-FILE               PIC S9(09)V99 VALUE ZERO.
       01  WS-CMP-TRAILER            PIC S9(09)V99 VALUE ZERO.
       01  WS-CMP-PAYPER             PIC S9(09)V99 VALUE ZERO.
       01  WS-CMP-PPR-SW             PIC X(01)   VALUE 'Y'.
           88  WS-CMP-PPR-USED            VALUE 'Y'.

       01  WS-HEADING-1.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(45)
               VALUE 'HELO PAYROLL VENDOR FILE BALANCING'.
           05  FILLER                PIC X(87)   VALUE SPACE.

       01  WS-PERIOD-HEADING.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(12)   VALUE 'PAY PERIOD'.
           05  PH-START-DATE         PIC 9(06).
           05  FILLER                PIC X(04)   VALUE ' TO '.
           05  PH-END-DATE           PIC 9(06).
           05  FILLER                PIC X(12)   VALUE '   CREATED'.
           05  PH-CREATE-DATE        PIC 9(06).
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  PH-CREATE-TIME        PIC 9(06).
           05  FILLER                PIC X(79)   VALUE SPACE.

       01  WS-SECTION-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  SL-TEXT               PIC X(60).
           05  FILLER                PIC X(72)   VALUE SPACE.

       01  WS-BALANCE-HEADING.
           05  FILLER                PIC X(26)   VALUE SPACE.
           05  FILLER                PIC X(15)
               VALUE '           FILE'.
           05  FILLER                PIC X(17)
               VALUE '          TRAILER'.
           05  FILLER                PIC X(17)
               VALUE '           PAYPER'.
           05  FILLER                PIC X(58)   VALUE SPACE.

       01  WS-COUNT-BAL-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  CB-LABEL              PIC X(25).
           05  FILLER                PIC X(04)   VALUE SPACE.
           05  CB-FILE               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(06)   VALUE SPACE.
           05  CB-TRAILER            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(06)   VALUE SPACE.
           05  CB-PAYPER             PIC ZZZ,ZZZ,ZZ9.
           05  CB-PAYPER-X REDEFINES CB-PAYPER
                                     PIC X(11).
           05  FILLER                PIC X(03)   VALUE SPACE.
           05  CB-RESULT             PIC X(03).
           05  FILLER                PIC X(52)   VALUE SPACE.

       01  WS-HOURS-BAL-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  HB-LABEL              PIC X(25).
           05  HB-FILE               PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  HB-TRAILER            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  HB-PAYPER             PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(03)   VALUE SPACE.
           05  HB-RESULT             PIC X(03).
           05  FILLER                PIC X(52)   VALUE SPACE.

       01  WS-COUNT-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  CL-LABEL              PIC X(25).
           05  CL-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                PIC X(100)  VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF WS-RUN-OK
               PERFORM 2000-READ-XMIT THRU 2000-EXIT
                   UNTIL WS-END-OF-FILE
               PERFORM 3000-BALANCE THRU 3000-EXIT
               PERFORM 3500-CLOSE-PERIOD THRU 3500-EXIT
           END-IF

           PERFORM 4000-TERMINATE THRU 4000-EXIT.

           GOBACK.

      ******************************************************************
      *    1000-INITIALIZE -- OPEN FILES, READ THE HEADER AND FIND     *
      *    ITS PERIOD ON PAYPER.  A FILE WITH NO HEADER OR A PERIOD    *
      *    NOT ON PAYPER FAILS THE STEP; A PERIOD ALREADY CLOSED IS    *
      *    A WARNING -- THE FILE WAS RELEASED BY AN EARLIER RUN.       *
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT  HELO-PAYXMIT-FILE
                I-O    HELO-PAYPER-FILE
                OUTPUT HELO-REPORT-FILE.

           WRITE HELO-REPORT-LINE FROM WS-HEADING-1.

           READ HELO-PAYXMIT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ

           IF WS-END-OF-FILE OR NOT HELO-PVX-HEADER
               MOVE 'PAYXMIT HEADER MISSING - PERIOD NOT CLOSED'
                   TO SL-TEXT
               WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE
               MOVE 'N' TO WS-RUN-OK-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           ADD 1 TO WS-FILE-REC-COUNT
           MOVE HELO-PVX-HDR-START-DATE  TO WS-HDR-START-DATE
           MOVE HELO-PVX-HDR-END-DATE    TO WS-HDR-END-DATE
           MOVE HELO-PVX-HDR-CREATE-DATE TO WS-HDR-CREATE-DATE
           MOVE HELO-PVX-HDR-CREATE-TIME TO WS-HDR-CREATE-TIME

           MOVE WS-HDR-START-DATE  TO PH-START-DATE
           MOVE WS-HDR-END-DATE    TO PH-END-DATE
           MOVE WS-HDR-CREATE-DATE TO PH-CREATE-DATE
           MOVE WS-HDR-CREATE-TIME TO PH-CREATE-TIME
           WRITE HELO-REPORT-LINE FROM WS-PERIOD-HEADING.

           MOVE WS-HDR-END-DATE TO HELO-PPR-END-DATE
           READ HELO-PAYPER-FILE
               INVALID KEY
                   MOVE 'PAY PERIOD NOT ON PAYPER - PERIOD NOT CLOSED'
                       TO SL-TEXT
                   WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE
                   MOVE 'N' TO WS-RUN-OK-SW
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-EXIT
           END-READ

           IF HELO-PPR-CLOSED
               MOVE 'PAY PERIOD ALREADY CLOSED - NOTHING TO DO'
                   TO SL-TEXT
               WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE
               MOVE 'N' TO WS-RUN-OK-SW
               MOVE 4 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           READ HELO-PAYXMIT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1000-EXIT.
           EXIT.

      ******************************************************************
      *    2000-READ-XMIT -- ADDS ONE RECORD INTO THE FILE TOTALS.     *
      *    ANOTHER HEADER, AN UNKNOWN TYPE OR ANYTHING AFTER THE       *
      *    TRAILER IS COUNTED AS A BAD RECORD AND STOPS THE CLOSE.     *
      ******************************************************************
       2000-READ-XMIT.

           ADD 1 TO WS-FILE-REC-COUNT

           IF WS-TRAILER-SEEN
               ADD 1 TO WS-BAD-REC-COUNT
           ELSE
               EVALUATE TRUE
                   WHEN HELO-PVX-EARNINGS
                       PERFORM 2100-ADD-EARNINGS THRU 2100-EXIT
                   WHEN HELO-PVX-ADJUSTMENT
                       PERFORM 2200-ADD-ADJUSTMENT THRU 2200-EXIT
                   WHEN HELO-PVX-TRAILER
                       PERFORM 2300-SAVE-TRAILER THRU 2300-EXIT
                   WHEN OTHER
                       ADD 1 TO WS-BAD-REC-COUNT
               END-EVALUATE
           END-IF

           READ HELO-PAYXMIT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2000-EXIT.
           EXIT.

      ******************************************************************
      *    2100-ADD-EARNINGS -- ONE EARNINGS RECORD INTO THE REGULAR   *
      *    OR OVERTIME HASH.  ANY OTHER EARNINGS CODE OR A NEGATIVE    *
      *    SIGN IS A BAD RECORD.                                       *
      ******************************************************************
       2100-ADD-EARNINGS.

           IF HELO-PVX-HOURS-NEGATIVE
               ADD 1 TO WS-BAD-REC-COUNT
               GO TO 2100-EXIT
           END-IF

           EVALUATE TRUE
               WHEN HELO-PVX-REGULAR
                   ADD 1 TO WS-FILE-EARN-COUNT
                   ADD HELO-PVX-HOURS TO WS-FILE-REG-HASH
               WHEN HELO-PVX-OVERTIME
                   ADD 1 TO WS-FILE-EARN-COUNT
                   ADD HELO-PVX-HOURS TO WS-FILE-OT-HASH
               WHEN OTHER
                   ADD 1 TO WS-BAD-REC-COUNT
           END-EVALUATE.

       2100-EXIT.
           EXIT.

      ******************************************************************
      *    2200-ADD-ADJUSTMENT -- ONE PRIOR-PERIOD ADJUSTMENT INTO     *
      *    THE SIGNED ADJUSTMENT HASH.                                 *
      ******************************************************************
       2200-ADD-ADJUSTMENT.

           ADD 1 TO WS-FILE-ADJ-COUNT

           IF HELO-PVX-HOURS-NEGATIVE
               SUBTRACT HELO-PVX-HOURS FROM WS-FILE-ADJ-HASH
           ELSE
               ADD HELO-PVX-HOURS TO WS-FILE-ADJ-HASH
           END-IF.

       2200-EXIT.
           EXIT.

      ******************************************************************
      *    2300-SAVE-TRAILER -- KEEPS THE TRAILER'S COUNTS AND HASH    *
      *    TOTALS FOR THE BALANCE.                                     *
      ******************************************************************
       2300-SAVE-TRAILER.

           SET WS-TRAILER-SEEN TO TRUE

           MOVE HELO-PVX-TRL-REC-COUNT  TO WS-TRL-REC-COUNT
           MOVE HELO-PVX-TRL-EARN-COUNT TO WS-TRL-EARN-COUNT
           MOVE HELO-PVX-TRL-ADJ-COUNT  TO WS-TRL-ADJ-COUNT
           MOVE HELO-PVX-TRL-REG-HASH   TO WS-TRL-REG-HASH
           MOVE HELO-PVX-TRL-OT-HASH    TO WS-TRL-OT-HASH
           MOVE HELO-PVX-TRL-ADJ-HASH   TO WS-TRL-ADJ-HASH

           IF HELO-PVX-TRL-ADJ-SIGN = '-'
               COMPUTE WS-TRL-ADJ-HASH = ZERO - WS-TRL-ADJ-HASH
           END-IF.

       2300-EXIT.
           EXIT.

      ******************************************************************
      *    3000-BALANCE -- THE CONTROL REPORT: EACH COUNT AND HASH     *
      *    TOTAL FROM THE FILE, ITS TRAILER AND THE PAYPER REGISTER    *
      *    TOTALS SIDE BY SIDE, FLAGGED OK OR OUT, THEN THE HEADER,    *
      *    TRAILER AND BAD-RECORD CHECKS.                              *
      ******************************************************************
       3000-BALANCE.

           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.
           WRITE HELO-REPORT-LINE FROM WS-BALANCE-HEADING.

           MOVE 'TOTAL RECORDS'          TO CB-LABEL
           MOVE WS-FILE-REC-COUNT        TO WS-CMP-FILE
           MOVE WS-TRL-REC-COUNT         TO WS-CMP-TRAILER
           MOVE 'N'                      TO WS-CMP-PPR-SW
           PERFORM 3100-COMPARE-COUNT THRU 3100-EXIT

           MOVE 'EARNINGS RECORDS'       TO CB-LABEL
           MOVE WS-FILE-EARN-COUNT       TO WS-CMP-FILE
           MOVE WS-TRL-EARN-COUNT        TO WS-CMP-TRAILER
           MOVE HELO-PPR-EARN-COUNT      TO WS-CMP-PAYPER
           MOVE 'Y'                      TO WS-CMP-PPR-SW
           PERFORM 3100-COMPARE-COUNT THRU 3100-EXIT

           MOVE 'ADJUSTMENT RECORDS'     TO CB-LABEL
           MOVE WS-FILE-ADJ-COUNT        TO WS-CMP-FILE
           MOVE WS-TRL-ADJ-COUNT         TO WS-CMP-TRAILER
           MOVE HELO-PPR-ADJ-COUNT       TO WS-CMP-PAYPER
           PERFORM 3100-COMPARE-COUNT THRU 3100-EXIT

           MOVE 'REGULAR HOURS'          TO HB-LABEL
           MOVE WS-FILE-REG-HASH         TO WS-CMP-FILE
           MOVE WS-TRL-REG-HASH          TO WS-CMP-TRAILER
           MOVE HELO-PPR-REG-HOURS       TO WS-CMP-PAYPER
           PERFORM 3200-COMPARE-HOURS THRU 3200-EXIT

           MOVE 'OVERTIME HOURS'         TO HB-LABEL
           MOVE WS-FILE-OT-HASH          TO WS-CMP-FILE
           MOVE WS-TRL-OT-HASH           TO WS-CMP-TRAILER
           MOVE HELO-PPR-OT-HOURS        TO WS-CMP-PAYPER
           PERFORM 3200-COMPARE-HOURS THRU 3200-EXIT

           MOVE 'ADJUSTMENT HOURS (NET)' TO HB-LABEL
           MOVE WS-FILE-ADJ-HASH         TO WS-CMP-FILE
           MOVE WS-TRL-ADJ-HASH          TO WS-CMP-TRAILER
           MOVE HELO-PPR-ADJ-HOURS       TO WS-CMP-PAYPER
           PERFORM 3200-COMPARE-HOURS THRU 3200-EXIT

           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.

           MOVE 'OPERATORS ON REGISTER'  TO CL-LABEL
           MOVE HELO-PPR-OPER-COUNT      TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           IF WS-HDR-START-DATE NOT = HELO-PPR-START-DATE
                   OR WS-HDR-CREATE-DATE NOT = HELO-PPR-CUTOFF-DATE
                   OR WS-HDR-CREATE-TIME NOT = HELO-PPR-CUTOFF-TIME
               MOVE 'N' TO WS-BALANCED-SW
               MOVE 'HEADER DOES NOT MATCH PAYPER - WRONG GENERATION'
                   TO SL-TEXT
               WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE
           END-IF

           IF NOT WS-TRAILER-SEEN
               MOVE 'N' TO WS-BALANCED-SW
               MOVE 'PAYXMIT TRAILER MISSING' TO SL-TEXT
               WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE
           END-IF

           IF WS-BAD-REC-COUNT > ZERO
               MOVE 'N' TO WS-BALANCED-SW
               MOVE 'BAD RECORDS'        TO CL-LABEL
               MOVE WS-BAD-REC-COUNT     TO CL-COUNT
               WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE
           END-IF.

       3000-EXIT.
           EXIT.

      ******************************************************************
      *    3100-COMPARE-COUNT -- ONE COUNT LINE OF THE BALANCE.  THE   *
      *    PAYPER COLUMN IS LEFT BLANK WHEN WS-CMP-PPR-SW IS 'N'.      *
      ******************************************************************
       3100-COMPARE-COUNT.

           MOVE WS-CMP-FILE    TO CB-FILE
           MOVE WS-CMP-TRAILER TO CB-TRAILER
           MOVE 'OK'           TO CB-RESULT

           IF WS-CMP-PPR-USED
               MOVE WS-CMP-PAYPER TO CB-PAYPER
               IF WS-CMP-PAYPER NOT = WS-CMP-FILE
                   MOVE 'OUT' TO CB-RESULT
               END-IF
           ELSE
               MOVE SPACE TO CB-PAYPER-X
           END-IF

           IF WS-CMP-TRAILER NOT = WS-CMP-FILE
               MOVE 'OUT' TO CB-RESULT
           END-IF

           IF CB-RESULT = 'OUT'
               MOVE 'N' TO WS-BALANCED-SW
           END-IF

           WRITE HELO-REPORT-LINE FROM WS-COUNT-BAL-LINE.

       3100-EXIT.
           EXIT.

      ******************************************************************
      *    3200-COMPARE-HOURS -- ONE HOURS LINE OF THE BALANCE.        *
      ******************************************************************
       3200-COMPARE-HOURS.

           MOVE WS-CMP-FILE    TO HB-FILE
           MOVE WS-CMP-TRAILER TO HB-TRAILER
           MOVE WS-CMP-PAYPER  TO HB-PAYPER
           MOVE 'OK'           TO HB-RESULT

           IF WS-CMP-TRAILER NOT = WS-CMP-FILE
                   OR WS-CMP-PAYPER NOT = WS-CMP-FILE
               MOVE 'OUT' TO HB-RESULT
               MOVE 'N' TO WS-BALANCED-SW
           END-IF

           WRITE HELO-REPORT-LINE FROM WS-HOURS-BAL-LINE.

       3200-EXIT.
           EXIT.

      ******************************************************************
      *    3500-CLOSE-PERIOD -- A BALANCED FILE CLOSES THE PERIOD ON   *
      *    PAYPER; FROM HERE ON A TADJ CHANGE TO ANY OF ITS DAYS IS A  *
      *    PRIOR-PERIOD ADJUSTMENT.  AN UNBALANCED FILE LEAVES THE     *
      *    PERIOD OPEN FOR A RERUN OF HELOPAYJ.  SO DOES A CLOSE THAT  *
      *    CANNOT BE WRITTEN, AND THE FILE MUST NOT BE SENT.           *
      ******************************************************************
       3500-CLOSE-PERIOD.

           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.

           IF NOT WS-BALANCED
               MOVE 'FILE OUT OF BALANCE - NOT CLOSED, DO NOT TRANSMIT'
                   TO SL-TEXT
               WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE
               MOVE 8 TO RETURN-CODE
               GO TO 3500-EXIT
           END-IF

           ACCEPT WS-CLOSE-DATE FROM DATE
           ACCEPT WS-TIME-NOW FROM TIME
           DIVIDE WS-TIME-NOW BY 100 GIVING WS-CLOSE-TIME

           MOVE 'C'           TO HELO-PPR-STATUS
           MOVE WS-CLOSE-DATE TO HELO-PPR-CLOSE-DATE
           MOVE WS-CLOSE-TIME TO HELO-PPR-CLOSE-TIME
           REWRITE HELO-PPR-RECORD
               INVALID KEY
                   MOVE 'PAY PERIOD NOT CLOSED - DO NOT TRANSMIT'
                       TO SL-TEXT
                   WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE
                   MOVE 8 TO RETURN-CODE
                   GO TO 3500-EXIT
           END-REWRITE

           MOVE 'FILE IN BALANCE - PAY PERIOD CLOSED' TO SL-TEXT
           WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE.

       3500-EXIT.
           EXIT.

      ******************************************************************
      *    4000-TERMINATE -- CLOSE FILES AND END THE RUN.               *
      ******************************************************************
       4000-TERMINATE.

           CLOSE HELO-PAYXMIT-FILE
                 HELO-PAYPER-FILE
                 HELO-REPORT-FILE.

       4000-EXIT.
           EXIT.
