      *                   STARRED.  GROUPED BY SHIFT WITH NAMES OFF    *
      *                   OPMSTR; THIS REGISTER IS WHAT THE PAYROLL    *
      *                   DEPARTMENT KEYS FROM.                        *
      *    10/15/26  DM   ALSO WRITES THE PAYROLL VENDOR TRANSMISSION  *
      *                   FILE (PAYXMIT) SO THE HOURS ARE NO LONGER    *
      *                   RE-KEYED: A HEADER, ONE EARNINGS RECORD PER  *
      *                   OPERATOR PER EARNINGS CODE (REG/OT) AS       *
      *                   PRINTED ON THE REGISTER, ONE ADJUSTMENT      *
      *                   RECORD PER TADJ CHANGE MADE SINCE THE LAST   *
      *                   CLOSE TO A DAY IN AN ALREADY CLOSED PERIOD,  *
      *                   AND A TRAILER OF COUNTS AND HOURS HASH       *
      *                   TOTALS.  THE PERIOD END DATE COMES FROM THE  *
      *                   NEW PAYRPARM CARD.  THE PERIOD IS RECORDED   *
      *                   ON PAYPER WITH THE REGISTER TOTALS FOR       *
      *                   HELOPAYB TO BALANCE THE FILE AND CLOSE IT.   *
      *                   EXTRACT DAYS OUTSIDE THE PERIOD, A PERIOD    *
      *                   ALREADY CLOSED, OR AN EARLIER ONE NOT YET    *
      *                   CLOSED STOP THE RUN WITH RETURN CODE 8.      *
      *    10/15/26  DM   A PAYPER WRITE OR REWRITE THAT FAILS NOW     *
      *                   PRINTS PERIOD NOT RECORDED AND ENDS WITH     *
      *                   RETURN CODE 8, SO HELOPAYJ SKIPS THE BALANCE *
      *                   STEP.                                        *
      *    10/15/26  DM   PRIOR-PERIOD ADJUSTMENTS ARE SENT PER        *
      *                   OPERATOR-WEEK, NO LONGER ALL AS REGULAR: THE *
      *                   CLOSED WEEK'S HOURS OFF TIMEAT (NOW READ)    *
      *                   ARE SPLIT OVER 40 AS PAID AND AS CHANGED,    *
      *                   AND THE REGULAR AND OVERTIME DIFFERENCES GO  *
      *                   OUT AS ONE 'A' RECORD EACH, DATED THE WEEK'S *
      *                   END.                                         *
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELO-PARM-FILE     ASSIGN TO PAYRPARM
               ORGANIZATION IS SEQUENTIAL.

           SELECT HELO-PAYWEEK-FILE  ASSIGN TO PAYWEEK
               ORGANIZATION IS SEQUENTIAL.

               RECORD KEY IS HELO-OPMR-OPERID
               FILE STATUS IS WS-OPMSTR-STATUS.

           SELECT HELO-TAADJ-FILE    ASSIGN TO TAADJ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HELO-ADJ-KEY
               FILE STATUS IS WS-TAADJ-STATUS.

           SELECT HELO-TIMEAT-FILE   ASSIGN TO TIMEAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HELO-TA-KEY
               FILE STATUS IS WS-TIMEAT-STATUS.

           SELECT HELO-PAYPER-FILE   ASSIGN TO PAYPER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HELO-PPR-END-DATE
               FILE STATUS IS WS-PAYPER-STATUS.

           SELECT HELO-PAYXMIT-FILE  ASSIGN TO PAYXMIT
               ORGANIZATION IS SEQUENTIAL.

           SELECT HELO-REPORT-FILE   ASSIGN TO HELOPAYR
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HELO-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HELO-PARM-RECORD.
           05  HELO-PARM-DATE        PIC X(06).
           05  FILLER                PIC X(74).

       FD  HELO-PAYWEEK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           RECORD CONTAINS 60 CHARACTERS.
           COPY HELOPMR.

       FD  HELO-TAADJ-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY HELOADJ.

       FD  HELO-TIMEAT-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY HELOTAT.

       FD  HELO-PAYPER-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY HELOPPR.

       FD  HELO-PAYXMIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY HELOPVX.

       FD  HELO-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.

       WORKING-STORAGE SECTION.
       01  WS-OPMSTR-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-TAADJ-STATUS           PIC X(02)   VALUE SPACES.
       01  WS-TIMEAT-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-PAYPER-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-EOF-SWITCH             PIC X(01)   VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
       01  WS-ADJ-EOF-SWITCH         PIC X(01)   VALUE 'N'.
           88  WS-ADJ-END-OF-FILE         VALUE 'Y'.
       01  WS-PPR-EOF-SWITCH         PIC X(01)   VALUE 'N'.
           88  WS-PPR-END-OF-FILE         VALUE 'Y'.
       01  WS-PARM-OK-SW             PIC X(01)   VALUE 'Y'.
           88  WS-PARM-OK                 VALUE 'Y'.
       01  WS-PERIOD-ON-FILE-SW      PIC X(01)   VALUE 'N'.
           88  WS-PERIOD-ON-FILE          VALUE 'Y'.
       01  WS-PERIOD-END             PIC 9(06)   VALUE ZERO.
       01  WS-PERIOD-START           PIC 9(06)   VALUE ZERO.
       01  WS-PRIOR-END              PIC 9(06)   VALUE ZERO.
       01  WS-DAY-COUNT              PIC 9(01)   VALUE ZERO.
       01  WS-OUTSIDE-COUNT          PIC 9(05)   VALUE ZERO.
       01  WS-TIME-NOW               PIC 9(08)   VALUE ZERO.

      *    TAADJ CHANGE STAMPS.  A CHANGE BELONGS TO THIS FILE WHEN
      *    IT WAS MADE AFTER THE LAST CLOSED PERIOD'S CUT-OFF AND NOT
      *    AFTER THIS RUN'S, SO EACH ONE GOES OUT EXACTLY ONCE.
       01  WS-CUTOFF-STAMP.
           05  WS-CUTOFF-DATE        PIC 9(06)   VALUE ZERO.
           05  WS-CUTOFF-TIME        PIC 9(06)   VALUE ZERO.
       01  WS-PRIOR-CUTOFF-STAMP.
           05  WS-PRIOR-CUTOFF-DATE  PIC 9(06)   VALUE ZERO.
           05  WS-PRIOR-CUTOFF-TIME  PIC 9(06)   VALUE ZERO.
       01  WS-ADJ-STAMP.
           05  WS-ADJ-STAMP-DATE     PIC 9(06)   VALUE ZERO.
           05  WS-ADJ-STAMP-TIME     PIC 9(06)   VALUE ZERO.

      *    TRANSMISSION FILE COUNTS AND HASH TOTALS, ADDED AS EACH
      *    RECORD IS WRITTEN.
       01  WS-XMIT-REC-COUNT         PIC 9(07)   VALUE ZERO.
       01  WS-XMIT-EARN-COUNT        PIC 9(07)   VALUE ZERO.
       01  WS-XMIT-ADJ-COUNT         PIC 9(07)   VALUE ZERO.
       01  WS-XMIT-REG-HASH          PIC 9(09)V99 VALUE ZERO.
       01  WS-XMIT-OT-HASH           PIC 9(09)V99 VALUE ZERO.
       01  WS-XMIT-ADJ-HASH          PIC S9(09)V99 VALUE ZERO.
       01  WS-ADJ-SKIPPED-COUNT      PIC 9(05)   VALUE ZERO.

      *    PRIOR-PERIOD ADJUSTMENT HOURS, WORKED THE WAY HELOTAX
      *    WORKS THEM: A PUNCH OF ZERO MEANS NO HOURS FOR THE DAY.
       01  WS-PUNCH-IN               PIC 9(06)   VALUE ZERO.
       01  WS-PUNCH-OUT              PIC 9(06)   VALUE ZERO.
       01  WS-IN-MINUTES             PIC S9(05) COMP.
       01  WS-OUT-MINUTES            PIC S9(05) COMP.
       01  WS-HOURS-WORKED           PIC 9(02)V99 VALUE ZERO.
       01  WS-OLD-HOURS              PIC 9(02)V99 VALUE ZERO.
       01  WS-NEW-HOURS              PIC 9(02)V99 VALUE ZERO.
       01  WS-ADJ-HOURS              PIC S9(02)V99 VALUE ZERO.

      *    PRIOR-PERIOD ADJUSTMENTS ARE SENT ONE OPERATOR-WEEK AT A
      *    TIME, SPLIT OVER 40 HOURS THE WAY THE REGISTER SPLITS THEM.
      *    TAADJ COMES IN OPERATOR AND DAY ORDER, SO ALL THE CHANGES
      *    TO ONE OPERATOR'S CLOSED WEEK ARRIVE TOGETHER.  SENT HOURS
      *    ARE THE CHANGES GOING OUT IN THIS FILE; LATER HOURS ARE
      *    CHANGES MADE SINCE THIS RUN'S CUT-OFF, ALREADY ON TIMEAT
      *    BUT LEFT FOR THE NEXT FILE.
       01  WS-WEEK-OPERID            PIC X(03)   VALUE SPACES.
       01  WS-WEEK-START             PIC 9(06)   VALUE ZERO.
       01  WS-WEEK-END               PIC 9(06)   VALUE ZERO.
       01  WS-WEEK-CHANGES           PIC 9(03)   VALUE ZERO.
       01  WS-WEEK-SENT-HOURS        PIC S9(03)V99 VALUE ZERO.
       01  WS-WEEK-LATER-HOURS       PIC S9(03)V99 VALUE ZERO.
       01  WS-WEEK-NEW-HOURS         PIC S9(03)V99 VALUE ZERO.
       01  WS-WEEK-OLD-HOURS         PIC S9(03)V99 VALUE ZERO.
       01  WS-NEW-REG-HOURS          PIC S9(03)V99 VALUE ZERO.
       01  WS-NEW-OT-HOURS           PIC S9(03)V99 VALUE ZERO.
       01  WS-SPLIT-HOURS            PIC S9(03)V99 VALUE ZERO.
       01  WS-SPLIT-REG              PIC S9(03)V99 VALUE ZERO.
       01  WS-SPLIT-OT               PIC S9(03)V99 VALUE ZERO.
       01  WS-REG-ADJ-HOURS          PIC S9(03)V99 VALUE ZERO.
       01  WS-OT-ADJ-HOURS           PIC S9(03)V99 VALUE ZERO.
       01  WS-PART-EARN-CODE         PIC X(03)   VALUE SPACES.
       01  WS-PART-HOURS             PIC S9(03)V99 VALUE ZERO.
       01  WS-TIME-SPLIT.
           05  WS-TIME-HH            PIC 9(02).
           05  WS-TIME-MM            PIC 9(02).
           05  WS-TIME-SS            PIC 9(02).

      *    PRIOR-DAY WORK AREA FOR 5000-PRIOR-DAY.  EVERY FOURTH YEAR
      *    FROM 2000 IS A LEAP YEAR.
       01  WS-PD-DATE                PIC 9(06)   VALUE ZERO.
       01  FILLER REDEFINES WS-PD-DATE.
           05  WS-PD-YY              PIC 9(02).
           05  WS-PD-MM              PIC 9(02).
           05  WS-PD-DD              PIC 9(02).
       01  WS-PD-QUOT                PIC 9(02)   VALUE ZERO.
       01  WS-PD-REM                 PIC 9(01)   VALUE ZERO.

      *    DAYS IN EACH MONTH (NON-LEAP).
       01  WS-MONTH-DAYS-VALUES.
           05  FILLER                PIC X(24)
               VALUE '312831303130313130313031'.
       01  FILLER REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS         PIC 9(02)   OCCURS 12 TIMES.
       01  WS-RECORD-COUNT           PIC 9(07)   VALUE ZERO.
       01  WS-OPER-USED              PIC 9(03)   VALUE ZERO.
       01  WS-OPER-LOST-COUNT        PIC 9(05)   VALUE ZERO.
           05  CL-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                PIC X(100)  VALUE SPACE.

       01  WS-PERIOD-HEADING.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(12)   VALUE 'PAY PERIOD'.
           05  PH-START-DATE         PIC 9(06).
           05  FILLER                PIC X(04)   VALUE ' TO '.
           05  PH-END-DATE           PIC 9(06).
           05  FILLER                PIC X(12)   VALUE '   CUT-OFF'.
           05  PH-CUTOFF-DATE        PIC 9(06).
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  PH-CUTOFF-TIME        PIC 9(06).
           05  FILLER                PIC X(79)   VALUE SPACE.

       01  WS-SECTION-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  SL-TEXT               PIC X(60).
           05  FILLER                PIC X(72)   VALUE SPACE.

       01  WS-PARM-ERROR-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(60)
               VALUE 'PAYRPARM MISSING OR NOT YYMMDD - JOB FAILED'.
           05  FILLER                PIC X(72)   VALUE SPACE.

       01  WS-ADJ-HEADING.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(05)   VALUE 'OPER'.
           05  FILLER                PIC X(10)   VALUE 'WORK DATE'.
           05  FILLER                PIC X(15)   VALUE 'CHANGED'.
           05  FILLER                PIC X(10)   VALUE 'USER'.
           05  FILLER                PIC X(10)   VALUE 'OLD HRS'.
           05  FILLER                PIC X(10)   VALUE 'NEW HRS'.
           05  FILLER                PIC X(10)   VALUE 'ADJ HRS'.
           05  FILLER                PIC X(62)   VALUE SPACE.

       01  WS-ADJ-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  AL-OPERID             PIC X(03).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  AL-TA-DATE            PIC 9(06).
           05  FILLER                PIC X(04)   VALUE SPACE.
           05  AL-CHG-DATE           PIC 9(06).
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  AL-CHG-TIME           PIC 9(06).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  AL-USERID             PIC X(08).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  AL-OLD-HRS            PIC Z9.99.
           05  FILLER                PIC X(05)   VALUE SPACE.
           05  AL-NEW-HRS            PIC Z9.99.
           05  FILLER                PIC X(04)   VALUE SPACE.
           05  AL-ADJ-HRS            PIC -Z9.99.
           05  FILLER                PIC X(67)   VALUE SPACE.

       01  WS-WEEK-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  WL-OPERID             PIC X(03).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  WL-WEEK-END           PIC 9(06).
           05  FILLER                PIC X(04)   VALUE SPACE.
           05  FILLER                PIC X(24)
               VALUE 'WEEK TOTAL, REG/OT SPLIT'.
           05  WL-OLD-HRS            PIC ZZ9.99.
           05  FILLER                PIC X(04)   VALUE SPACE.
           05  WL-NEW-HRS            PIC ZZ9.99.
           05  FILLER                PIC X(03)   VALUE SPACE.
           05  WL-REG-ADJ            PIC -ZZ9.99.
           05  FILLER                PIC X(05)   VALUE ' REG'.
           05  WL-OT-ADJ             PIC -ZZ9.99.
           05  FILLER                PIC X(04)   VALUE ' OT'.
           05  FILLER                PIC X(51)   VALUE SPACE.

       01  WS-SIGNED-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  SG-LABEL              PIC X(25).
           05  SG-HOURS              PIC -ZZZ,ZZ9.99.
           05  FILLER                PIC X(96)   VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF WS-PARM-OK
               PERFORM 2000-PROCESS-EXTRACT THRU 2000-EXIT
                   UNTIL WS-END-OF-FILE
               PERFORM 3000-PRINT-REGISTER THRU 3000-EXIT
               PERFORM 3400-PRIOR-PERIOD-ADJ THRU 3400-EXIT
               PERFORM 3700-WRITE-TRAILER THRU 3700-EXIT
               PERFORM 3800-PRINT-CONTROLS THRU 3800-EXIT
               PERFORM 3900-RECORD-PERIOD THRU 3900-EXIT
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 4000-TERMINATE THRU 4000-EXIT.

           GOBACK.

      ******************************************************************
      *    1000-INITIALIZE -- OPEN FILES, CLEAR THE OPERATOR TABLE,    *
      *    TAKE THE PERIOD END DATE FROM THE PARM CARD (THE PERIOD     *
      *    IS THE SEVEN DAYS ENDING ON IT), STAMP THE TAADJ CUT-OFF,   *
      *    CHECK THE PERIOD AGAINST PAYPER, WRITE THE VENDOR FILE      *
      *    HEADER AND PRIME THE FIRST READ.                            *
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT  HELO-PARM-FILE
                       HELO-PAYWEEK-FILE
                       HELO-OPMSTR-FILE
                       HELO-TAADJ-FILE
                       HELO-TIMEAT-FILE
                I-O    HELO-PAYPER-FILE
                OUTPUT HELO-PAYXMIT-FILE
                       HELO-REPORT-FILE.

           PERFORM 1100-CLEAR-OPER-SLOT THRU 1100-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 300.

           WRITE HELO-REPORT-LINE FROM WS-HEADING-1.

           READ HELO-PARM-FILE
               AT END
                   MOVE 'N' TO WS-PARM-OK-SW
           END-READ

           IF WS-PARM-OK AND HELO-PARM-DATE NOT NUMERIC
               MOVE 'N' TO WS-PARM-OK-SW
           END-IF

           IF NOT WS-PARM-OK
               WRITE HELO-REPORT-LINE FROM WS-PARM-ERROR-LINE
               GO TO 1000-EXIT
           END-IF

           MOVE HELO-PARM-DATE TO WS-PERIOD-END
           MOVE WS-PERIOD-END  TO WS-PD-DATE
           PERFORM 5000-PRIOR-DAY THRU 5000-EXIT
               VARYING WS-DAY-COUNT FROM 1 BY 1
               UNTIL WS-DAY-COUNT > 6
           MOVE WS-PD-DATE TO WS-PERIOD-START

           ACCEPT WS-CUTOFF-DATE FROM DATE
           ACCEPT WS-TIME-NOW FROM TIME
           DIVIDE WS-TIME-NOW BY 100 GIVING WS-CUTOFF-TIME

           MOVE WS-PERIOD-START TO PH-START-DATE
           MOVE WS-PERIOD-END   TO PH-END-DATE
           MOVE WS-CUTOFF-DATE  TO PH-CUTOFF-DATE
           MOVE WS-CUTOFF-TIME  TO PH-CUTOFF-TIME
           WRITE HELO-REPORT-LINE FROM WS-PERIOD-HEADING.

           PERFORM 1200-CHECK-PERIODS THRU 1200-EXIT.

           IF NOT WS-PARM-OK
               WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE
               GO TO 1000-EXIT
           END-IF

           MOVE SPACE              TO HELO-PVX-RECORD
           MOVE 'H'                TO HELO-PVX-REC-TYPE
           MOVE 'HELOWHSE'         TO HELO-PVX-HDR-COMPANY
           MOVE WS-PERIOD-START    TO HELO-PVX-HDR-START-DATE
           MOVE WS-PERIOD-END      TO HELO-PVX-HDR-END-DATE
           MOVE WS-CUTOFF-DATE     TO HELO-PVX-HDR-CREATE-DATE
           MOVE WS-CUTOFF-TIME     TO HELO-PVX-HDR-CREATE-TIME
           WRITE HELO-PVX-RECORD
           ADD 1 TO WS-XMIT-REC-COUNT

           READ HELO-PAYWEEK-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    1200-CHECK-PERIODS -- WALKS PAYPER TO SEE THAT THIS PERIOD  *
      *    MAY BE SENT: IT MUST NOT BE CLOSED ALREADY (A PERIOD        *
      *    WRITTEN BUT NOT YET CLOSED MAY BE RUN AGAIN), NO OTHER      *
      *    PERIOD MAY BE LEFT WRITTEN BUT NOT CLOSED, AND NO CLOSED    *
      *    PERIOD MAY END ON OR AFTER THIS ONE'S START.  THE LATEST    *
      *    CLOSED PERIOD GIVES THE END DATE AND CUT-OFF THAT BOUND     *
      *    THE PRIOR-PERIOD ADJUSTMENTS.  ON A FAILURE WS-PARM-OK-SW   *
      *    COMES BACK 'N' WITH THE REASON IN SL-TEXT.                  *
      ******************************************************************
       1200-CHECK-PERIODS.

           MOVE ZERO TO HELO-PPR-END-DATE

           START HELO-PAYPER-FILE
               KEY IS NOT LESS THAN HELO-PPR-END-DATE
               INVALID KEY
                   GO TO 1200-EXIT
           END-START

           PERFORM 1210-CHECK-ONE-PERIOD THRU 1210-EXIT
               UNTIL WS-PPR-END-OF-FILE OR NOT WS-PARM-OK.

       1200-EXIT.
           EXIT.

      ******************************************************************
      *    1210-CHECK-ONE-PERIOD -- READS THE NEXT PAYPER RECORD AND   *
      *    TESTS IT AGAINST THE PERIOD BEING RUN.                      *
      ******************************************************************
       1210-CHECK-ONE-PERIOD.

           READ HELO-PAYPER-FILE NEXT RECORD
               AT END
                   SET WS-PPR-END-OF-FILE TO TRUE
                   GO TO 1210-EXIT
           END-READ

           IF HELO-PPR-END-DATE = 999999
               SET WS-PPR-END-OF-FILE TO TRUE
               GO TO 1210-EXIT
           END-IF

           IF HELO-PPR-END-DATE = WS-PERIOD-END
               IF HELO-PPR-CLOSED
                   MOVE 'N' TO WS-PARM-OK-SW
                   MOVE 'PAY PERIOD ALREADY CLOSED - JOB FAILED'
                       TO SL-TEXT
               ELSE
                   SET WS-PERIOD-ON-FILE TO TRUE
               END-IF
               GO TO 1210-EXIT
           END-IF

           IF NOT HELO-PPR-CLOSED
               MOVE 'N' TO WS-PARM-OK-SW
               MOVE 'ANOTHER PERIOD SENT IS NOT CLOSED - JOB FAILED'
                   TO SL-TEXT
               GO TO 1210-EXIT
           END-IF

           IF HELO-PPR-END-DATE NOT < WS-PERIOD-START
               MOVE 'N' TO WS-PARM-OK-SW
               MOVE 'PERIOD OVERLAPS A CLOSED PAY PERIOD - JOB FAILED'
                   TO SL-TEXT
               GO TO 1210-EXIT
           END-IF

           MOVE HELO-PPR-END-DATE    TO WS-PRIOR-END
           MOVE HELO-PPR-CUTOFF-DATE TO WS-PRIOR-CUTOFF-DATE
           MOVE HELO-PPR-CUTOFF-TIME TO WS-PRIOR-CUTOFF-TIME.

       1210-EXIT.
           EXIT.

      ******************************************************************
      *    2000-PROCESS-EXTRACT -- FOLDS ONE DAILY PAYEXT RECORD       *
      *    INTO ITS OPERATOR'S SLOT.  AN INCOMPLETE DAY BUMPS THE      *
      *    EXCEPTION COUNT AND ADDS NOTHING TO THE HOURS -- HELOTAX    *
      *    EXTRACTED IT AT ZERO SO PAYROLL NEVER PAYS A GUESS.  A DAY  *
      *    OUTSIDE THE PAY PERIOD IS COUNTED AND LEFT OUT; ANY SUCH    *
      *    DAY KEEPS THE PERIOD FROM BEING RECORDED FOR CLOSE.         *
      ******************************************************************
       2000-PROCESS-EXTRACT.

           ADD 1 TO WS-RECORD-COUNT

           IF HELO-PAY-DATE < WS-PERIOD-START
                   OR HELO-PAY-DATE > WS-PERIOD-END
               ADD 1 TO WS-OUTSIDE-COUNT
           ELSE
               PERFORM 2100-FIND-OPER-SLOT THRU 2100-EXIT
               PERFORM 2200-ADD-TO-SLOT THRU 2200-EXIT
           END-IF

           READ HELO-PAYWEEK-FILE
       2110-EXIT.
           EXIT.

      ******************************************************************
      *    2200-ADD-TO-SLOT -- ADDS THE DAY TO THE SLOT 2100 FOUND,    *
      *    OR COUNTS IT LOST WHEN THE TABLE IS FULL.                   *
      ******************************************************************
       2200-ADD-TO-SLOT.

           IF WS-SLOT-SUB = ZERO
               ADD 1 TO WS-OPER-LOST-COUNT
           ELSE
               ADD 1 TO WS-OPER-DAYS (WS-SLOT-SUB)
               IF HELO-PAY-INCOMPLETE
                   ADD 1 TO WS-OPER-INCOMP (WS-SLOT-SUB)
                   ADD 1 TO WS-TOT-INCOMPLETE
               ELSE
                   ADD HELO-PAY-HOURS TO WS-OPER-HOURS (WS-SLOT-SUB)
               END-IF
           END-IF.

       2200-EXIT.
           EXIT.

      ******************************************************************
      *    3000-PRINT-REGISTER -- THE REGISTER SHIFT BY SHIFT, THEN    *
      *    THE PAY-PERIOD TOTALS AND CONTROL COUNTS.                   *
      ******************************************************************
       3000-PRINT-REGISTER.

           PERFORM 3100-PRINT-SHIFT-GROUP THRU 3100-EXIT
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > 4.
      *    BELONGING TO THE SHIFT GROUP BEING PRINTED, WITH THE        *
      *    40-HOUR REGULAR/OVERTIME SPLIT AND A STAR ON ANY OPERATOR   *
      *    CARRYING AN INCOMPLETE DAY.  WS-SUB IS SET BY THE VARYING   *
      *    CLAUSE ON THE PERFORM IN 3100-PRINT-SHIFT-GROUP.  THE SAME  *
      *    SPLIT GOES TO THE VENDOR FILE THROUGH 3250.                 *
      ******************************************************************
       3200-PRINT-OPER-LINE.


           WRITE HELO-REPORT-LINE FROM WS-DETAIL-LINE.

           PERFORM 3250-WRITE-EARNINGS THRU 3250-EXIT.

       3200-EXIT.
           EXIT.

      ******************************************************************
      *    3250-WRITE-EARNINGS -- THE OPERATOR'S VENDOR EARNINGS       *
      *    RECORDS: ONE REG AND ONE OT, EACH ONLY WHEN IT CARRIES      *
      *    HOURS, ADDED INTO THE FILE'S COUNTS AND HASH TOTALS.        *
      ******************************************************************
       3250-WRITE-EARNINGS.

           MOVE SPACE               TO HELO-PVX-RECORD
           MOVE 'E'                 TO HELO-PVX-REC-TYPE
           MOVE WS-OPER-ID (WS-SUB) TO HELO-PVX-EMP-ID
           MOVE SPACE               TO HELO-PVX-HOURS-SIGN
           MOVE WS-PERIOD-END       TO HELO-PVX-WORK-DATE
           MOVE WS-PERIOD-END       TO HELO-PVX-PERIOD-END

           IF WS-REG-HOURS > ZERO
               MOVE 'REG'           TO HELO-PVX-EARN-CODE
               MOVE WS-REG-HOURS    TO HELO-PVX-HOURS
               WRITE HELO-PVX-RECORD
               ADD 1 TO WS-XMIT-REC-COUNT
               ADD 1 TO WS-XMIT-EARN-COUNT
               ADD WS-REG-HOURS TO WS-XMIT-REG-HASH
           END-IF

           IF WS-OT-HOURS > ZERO
               MOVE 'OT '           TO HELO-PVX-EARN-CODE
               MOVE WS-OT-HOURS     TO HELO-PVX-HOURS
               WRITE HELO-PVX-RECORD
               ADD 1 TO WS-XMIT-REC-COUNT
               ADD 1 TO WS-XMIT-EARN-COUNT
               ADD WS-OT-HOURS TO WS-XMIT-OT-HASH
           END-IF.

       3250-EXIT.
           EXIT.

      ******************************************************************
      *    3400-PRIOR-PERIOD-ADJ -- PASSES TAADJ FOR PUNCH CHANGES     *
      *    MADE AFTER THE LAST CLOSED PERIOD'S CUT-OFF AND NOT AFTER   *
      *    THIS RUN'S, TO A DAY ON OR BEFORE THAT PERIOD'S END.  THE   *
      *    WEEK WAS PAID AS IT STOOD AT CLOSE, SO THE CHANGES TO EACH  *
      *    OPERATOR'S CLOSED WEEK GO TO THE VENDOR AS SIGNED REGULAR   *
      *    AND OVERTIME HOURS DIFFERENCES AGAINST THAT WEEK.  WITH NO  *
      *    CLOSED PERIOD ON FILE YET THERE IS NOTHING TO ADJUST.       *
      ******************************************************************
       3400-PRIOR-PERIOD-ADJ.

           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.
           MOVE 'PRIOR-PERIOD ADJUSTMENTS' TO SL-TEXT
           WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE.

           IF WS-PRIOR-END = ZERO
               MOVE ' NO CLOSED PAY PERIOD ON FILE' TO SL-TEXT
               WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE
               GO TO 3400-EXIT
           END-IF

           WRITE HELO-REPORT-LINE FROM WS-ADJ-HEADING.

           PERFORM 3410-READ-ADJUSTMENT THRU 3410-EXIT
               UNTIL WS-ADJ-END-OF-FILE.

           PERFORM 3450-WRITE-WEEK-ADJ THRU 3450-EXIT.

           IF WS-XMIT-ADJ-COUNT = ZERO
               MOVE ' NO PRIOR-PERIOD ADJUSTMENTS' TO SL-TEXT
               WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE
           END-IF.

       3400-EXIT.
           EXIT.

      ******************************************************************
      *    3410-READ-ADJUSTMENT -- READS THE NEXT TAADJ RECORD.  ONE   *
      *    MADE SINCE THE LAST CLOSE TO A CLOSED DAY BELONGS TO AN     *
      *    OPERATOR-WEEK; A NEW OPERATOR-WEEK SENDS THE LAST ONE.  A   *
      *    CHANGE IN THE ADJUSTMENT WINDOW IS LISTED AND SENT; ONE     *
      *    MADE SINCE THIS RUN'S CUT-OFF IS ONLY HELD OUT OF THE       *
      *    WEEK'S TIMEAT HOURS.                                        *
      ******************************************************************
       3410-READ-ADJUSTMENT.

           READ HELO-TAADJ-FILE NEXT RECORD
               AT END
                   SET WS-ADJ-END-OF-FILE TO TRUE
                   GO TO 3410-EXIT
           END-READ

           IF HELO-ADJ-OPERID = 'ZZZ'
               GO TO 3410-EXIT
           END-IF

           MOVE HELO-ADJ-CHG-DATE TO WS-ADJ-STAMP-DATE
           MOVE HELO-ADJ-CHG-TIME TO WS-ADJ-STAMP-TIME

           IF WS-ADJ-STAMP NOT > WS-PRIOR-CUTOFF-STAMP
                   OR HELO-ADJ-TA-DATE > WS-PRIOR-END
               GO TO 3410-EXIT
           END-IF

           IF HELO-ADJ-OPERID NOT = WS-WEEK-OPERID
                   OR HELO-ADJ-TA-DATE < WS-WEEK-START
                   OR HELO-ADJ-TA-DATE > WS-WEEK-END
               PERFORM 3450-WRITE-WEEK-ADJ THRU 3450-EXIT
               PERFORM 3440-START-WEEK THRU 3440-EXIT
           END-IF

           IF WS-ADJ-STAMP > WS-CUTOFF-STAMP
               PERFORM 3425-CHANGE-HOURS THRU 3425-EXIT
               ADD WS-ADJ-HOURS TO WS-WEEK-LATER-HOURS
           ELSE
               PERFORM 3420-LIST-ADJUSTMENT THRU 3420-EXIT
           END-IF.

       3410-EXIT.
           EXIT.

      ******************************************************************
      *    3420-LIST-ADJUSTMENT -- FOR A CHANGE WITH A NON-ZERO HOURS  *
      *    DIFFERENCE, ADDS IT TO THE OPERATOR-WEEK BEING SENT AND     *
      *    PRINTS THE DAY'S REPORT LINE.                               *
      ******************************************************************
       3420-LIST-ADJUSTMENT.

           PERFORM 3425-CHANGE-HOURS THRU 3425-EXIT

           IF WS-ADJ-HOURS = ZERO
               ADD 1 TO WS-ADJ-SKIPPED-COUNT
               GO TO 3420-EXIT
           END-IF

           ADD 1 TO WS-WEEK-CHANGES
           ADD WS-ADJ-HOURS TO WS-WEEK-SENT-HOURS

           MOVE HELO-ADJ-OPERID     TO AL-OPERID
           MOVE HELO-ADJ-TA-DATE    TO AL-TA-DATE
           MOVE HELO-ADJ-CHG-DATE   TO AL-CHG-DATE
           MOVE HELO-ADJ-CHG-TIME   TO AL-CHG-TIME
           MOVE HELO-ADJ-CHG-USERID TO AL-USERID
           MOVE WS-OLD-HOURS        TO AL-OLD-HRS
           MOVE WS-NEW-HOURS        TO AL-NEW-HRS
           MOVE WS-ADJ-HOURS        TO AL-ADJ-HRS
           WRITE HELO-REPORT-LINE FROM WS-ADJ-LINE.

       3420-EXIT.
           EXIT.

      ******************************************************************
      *    3425-CHANGE-HOURS -- WORKS THE DAY'S HOURS BEFORE AND       *
      *    AFTER THE TAADJ CHANGE AND THE SIGNED DIFFERENCE.           *
      ******************************************************************
       3425-CHANGE-HOURS.

           MOVE HELO-ADJ-OLD-CLOCK-IN  TO WS-PUNCH-IN
           MOVE HELO-ADJ-OLD-CLOCK-OUT TO WS-PUNCH-OUT
           PERFORM 3430-PUNCH-HOURS THRU 3430-EXIT
           MOVE WS-HOURS-WORKED TO WS-OLD-HOURS

           MOVE HELO-ADJ-NEW-CLOCK-IN  TO WS-PUNCH-IN
           MOVE HELO-ADJ-NEW-CLOCK-OUT TO WS-PUNCH-OUT
           PERFORM 3430-PUNCH-HOURS THRU 3430-EXIT
           MOVE WS-HOURS-WORKED TO WS-NEW-HOURS

           COMPUTE WS-ADJ-HOURS = WS-NEW-HOURS - WS-OLD-HOURS.

       3425-EXIT.
           EXIT.

      ******************************************************************
      *    3430-PUNCH-HOURS -- HOURS BETWEEN WS-PUNCH-IN AND           *
      *    WS-PUNCH-OUT THE WAY HELOTAX WORKS THEM, ACROSS MIDNIGHT    *
      *    FOR THE THIRD SHIFT.  A MISSING PUNCH IS ZERO HOURS, AS     *
      *    THE EXTRACT PAID IT.                                        *
      ******************************************************************
       3430-PUNCH-HOURS.

           MOVE ZERO TO WS-HOURS-WORKED

           IF WS-PUNCH-IN = ZERO OR WS-PUNCH-OUT = ZERO
               GO TO 3430-EXIT
           END-IF

           MOVE WS-PUNCH-IN TO WS-TIME-SPLIT
           COMPUTE WS-IN-MINUTES =
               (WS-TIME-HH * 60) + WS-TIME-MM

           MOVE WS-PUNCH-OUT TO WS-TIME-SPLIT
           COMPUTE WS-OUT-MINUTES =
               (WS-TIME-HH * 60) + WS-TIME-MM

           IF WS-OUT-MINUTES < WS-IN-MINUTES
               ADD 1440 TO WS-OUT-MINUTES
           END-IF

           COMPUTE WS-HOURS-WORKED ROUNDED =
               (WS-OUT-MINUTES - WS-IN-MINUTES) / 60.

       3430-EXIT.
           EXIT.

      ******************************************************************
      *    3440-START-WEEK -- OPENS THE OPERATOR-WEEK FOR THE CHANGE   *
      *    JUST READ: THE CLOSED PAYPER PERIOD HOLDING ITS DAY, OR,    *
      *    FOR A DAY NO CLOSED PERIOD ON FILE COVERS, THE SEVEN DAYS   *
      *    HOLDING IT COUNTED BACK FROM THE LAST CLOSED PERIOD'S END.  *
      ******************************************************************
       3440-START-WEEK.

           MOVE HELO-ADJ-OPERID TO WS-WEEK-OPERID
           MOVE ZERO            TO WS-WEEK-CHANGES
           MOVE ZERO            TO WS-WEEK-SENT-HOURS
           MOVE ZERO            TO WS-WEEK-LATER-HOURS

           MOVE HELO-ADJ-TA-DATE TO HELO-PPR-END-DATE

           START HELO-PAYPER-FILE
               KEY IS NOT LESS THAN HELO-PPR-END-DATE
               INVALID KEY
                   PERFORM 3445-COUNT-BACK-WEEK THRU 3445-EXIT
                   GO TO 3440-EXIT
           END-START

           READ HELO-PAYPER-FILE NEXT RECORD
               AT END
                   PERFORM 3445-COUNT-BACK-WEEK THRU 3445-EXIT
                   GO TO 3440-EXIT
           END-READ

           IF HELO-PPR-CLOSED
                   AND HELO-PPR-START-DATE NOT > HELO-ADJ-TA-DATE
               MOVE HELO-PPR-START-DATE TO WS-WEEK-START
               MOVE HELO-PPR-END-DATE   TO WS-WEEK-END
           ELSE
               PERFORM 3445-COUNT-BACK-WEEK THRU 3445-EXIT
           END-IF.

       3440-EXIT.
           EXIT.

      ******************************************************************
      *    3445-COUNT-BACK-WEEK -- STEPS BACK A WEEK AT A TIME FROM    *
      *    THE LAST CLOSED PERIOD'S END UNTIL THE WEEK HOLDS THE DAY   *
      *    CHANGED.                                                    *
      ******************************************************************
       3445-COUNT-BACK-WEEK.

           MOVE WS-PRIOR-END TO WS-WEEK-END
           PERFORM 3446-WEEK-START THRU 3446-EXIT

           PERFORM 3447-PRIOR-WEEK THRU 3447-EXIT
               UNTIL WS-WEEK-START NOT > HELO-ADJ-TA-DATE.

       3445-EXIT.
           EXIT.

      ******************************************************************
      *    3446-WEEK-START -- THE SIXTH DAY BEFORE WS-WEEK-END.        *
      ******************************************************************
       3446-WEEK-START.

           MOVE WS-WEEK-END TO WS-PD-DATE
           PERFORM 5000-PRIOR-DAY THRU 5000-EXIT
               VARYING WS-DAY-COUNT FROM 1 BY 1
               UNTIL WS-DAY-COUNT > 6
           MOVE WS-PD-DATE TO WS-WEEK-START.

       3446-EXIT.
           EXIT.

      ******************************************************************
      *    3447-PRIOR-WEEK -- MOVES WS-WEEK-START/END BACK ONE WEEK.   *
      ******************************************************************
       3447-PRIOR-WEEK.

           MOVE WS-WEEK-START TO WS-PD-DATE
           PERFORM 5000-PRIOR-DAY THRU 5000-EXIT
           MOVE WS-PD-DATE TO WS-WEEK-END

           PERFORM 3446-WEEK-START THRU 3446-EXIT.

       3447-EXIT.
           EXIT.

      ******************************************************************
      *    3450-WRITE-WEEK-ADJ -- SENDS THE OPERATOR-WEEK.  THE WEEK   *
      *    AS IT NOW STANDS IS ITS TIMEAT HOURS LESS THE CHANGES MADE  *
      *    SINCE THE CUT-OFF; AS IT WAS PAID IS THAT LESS THE CHANGES  *
      *    BEING SENT.  EACH IS SPLIT OVER 40 HOURS AS 3200 SPLITS     *
      *    THE REGISTER, AND THE REGULAR AND OVERTIME DIFFERENCES GO   *
      *    OUT AS ONE ADJUSTMENT RECORD EACH WHEN NOT ZERO.  A WEEK    *
      *    WITH NO CHANGE TO SEND WRITES NOTHING.                      *
      ******************************************************************
       3450-WRITE-WEEK-ADJ.

           IF WS-WEEK-CHANGES = ZERO
               GO TO 3450-EXIT
           END-IF

           PERFORM 3460-WEEK-HOURS THRU 3460-EXIT

           SUBTRACT WS-WEEK-LATER-HOURS FROM WS-WEEK-NEW-HOURS
           COMPUTE WS-WEEK-OLD-HOURS =
               WS-WEEK-NEW-HOURS - WS-WEEK-SENT-HOURS

           MOVE WS-WEEK-NEW-HOURS TO WS-SPLIT-HOURS
           PERFORM 3480-SPLIT-HOURS THRU 3480-EXIT
           MOVE WS-SPLIT-REG TO WS-NEW-REG-HOURS
           MOVE WS-SPLIT-OT  TO WS-NEW-OT-HOURS

           MOVE WS-WEEK-OLD-HOURS TO WS-SPLIT-HOURS
           PERFORM 3480-SPLIT-HOURS THRU 3480-EXIT

           COMPUTE WS-REG-ADJ-HOURS = WS-NEW-REG-HOURS - WS-SPLIT-REG
           COMPUTE WS-OT-ADJ-HOURS  = WS-NEW-OT-HOURS - WS-SPLIT-OT

           IF WS-REG-ADJ-HOURS NOT = ZERO
               MOVE 'REG'            TO WS-PART-EARN-CODE
               MOVE WS-REG-ADJ-HOURS TO WS-PART-HOURS
               PERFORM 3490-WRITE-ADJ-RECORD THRU 3490-EXIT
           END-IF

           IF WS-OT-ADJ-HOURS NOT = ZERO
               MOVE 'OT '            TO WS-PART-EARN-CODE
               MOVE WS-OT-ADJ-HOURS  TO WS-PART-HOURS
               PERFORM 3490-WRITE-ADJ-RECORD THRU 3490-EXIT
           END-IF

           MOVE WS-WEEK-OPERID      TO WL-OPERID
           MOVE WS-WEEK-END         TO WL-WEEK-END
           MOVE WS-WEEK-OLD-HOURS   TO WL-OLD-HRS
           MOVE WS-WEEK-NEW-HOURS   TO WL-NEW-HRS
           MOVE WS-REG-ADJ-HOURS    TO WL-REG-ADJ
           MOVE WS-OT-ADJ-HOURS     TO WL-OT-ADJ
           WRITE HELO-REPORT-LINE FROM WS-WEEK-LINE.

       3450-EXIT.
           EXIT.

      ******************************************************************
      *    3460-WEEK-HOURS -- THE OPERATOR'S HOURS FOR THE WEEK OFF    *
      *    TIMEAT, EACH DAY WORKED AS HELOTAX WORKS IT.                *
      ******************************************************************
       3460-WEEK-HOURS.

           MOVE ZERO        TO WS-WEEK-NEW-HOURS
           MOVE WS-WEEK-END TO WS-PD-DATE

           PERFORM 3470-DAY-HOURS THRU 3470-EXIT
               UNTIL WS-PD-DATE < WS-WEEK-START.

       3460-EXIT.
           EXIT.

      ******************************************************************
      *    3470-DAY-HOURS -- ONE DAY OF THE WEEK, WS-PD-DATE, INTO     *
      *    THE WEEK'S HOURS, THEN BACK A DAY.  NO TIMEAT RECORD IS NO  *
      *    HOURS.                                                      *
      ******************************************************************
       3470-DAY-HOURS.

           MOVE WS-WEEK-OPERID TO HELO-TA-OPERID
           MOVE WS-PD-DATE     TO HELO-TA-DATE

           READ HELO-TIMEAT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE HELO-TA-CLOCK-IN  TO WS-PUNCH-IN
                   MOVE HELO-TA-CLOCK-OUT TO WS-PUNCH-OUT
                   PERFORM 3430-PUNCH-HOURS THRU 3430-EXIT
                   ADD WS-HOURS-WORKED TO WS-WEEK-NEW-HOURS
           END-READ

           PERFORM 5000-PRIOR-DAY THRU 5000-EXIT.

       3470-EXIT.
           EXIT.

      ******************************************************************
      *    3480-SPLIT-HOURS -- WS-SPLIT-HOURS INTO REGULAR AND         *
      *    OVERTIME OVER 40, AS 3200-PRINT-OPER-LINE SPLITS THEM.      *
      ******************************************************************
       3480-SPLIT-HOURS.

           IF WS-SPLIT-HOURS > 40
               MOVE 40 TO WS-SPLIT-REG
               COMPUTE WS-SPLIT-OT = WS-SPLIT-HOURS - 40
           ELSE
               MOVE WS-SPLIT-HOURS TO WS-SPLIT-REG
               MOVE ZERO TO WS-SPLIT-OT
           END-IF.

       3480-EXIT.
           EXIT.

      ******************************************************************
      *    3490-WRITE-ADJ-RECORD -- ONE VENDOR ADJUSTMENT RECORD FOR   *
      *    THE OPERATOR-WEEK: WS-PART-HOURS UNDER WS-PART-EARN-CODE,   *
      *    SIGN SEPARATE, DATED THE WEEK'S END.                        *
      ******************************************************************
       3490-WRITE-ADJ-RECORD.

           MOVE SPACE               TO HELO-PVX-RECORD
           MOVE 'A'                 TO HELO-PVX-REC-TYPE
           MOVE WS-WEEK-OPERID      TO HELO-PVX-EMP-ID
           MOVE WS-PART-EARN-CODE   TO HELO-PVX-EARN-CODE
           IF WS-PART-HOURS < ZERO
               MOVE '-'             TO HELO-PVX-HOURS-SIGN
           ELSE
               MOVE SPACE           TO HELO-PVX-HOURS-SIGN
           END-IF
           MOVE WS-PART-HOURS       TO HELO-PVX-HOURS
           MOVE WS-WEEK-END         TO HELO-PVX-WORK-DATE
           MOVE WS-PERIOD-END       TO HELO-PVX-PERIOD-END
           WRITE HELO-PVX-RECORD
           ADD 1 TO WS-XMIT-REC-COUNT
           ADD 1 TO WS-XMIT-ADJ-COUNT
           ADD WS-PART-HOURS TO WS-XMIT-ADJ-HASH.

       3490-EXIT.
           EXIT.

      ******************************************************************
      *    3700-WRITE-TRAILER -- THE VENDOR FILE TRAILER: RECORD       *
      *    COUNTS (THE HEADER AND TRAILER INCLUDED) AND THE HOURS      *
      *    HASH TOTALS, THE ADJUSTMENT HASH WITH ITS SIGN SEPARATE.    *
      ******************************************************************
       3700-WRITE-TRAILER.

           ADD 1 TO WS-XMIT-REC-COUNT

           MOVE SPACE              TO HELO-PVX-RECORD
           MOVE 'T'                TO HELO-PVX-REC-TYPE
           MOVE WS-XMIT-REC-COUNT  TO HELO-PVX-TRL-REC-COUNT
           MOVE WS-XMIT-EARN-COUNT TO HELO-PVX-TRL-EARN-COUNT
           MOVE WS-XMIT-ADJ-COUNT  TO HELO-PVX-TRL-ADJ-COUNT
           MOVE WS-XMIT-REG-HASH   TO HELO-PVX-TRL-REG-HASH
           MOVE WS-XMIT-OT-HASH    TO HELO-PVX-TRL-OT-HASH
           IF WS-XMIT-ADJ-HASH < ZERO
               MOVE '-'            TO HELO-PVX-TRL-ADJ-SIGN
           ELSE
               MOVE SPACE          TO HELO-PVX-TRL-ADJ-SIGN
           END-IF
           MOVE WS-XMIT-ADJ-HASH   TO HELO-PVX-TRL-ADJ-HASH
           WRITE HELO-PVX-RECORD.

       3700-EXIT.
           EXIT.

      ******************************************************************
      *    3800-PRINT-CONTROLS -- THE VENDOR FILE TOTALS BESIDE THE    *
      *    REGISTER'S SO THE TWO CAN BE BALANCED BY EYE BEFORE         *
      *    HELOPAYB BALANCES THEM FOR THE CLOSE.                       *
      ******************************************************************
       3800-PRINT-CONTROLS.

           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.
           MOVE 'VENDOR FILE CONTROL TOTALS' TO SL-TEXT
           WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE.

           MOVE 'REGISTER REGULAR HOURS' TO TL-LABEL
           MOVE WS-TOT-REG-HOURS         TO TL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'FILE REGULAR HASH'      TO TL-LABEL
           MOVE WS-XMIT-REG-HASH         TO TL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'REGISTER OVERTIME HOURS' TO TL-LABEL
           MOVE WS-TOT-OT-HOURS          TO TL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'FILE OVERTIME HASH'     TO TL-LABEL
           MOVE WS-XMIT-OT-HASH          TO TL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'FILE ADJUSTMENT HASH'   TO SG-LABEL
           MOVE WS-XMIT-ADJ-HASH         TO SG-HOURS
           WRITE HELO-REPORT-LINE FROM WS-SIGNED-LINE.

           MOVE 'EARNINGS RECORDS'       TO CL-LABEL
           MOVE WS-XMIT-EARN-COUNT       TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'ADJUSTMENT RECORDS'     TO CL-LABEL
           MOVE WS-XMIT-ADJ-COUNT        TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'TOTAL RECORDS WRITTEN'  TO CL-LABEL
           MOVE WS-XMIT-REC-COUNT        TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           IF WS-ADJ-SKIPPED-COUNT > ZERO
               MOVE 'CHANGES WITH NO NET HRS' TO CL-LABEL
               MOVE WS-ADJ-SKIPPED-COUNT  TO CL-COUNT
               WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE
           END-IF

           IF WS-OUTSIDE-COUNT > ZERO
               MOVE 'DAYS OUTSIDE PERIOD'  TO CL-LABEL
               MOVE WS-OUTSIDE-COUNT      TO CL-COUNT
               WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE
           END-IF.

       3800-EXIT.
           EXIT.

      ******************************************************************
      *    3900-RECORD-PERIOD -- WRITES (OR, ON A RERUN OF A PERIOD    *
      *    NOT YET CLOSED, REWRITES) THE PAYPER RECORD WITH THE        *
      *    REGISTER TOTALS AND CUT-OFF FOR HELOPAYB TO BALANCE THE     *
      *    FILE AGAINST.  A FILE MISSING DAYS -- OUTSIDE THE PERIOD    *
      *    OR PAST THE OPERATOR TABLE -- IS NOT RECORDED, SO IT CAN    *
      *    NEVER BE CLOSED OR SENT.  A PAYPER RECORD THAT CANNOT BE    *
      *    WRITTEN ENDS THE STEP WITH RETURN CODE 8, SO HELOPAYB DOES  *
      *    NOT BALANCE AGAINST A STALE CUT-OFF.                        *
      ******************************************************************
       3900-RECORD-PERIOD.

           IF WS-OUTSIDE-COUNT > ZERO OR WS-OPER-LOST-COUNT > ZERO
               MOVE 'EXTRACT DAYS LEFT OFF FILE - PERIOD NOT RECORDED'
                   TO SL-TEXT
               WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE
               MOVE 8 TO RETURN-CODE
               GO TO 3900-EXIT
           END-IF

           MOVE SPACE              TO HELO-PPR-RECORD
           MOVE WS-PERIOD-END      TO HELO-PPR-END-DATE
           MOVE WS-PERIOD-START    TO HELO-PPR-START-DATE
           MOVE 'W'                TO HELO-PPR-STATUS
           MOVE WS-CUTOFF-DATE     TO HELO-PPR-CUTOFF-DATE
           MOVE WS-CUTOFF-TIME     TO HELO-PPR-CUTOFF-TIME
           MOVE ZERO               TO HELO-PPR-CLOSE-DATE
                                      HELO-PPR-CLOSE-TIME
           MOVE WS-OPER-USED       TO HELO-PPR-OPER-COUNT
           MOVE WS-XMIT-EARN-COUNT TO HELO-PPR-EARN-COUNT
           MOVE WS-XMIT-ADJ-COUNT  TO HELO-PPR-ADJ-COUNT
           MOVE WS-TOT-REG-HOURS   TO HELO-PPR-REG-HOURS
           MOVE WS-TOT-OT-HOURS    TO HELO-PPR-OT-HOURS
           MOVE WS-XMIT-ADJ-HASH   TO HELO-PPR-ADJ-HOURS

           IF WS-PERIOD-ON-FILE
               REWRITE HELO-PPR-RECORD
                   INVALID KEY
                       PERFORM 3950-NOT-RECORDED THRU 3950-EXIT
                       GO TO 3900-EXIT
               END-REWRITE
           ELSE
               WRITE HELO-PPR-RECORD
                   INVALID KEY
                       PERFORM 3950-NOT-RECORDED THRU 3950-EXIT
                       GO TO 3900-EXIT
               END-WRITE
           END-IF

           MOVE 'PAY PERIOD RECORDED FOR BALANCING BY HELOPAYB'
               TO SL-TEXT
           WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE.

       3900-EXIT.
           EXIT.

      ******************************************************************
      *    3950-NOT-RECORDED -- THE PAYPER WRITE FAILED.  THE FILE     *
      *    JUST WRITTEN MUST NOT BE BALANCED OR SENT.                  *
      ******************************************************************
       3950-NOT-RECORDED.

           MOVE 'PAYPER WRITE FAILED - PERIOD NOT RECORDED' TO SL-TEXT
           WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE.
           MOVE 8 TO RETURN-CODE.

       3950-EXIT.
           EXIT.

      ******************************************************************
      *    4000-TERMINATE -- CLOSE FILES AND END THE RUN.               *
      ******************************************************************
       4000-TERMINATE.

           CLOSE HELO-PARM-FILE
                 HELO-PAYWEEK-FILE
                 HELO-OPMSTR-FILE
                 HELO-TAADJ-FILE
                 HELO-TIMEAT-FILE
                 HELO-PAYPER-FILE
                 HELO-PAYXMIT-FILE
                 HELO-REPORT-FILE.

       4000-EXIT.
           EXIT.

      ******************************************************************
      *    5000-PRIOR-DAY -- STEPS THE YYMMDD DATE IN WS-PD-DATE BACK  *
      *    ONE DAY, ACROSS MONTH AND YEAR ENDS.                        *
      ******************************************************************
       5000-PRIOR-DAY.

           IF WS-PD-DD > 1
               SUBTRACT 1 FROM WS-PD-DD
               GO TO 5000-EXIT
           END-IF

           IF WS-PD-MM > 1
               SUBTRACT 1 FROM WS-PD-MM
           ELSE
               MOVE 12 TO WS-PD-MM
               SUBTRACT 1 FROM WS-PD-YY
           END-IF

           MOVE WS-MONTH-DAYS (WS-PD-MM) TO WS-PD-DD

           DIVIDE WS-PD-YY BY 4 GIVING WS-PD-QUOT
               REMAINDER WS-PD-REM

           IF WS-PD-MM = 2 AND WS-PD-REM = ZERO
               MOVE 29 TO WS-PD-DD
           END-IF.

       5000-EXIT.
           EXIT.
