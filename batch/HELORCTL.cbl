       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELORCTL.
       AUTHOR. D MARSH - ONLINE SYSTEMS.
       INSTALLATION. WAREHOUSE CICS REGION.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ------------------------------------------------------------*
      *    DATE     INIT  DESCRIPTION                                  *
      *    -------- ----  ---------------------------------------------*
      *    10/15/26  DM   ORIGINAL.  NIGHTLY RUN-CONTROL SET-UP.  THE  *
      *                   FIRST STEP OF HELORPTJ.  SETS THE BUSINESS   *
      *                   DATE EVERY LATER STEP RUNS FOR ON THE        *
      *                   RUNCTL CONTROL RECORD, IN PLACE OF THE DATE  *
      *                   CARDS EACH STEP USED TO CARRY.  WITH NO      *
      *                   DATE ON THE RCTLPARM CARD THE JOB MOVES ON   *
      *                   TO THE DAY AFTER THE HIGHEST DATE SET ONCE   *
      *                   EVERY STEP HAS COMPLETED FOR IT, AND STAYS   *
      *                   ON THAT DATE OTHERWISE, SO A RESUBMITTED     *
      *                   JOB PICKS UP WHERE THE FAILED ONE STOPPED.   *
      *                   A DATE ON THE CARD RUNS (OR RERUNS) THAT     *
      *                   DAY.  A STEP NAME OR 'ALL' ON THE CARD       *
      *                   FORCES STEPS ALREADY COMPLETE TO RUN AGAIN.  *
      *                   PRINTS EACH STEP'S STATUS FOR THE DATE.      *
      *    10/15/26  DM   WITH NO DATE CARD THE DATE NOW ROLLS FORWARD *
      *                   ONLY TO A DAY BEFORE TODAY'S SYSTEM DATE.    *
      *                   OTHERWISE THE CONTROL RECORD IS LEFT ALONE,  *
      *                   NO NEW BUSINESS DATE IS REPORTED, AND THE    *
      *                   JOB ENDS WITH RC 8.                          *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELO-PARM-FILE     ASSIGN TO RCTLPARM
               ORGANIZATION IS SEQUENTIAL.

           SELECT HELO-RUNCTL-FILE   ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HELO-RCT-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT HELO-REPORT-FILE   ASSIGN TO HELORCTL
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HELO-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HELO-PARM-RECORD.
           05  HELO-PARM-DATE        PIC X(06).
           05  FILLER                PIC X(01).
           05  HELO-PARM-FORCE       PIC X(08).
           05  FILLER                PIC X(65).

       FD  HELO-RUNCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY HELORCT.

       FD  HELO-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HELO-REPORT-LINE          PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-PARM-OK-SW             PIC X(01)   VALUE 'Y'.
           88  WS-PARM-OK                 VALUE 'Y'.
       01  WS-CONTROL-SW             PIC X(01)   VALUE 'N'.
           88  WS-CONTROL-ON-FILE         VALUE 'Y'.
       01  WS-STEP-FOUND-SW          PIC X(01)   VALUE 'N'.
           88  WS-STEP-FOUND              VALUE 'Y'.
       01  WS-EXTRACT-SW             PIC X(01)   VALUE 'N'.
           88  WS-EXTRACT-NEEDED          VALUE 'Y'.
       01  WS-DATE-SOURCE-SW         PIC X(01)   VALUE 'C'.
           88  WS-DATE-FROM-CARD          VALUE 'C'.
           88  WS-DATE-ROLLED             VALUE 'R'.
           88  WS-DATE-RESTART            VALUE 'S'.
           88  WS-DATE-NONE               VALUE 'N'.
       01  WS-TIME-NOW               PIC 9(08)   VALUE ZERO.
       01  WS-SET-DATE               PIC 9(06)   VALUE ZERO.
       01  WS-SET-TIME               PIC 9(06)   VALUE ZERO.
       01  WS-BUS-DATE               PIC 9(06)   VALUE ZERO.
       01  WS-HIGH-DATE              PIC 9(06)   VALUE ZERO.
       01  WS-FORCE                  PIC X(08)   VALUE SPACES.
           88  WS-FORCE-ALL               VALUE 'ALL'.
       01  WS-COMPLETE-COUNT         PIC 9(02)   VALUE ZERO.
       01  WS-SUB                    PIC 9(02)   VALUE ZERO.

      *    THE HELORPTJ STEP PROGRAMS IN JOB ORDER.  ENTRIES 2 TO 5
      *    READ THE HAUDEXT GENERATION ENTRY 1 WRITES.
       01  WS-STEP-NAME-VALUES.
           05  FILLER                PIC X(08)   VALUE 'HELOAEXT'.
           05  FILLER                PIC X(08)   VALUE 'HELORPT'.
           05  FILLER                PIC X(08)   VALUE 'HELODRPT'.
           05  FILLER                PIC X(08)   VALUE 'HELOOPRT'.
           05  FILLER                PIC X(08)   VALUE 'HELOARPT'.
           05  FILLER                PIC X(08)   VALUE 'HELORRPT'.
           05  FILLER                PIC X(08)   VALUE 'HELOXRPT'.
       01  FILLER REDEFINES WS-STEP-NAME-VALUES.
           05  WS-STEP-NAME          PIC X(08)   OCCURS 7 TIMES.
       01  WS-STEP-COUNT             PIC 9(02)   VALUE 7.

      *    NEXT-DAY WORK AREA FOR 5000-NEXT-DAY, ALSO USED TO CHECK
      *    THE CARD DATE.  EVERY FOURTH YEAR FROM 2000 IS A LEAP YEAR.
       01  WS-ND-DATE                PIC 9(06)   VALUE ZERO.
       01  FILLER REDEFINES WS-ND-DATE.
           05  WS-ND-YY              PIC 9(02).
           05  WS-ND-MM              PIC 9(02).
           05  WS-ND-DD              PIC 9(02).
       01  WS-ND-LAST-DAY            PIC 9(02)   VALUE ZERO.
       01  WS-ND-QUOT                PIC 9(02)   VALUE ZERO.
       01  WS-ND-REM                 PIC 9(01)   VALUE ZERO.

      *    DAYS IN EACH MONTH (NON-LEAP).
       01  WS-MONTH-DAYS-VALUES.
           05  FILLER                PIC X(24)
               VALUE '312831303130313130313031'.
       01  FILLER REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS         PIC 9(02)   OCCURS 12 TIMES.

       01  WS-HEADING-1.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(45)
               VALUE 'HELO NIGHTLY RUN CONTROL'.
           05  FILLER                PIC X(87)   VALUE SPACE.

       01  WS-DATE-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(15)   VALUE 'BUSINESS DATE'.
           05  DL-BUS-DATE           PIC 9(06).
           05  FILLER                PIC X(03)   VALUE SPACE.
           05  DL-SOURCE             PIC X(45).
           05  FILLER                PIC X(63)   VALUE SPACE.

       01  WS-FORCE-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(15)   VALUE 'FORCED RERUN'.
           05  FL-FORCE              PIC X(08).
           05  FILLER                PIC X(109)  VALUE SPACE.

       01  WS-SECTION-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  SL-TEXT               PIC X(60).
           05  FILLER                PIC X(72)   VALUE SPACE.

       01  WS-STEP-HEADING.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(11)   VALUE 'STEP'.
           05  FILLER                PIC X(22)   VALUE 'STATUS'.
           05  FILLER                PIC X(04)   VALUE 'RUNS'.
           05  FILLER                PIC X(03)   VALUE SPACE.
           05  FILLER                PIC X(04)   VALUE '  RC'.
           05  FILLER                PIC X(03)   VALUE SPACE.
           05  FILLER                PIC X(14)   VALUE 'ACTION'.
           05  FILLER                PIC X(71)   VALUE SPACE.

       01  WS-STEP-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  PL-STEP               PIC X(08).
           05  FILLER                PIC X(03)   VALUE SPACE.
           05  PL-STATUS             PIC X(20).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  PL-RUNS               PIC ZZZ9.
           05  FILLER                PIC X(03)   VALUE SPACE.
           05  PL-RC                 PIC ZZZ9.
           05  FILLER                PIC X(03)   VALUE SPACE.
           05  PL-ACTION             PIC X(14).
           05  FILLER                PIC X(71)   VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF WS-PARM-OK
               PERFORM 2000-SET-BUSINESS-DATE THRU 2000-EXIT
               IF WS-DATE-NONE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 3000-PRINT-PLAN THRU 3000-EXIT
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 4000-TERMINATE THRU 4000-EXIT.

           GOBACK.

      ******************************************************************
      *    1000-INITIALIZE -- OPEN FILES, VALIDATE THE RCTLPARM CARD   *
      *    AND READ THE CONTROL RECORD.  NO CARD IS THE NORMAL         *
      *    NIGHTLY RUN.  COLUMNS 1-6 ARE AN OPTIONAL YYMMDD BUSINESS   *
      *    DATE; COLUMNS 8-15 AN OPTIONAL STEP NAME, OR 'ALL', TO      *
      *    FORCE.  WITH NO CONTROL RECORD YET (FIRST RUN AFTER THE     *
      *    DEFINE) THE CARD MUST CARRY THE DATE.                       *
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT  HELO-PARM-FILE
                I-O    HELO-RUNCTL-FILE
                OUTPUT HELO-REPORT-FILE.

           WRITE HELO-REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.

           ACCEPT WS-SET-DATE FROM DATE
           ACCEPT WS-TIME-NOW FROM TIME
           DIVIDE WS-TIME-NOW BY 100 GIVING WS-SET-TIME

           READ HELO-PARM-FILE
               AT END
                   MOVE SPACES TO HELO-PARM-RECORD
           END-READ

           IF HELO-PARM-DATE NOT = SPACES
               PERFORM 1100-CHECK-CARD-DATE THRU 1100-EXIT
               IF NOT WS-PARM-OK
                   MOVE 'RCTLPARM DATE NOT A VALID YYMMDD - JOB FAILED'
                       TO SL-TEXT
                   WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE
                   GO TO 1000-EXIT
               END-IF
           END-IF

           MOVE HELO-PARM-FORCE TO WS-FORCE
           IF WS-FORCE NOT = SPACES AND NOT WS-FORCE-ALL
               MOVE 'N' TO WS-STEP-FOUND-SW
               PERFORM 1200-CHECK-FORCE-STEP THRU 1200-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-STEP-COUNT
               IF NOT WS-STEP-FOUND
                   MOVE 'N' TO WS-PARM-OK-SW
                   MOVE 'RCTLPARM FORCE NOT ALL OR A STEP - JOB FAILED'
                       TO SL-TEXT
                   WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE
                   GO TO 1000-EXIT
               END-IF
           END-IF

           MOVE ZERO      TO HELO-RCT-BUS-DATE
           MOVE 'CONTROL' TO HELO-RCT-STEP
           READ HELO-RUNCTL-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CONTROL-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CONTROL-SW
           END-READ

           IF WS-CONTROL-ON-FILE
               MOVE HELO-RCT-CTL-HIGH-DATE TO WS-HIGH-DATE
           ELSE
               IF HELO-PARM-DATE = SPACES
                   MOVE 'N' TO WS-PARM-OK-SW
                   MOVE 'NO CONTROL RECORD - DATE NEEDED ON RCTLPARM'
                       TO SL-TEXT
                   WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE
               END-IF
           END-IF.

       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1100-CHECK-CARD-DATE -- THE CARD DATE MUST BE NUMERIC WITH  *
      *    A REAL MONTH AND A DAY WITHIN IT.                           *
      ******************************************************************
       1100-CHECK-CARD-DATE.

           IF HELO-PARM-DATE NOT NUMERIC
               MOVE 'N' TO WS-PARM-OK-SW
               GO TO 1100-EXIT
           END-IF

           MOVE HELO-PARM-DATE TO WS-ND-DATE

           IF WS-ND-MM < 1 OR WS-ND-MM > 12
               MOVE 'N' TO WS-PARM-OK-SW
               GO TO 1100-EXIT
           END-IF

           PERFORM 5100-MONTH-LAST-DAY THRU 5100-EXIT

           IF WS-ND-DD < 1 OR WS-ND-DD > WS-ND-LAST-DAY
               MOVE 'N' TO WS-PARM-OK-SW
           END-IF.

       1100-EXIT.
           EXIT.

      ******************************************************************
      *    1200-CHECK-FORCE-STEP -- ONE STEP NAME AGAINST THE CARD.    *
      ******************************************************************
       1200-CHECK-FORCE-STEP.

           IF WS-STEP-NAME (WS-SUB) = WS-FORCE
               MOVE 'Y' TO WS-STEP-FOUND-SW
           END-IF.

       1200-EXIT.
           EXIT.

      ******************************************************************
      *    2000-SET-BUSINESS-DATE -- PICKS THE DATE AND WRITES THE     *
      *    CONTROL RECORD.  A CARD DATE IS TAKEN AS GIVEN AND RAISES   *
      *    THE HIGH DATE IF IT IS LATER.  OTHERWISE THE HIGH DATE IS   *
      *    RUN AGAIN UNLESS ALL SEVEN STEPS COMPLETED FOR IT, IN       *
      *    WHICH CASE THE JOB MOVES ON TO THE NEXT DAY -- BUT ONLY TO  *
      *    A DAY BEFORE TODAY'S SYSTEM DATE, SINCE TODAY IS NOT OVER.  *
      *    A SECOND RUN IN ONE NIGHT, OR A RESUBMIT AFTER A CLEAN RUN, *
      *    THEREFORE HAS NO DATE TO RUN; THE CONTROL RECORD IS LEFT AS *
      *    IT WAS AND THE JOB ENDS WITH RETURN CODE 8.                 *
      ******************************************************************
       2000-SET-BUSINESS-DATE.

           IF HELO-PARM-DATE NOT = SPACES
               MOVE HELO-PARM-DATE TO WS-BUS-DATE
               SET WS-DATE-FROM-CARD TO TRUE
               IF WS-BUS-DATE > WS-HIGH-DATE
                   MOVE WS-BUS-DATE TO WS-HIGH-DATE
               END-IF
           ELSE
               MOVE ZERO TO WS-COMPLETE-COUNT
               PERFORM 2100-COUNT-COMPLETE THRU 2100-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-STEP-COUNT
               IF WS-COMPLETE-COUNT = WS-STEP-COUNT
                   MOVE WS-HIGH-DATE TO WS-ND-DATE
                   PERFORM 5000-NEXT-DAY THRU 5000-EXIT
                   IF WS-ND-DATE NOT < WS-SET-DATE
                       SET WS-DATE-NONE TO TRUE
                       MOVE 'NO NEW BUSINESS DATE TO RUN - SUPPLY A DATE
      -                ' CARD' TO SL-TEXT
                       WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE
                       GO TO 2000-EXIT
                   END-IF
                   MOVE WS-ND-DATE TO WS-HIGH-DATE
                   SET WS-DATE-ROLLED TO TRUE
               ELSE
                   SET WS-DATE-RESTART TO TRUE
               END-IF
               MOVE WS-HIGH-DATE TO WS-BUS-DATE
           END-IF

           MOVE SPACES           TO HELO-RCT-RECORD
           MOVE ZERO             TO HELO-RCT-BUS-DATE
           MOVE 'CONTROL'        TO HELO-RCT-STEP
           MOVE WS-BUS-DATE      TO HELO-RCT-CTL-BUS-DATE
           MOVE WS-FORCE         TO HELO-RCT-CTL-FORCE
           MOVE WS-HIGH-DATE     TO HELO-RCT-CTL-HIGH-DATE
           MOVE WS-SET-DATE      TO HELO-RCT-CTL-SET-DATE
           MOVE WS-SET-TIME      TO HELO-RCT-CTL-SET-TIME

           IF WS-CONTROL-ON-FILE
               REWRITE HELO-RCT-RECORD
           ELSE
               WRITE HELO-RCT-RECORD
           END-IF.

       2000-EXIT.
           EXIT.

      ******************************************************************
      *    2100-COUNT-COMPLETE -- COUNTS ONE STEP IF IT COMPLETED FOR  *
      *    THE HIGH DATE.                                              *
      ******************************************************************
       2100-COUNT-COMPLETE.

           MOVE WS-HIGH-DATE         TO HELO-RCT-BUS-DATE
           MOVE WS-STEP-NAME (WS-SUB) TO HELO-RCT-STEP
           READ HELO-RUNCTL-FILE
               INVALID KEY
                   GO TO 2100-EXIT
           END-READ

           IF HELO-RCT-COMPLETE
               ADD 1 TO WS-COMPLETE-COUNT
           END-IF.

       2100-EXIT.
           EXIT.

      ******************************************************************
      *    3000-PRINT-PLAN -- THE DATE, WHERE IT CAME FROM, ANY FORCED *
      *    RERUN, AND EACH STEP'S STATUS FOR THE DATE WITH WHAT IT     *
      *    WILL DO TONIGHT.  THE EXTRACT ALSO RUNS WHENEVER ANY STEP   *
      *    READING IT WILL RUN, SINCE EVERY JOB BUILDS A NEW HAUDEXT   *
      *    GENERATION FOR THEM.                                        *
      ******************************************************************
       3000-PRINT-PLAN.

           MOVE WS-BUS-DATE TO DL-BUS-DATE
           EVALUATE TRUE
               WHEN WS-DATE-FROM-CARD
                   MOVE 'SET FROM RCTLPARM CARD'          TO DL-SOURCE
               WHEN WS-DATE-ROLLED
                   MOVE 'PRIOR DATE COMPLETE - ROLLED FORWARD'
                                                           TO DL-SOURCE
               WHEN OTHER
                   MOVE 'DATE NOT COMPLETE - RESTARTING'   TO DL-SOURCE
           END-EVALUATE
           WRITE HELO-REPORT-LINE FROM WS-DATE-LINE.

           IF WS-FORCE = SPACES
               MOVE 'NONE'   TO FL-FORCE
           ELSE
               MOVE WS-FORCE TO FL-FORCE
           END-IF
           WRITE HELO-REPORT-LINE FROM WS-FORCE-LINE.

           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.
           WRITE HELO-REPORT-LINE FROM WS-STEP-HEADING.

           MOVE 'N' TO WS-EXTRACT-SW
           PERFORM 3100-CHECK-EXTRACT-NEEDED THRU 3100-EXIT
               VARYING WS-SUB FROM 2 BY 1
               UNTIL WS-SUB > 5

           PERFORM 3200-PRINT-STEP THRU 3200-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-STEP-COUNT.

       3000-EXIT.
           EXIT.

      ******************************************************************
      *    3100-CHECK-EXTRACT-NEEDED -- ONE STEP READING THE EXTRACT.  *
      *    NOT COMPLETE FOR THE DATE, OR FORCED, MEANS IT WILL RUN.    *
      ******************************************************************
       3100-CHECK-EXTRACT-NEEDED.

           MOVE WS-BUS-DATE          TO HELO-RCT-BUS-DATE
           MOVE WS-STEP-NAME (WS-SUB) TO HELO-RCT-STEP
           READ HELO-RUNCTL-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-EXTRACT-SW
                   GO TO 3100-EXIT
           END-READ

           IF NOT HELO-RCT-COMPLETE
           OR WS-FORCE-ALL
           OR WS-FORCE = WS-STEP-NAME (WS-SUB)
               MOVE 'Y' TO WS-EXTRACT-SW
           END-IF.

       3100-EXIT.
           EXIT.

      ******************************************************************
      *    3200-PRINT-STEP -- ONE STEP'S LINE OF THE PLAN.             *
      ******************************************************************
       3200-PRINT-STEP.

           MOVE WS-STEP-NAME (WS-SUB) TO PL-STEP
           MOVE WS-BUS-DATE          TO HELO-RCT-BUS-DATE
           MOVE WS-STEP-NAME (WS-SUB) TO HELO-RCT-STEP
           READ HELO-RUNCTL-FILE
               INVALID KEY
                   MOVE 'NOT RUN'  TO PL-STATUS
                   MOVE ZERO       TO PL-RUNS
                   MOVE ZERO       TO PL-RC
                   MOVE 'WILL RUN' TO PL-ACTION
                   WRITE HELO-REPORT-LINE FROM WS-STEP-LINE
                   GO TO 3200-EXIT
           END-READ

           EVALUATE TRUE
               WHEN HELO-RCT-COMPLETE
                   MOVE 'COMPLETE'             TO PL-STATUS
               WHEN HELO-RCT-FAILED
                   MOVE 'FAILED'               TO PL-STATUS
               WHEN OTHER
                   MOVE 'STARTED - NOT ENDED'  TO PL-STATUS
           END-EVALUATE
           MOVE HELO-RCT-RUN-COUNT   TO PL-RUNS
           MOVE HELO-RCT-RETURN-CODE TO PL-RC

           EVALUATE TRUE
               WHEN NOT HELO-RCT-COMPLETE
                   MOVE 'WILL RUN'     TO PL-ACTION
               WHEN WS-FORCE-ALL
               WHEN WS-FORCE = WS-STEP-NAME (WS-SUB)
                   MOVE 'FORCED RERUN' TO PL-ACTION
               WHEN WS-SUB = 1 AND WS-EXTRACT-NEEDED
                   MOVE 'REBUILD'      TO PL-ACTION
               WHEN OTHER
                   MOVE 'WILL SKIP'    TO PL-ACTION
           END-EVALUATE

           WRITE HELO-REPORT-LINE FROM WS-STEP-LINE.

       3200-EXIT.
           EXIT.

      ******************************************************************
      *    4000-TERMINATE -- CLOSE FILES AND END THE RUN.               *
      ******************************************************************
       4000-TERMINATE.

           CLOSE HELO-PARM-FILE
                 HELO-RUNCTL-FILE
                 HELO-REPORT-FILE.

       4000-EXIT.
           EXIT.

      ******************************************************************
      *    5000-NEXT-DAY -- STEPS THE YYMMDD DATE IN WS-ND-DATE ON     *
      *    ONE DAY, ACROSS MONTH AND YEAR ENDS.                        *
      ******************************************************************
       5000-NEXT-DAY.

           PERFORM 5100-MONTH-LAST-DAY THRU 5100-EXIT

           IF WS-ND-DD < WS-ND-LAST-DAY
               ADD 1 TO WS-ND-DD
               GO TO 5000-EXIT
           END-IF

           MOVE 1 TO WS-ND-DD

           IF WS-ND-MM < 12
               ADD 1 TO WS-ND-MM
           ELSE
               MOVE 1 TO WS-ND-MM
               ADD 1 TO WS-ND-YY
           END-IF.

       5000-EXIT.
           EXIT.

      ******************************************************************
      *    5100-MONTH-LAST-DAY -- THE LAST DAY OF THE MONTH IN         *
      *    WS-ND-DATE, FEBRUARY 29 IN A LEAP YEAR.                     *
      ******************************************************************
       5100-MONTH-LAST-DAY.

           MOVE WS-MONTH-DAYS (WS-ND-MM) TO WS-ND-LAST-DAY

           DIVIDE WS-ND-YY BY 4 GIVING WS-ND-QUOT
               REMAINDER WS-ND-REM

           IF WS-ND-MM = 2 AND WS-ND-REM = ZERO
               MOVE 29 TO WS-ND-LAST-DAY
           END-IF.

       5100-EXIT.
           EXIT.
