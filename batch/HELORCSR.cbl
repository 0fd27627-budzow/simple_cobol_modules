       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELORCSR.
       AUTHOR. D MARSH - ONLINE SYSTEMS.
       INSTALLATION. WAREHOUSE CICS REGION.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ------------------------------------------------------------*
      *    DATE     INIT  DESCRIPTION                                  *
      *    -------- ----  ---------------------------------------------*
      *    10/15/26  DM   ORIGINAL.  MORNING NIGHTLY BATCH STATUS      *
      *                   REPORT FROM THE RUNCTL RUN-CONTROL FILE.     *
      *                   SHOWS EVERY HELORPTJ STEP FOR LAST NIGHT'S   *
      *                   BUSINESS DATE WITH ITS START AND END, RETURN *
      *                   CODE AND COUNTS, THEN LISTS EVERY DATE ON    *
      *                   FILE WITH A STEP MISSING, FAILED, OR STARTED *
      *                   AND NEVER ENDED (AN ABEND), AND ANY DATE UP  *
      *                   TO LAST NIGHT WITH NO STEPS RECORDED AT ALL. *
      *                   ENDS WITH RETURN CODE 4 WHEN ANYTHING IS     *
      *                   LISTED SO THE SCHEDULER FLAGS IT.            *
      *    10/15/26  DM   GAP DAYS NOW RUN UP TO THE DAY BEFORE TODAY, *
      *                   NOT JUST TO THE HIGH DATE, SO A NIGHT THE    *
      *                   JOB DID NOT RUN OR STOPPED AT HELORCTL IS    *
      *                   LISTED AS NOT RUN - NO DATE AND ENDS THE     *
      *                   STEP RC 4.                                   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELO-RUNCTL-FILE   ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HELO-RCT-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT HELO-REPORT-FILE   ASSIGN TO HELORCSR
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HELO-RUNCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY HELORCT.

       FD  HELO-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HELO-REPORT-LINE          PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-EOF-SWITCH             PIC X(01)   VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
       01  WS-CONTROL-SW             PIC X(01)   VALUE 'N'.
           88  WS-CONTROL-ON-FILE         VALUE 'Y'.
       01  WS-FIRST-DATE-SW          PIC X(01)   VALUE 'Y'.
           88  WS-FIRST-DATE              VALUE 'Y'.
       01  WS-DATE-EXCP-SW           PIC X(01)   VALUE 'N'.
           88  WS-DATE-HAS-EXCP           VALUE 'Y'.
       01  WS-TIME-NOW               PIC 9(08)   VALUE ZERO.
       01  WS-RUN-DATE               PIC 9(06)   VALUE ZERO.
       01  WS-RUN-TIME               PIC 9(06)   VALUE ZERO.
       01  WS-HIGH-DATE              PIC 9(06)   VALUE ZERO.
       01  WS-CUR-DATE               PIC 9(06)   VALUE ZERO.
       01  WS-EXPECT-DATE            PIC 9(06)   VALUE ZERO.
       01  WS-SUB                    PIC 9(02)   VALUE ZERO.
       01  WS-STEP-SUB               PIC 9(02)   VALUE ZERO.

       01  WS-DATE-COUNT             PIC 9(05)   VALUE ZERO.
       01  WS-EXCP-DATE-COUNT        PIC 9(05)   VALUE ZERO.
       01  WS-GAP-COUNT              PIC 9(05)   VALUE ZERO.
       01  WS-MISSING-COUNT          PIC 9(05)   VALUE ZERO.
       01  WS-FAILED-COUNT           PIC 9(05)   VALUE ZERO.
       01  WS-NOT-ENDED-COUNT        PIC 9(05)   VALUE ZERO.
       01  WS-EXCP-LINE-COUNT        PIC 9(05)   VALUE ZERO.

      *    THE HELORPTJ STEP PROGRAMS IN JOB ORDER.
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

      *    ONE BUSINESS DATE'S STEPS AS READ, IN STEP-TABLE ORDER.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY          OCCURS 7 TIMES.
               10  WS-DAY-FOUND      PIC X(01).
               10  WS-DAY-STATUS     PIC X(01).
               10  WS-DAY-RC         PIC 9(04).

      *    NEXT-DAY WORK AREA FOR 5000-NEXT-DAY.  EVERY FOURTH YEAR
      *    FROM 2000 IS A LEAP YEAR.
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
           05  FILLER                PIC X(35)
               VALUE 'HELO NIGHTLY BATCH STATUS'.
           05  FILLER                PIC X(04)   VALUE 'RUN '.
           05  HD-RUN-DATE           PIC 9(06).
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  HD-RUN-TIME           PIC 9(06).
           05  FILLER                PIC X(80)   VALUE SPACE.

       01  WS-SECTION-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  SL-TEXT               PIC X(40).
           05  SL-DATE               PIC 9(06).
           05  SL-DATE-X REDEFINES SL-DATE
                                     PIC X(06).
           05  FILLER                PIC X(86)   VALUE SPACE.

       01  WS-STEP-HEADING.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(10)   VALUE 'STEP'.
           05  FILLER                PIC X(22)   VALUE 'STATUS'.
           05  FILLER                PIC X(15)   VALUE 'STARTED'.
           05  FILLER                PIC X(15)   VALUE 'ENDED'.
           05  FILLER                PIC X(06)   VALUE '  RC'.
           05  FILLER                PIC X(11)   VALUE '     READ'.
           05  FILLER                PIC X(11)   VALUE '  WRITTEN'.
           05  FILLER                PIC X(04)   VALUE 'RUNS'.
           05  FILLER                PIC X(38)   VALUE SPACE.

       01  WS-STEP-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  SP-STEP               PIC X(08).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  SP-STATUS             PIC X(20).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  SP-START.
               10  SP-START-DATE     PIC 9(06).
               10  FILLER            PIC X(01)   VALUE SPACE.
               10  SP-START-TIME     PIC 9(06).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  SP-END.
               10  SP-END-DATE       PIC 9(06).
               10  FILLER            PIC X(01)   VALUE SPACE.
               10  SP-END-TIME       PIC 9(06).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  SP-RC                 PIC ZZZ9.
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  SP-READ               PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  SP-WRITTEN            PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(03)   VALUE SPACE.
           05  SP-RUNS               PIC ZZ9.
           05  FILLER                PIC X(38)   VALUE SPACE.

       01  WS-EXCP-HEADING.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(09)   VALUE 'DATE'.
           05  FILLER                PIC X(11)   VALUE 'STEP'.
           05  FILLER                PIC X(22)   VALUE 'PROBLEM'.
           05  FILLER                PIC X(04)   VALUE '  RC'.
           05  FILLER                PIC X(86)   VALUE SPACE.

       01  WS-EXCP-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  EL-DATE               PIC 9(06).
           05  FILLER                PIC X(03)   VALUE SPACE.
           05  EL-STEP               PIC X(08).
           05  FILLER                PIC X(03)   VALUE SPACE.
           05  EL-PROBLEM            PIC X(20).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  EL-RC                 PIC ZZZ9.
           05  EL-RC-X REDEFINES EL-RC
                                     PIC X(04).
           05  FILLER                PIC X(86)   VALUE SPACE.

       01  WS-COUNT-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  CL-LABEL              PIC X(25).
           05  CL-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                PIC X(100)  VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF WS-CONTROL-ON-FILE
               PERFORM 2000-PRINT-LAST-NIGHT THRU 2000-EXIT
               PERFORM 3000-LIST-EXCEPTIONS THRU 3000-EXIT
               PERFORM 3900-PRINT-COUNTS THRU 3900-EXIT
               IF WS-EXCP-LINE-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 4000-TERMINATE THRU 4000-EXIT.

           GOBACK.

      ******************************************************************
      *    1000-INITIALIZE -- OPEN FILES, PRINT THE HEADING AND READ   *
      *    THE CONTROL RECORD FOR LAST NIGHT'S BUSINESS DATE -- THE    *
      *    HIGHEST DATE HELORCTL HAS SET.  NO CONTROL RECORD MEANS     *
      *    THE JOB HAS NEVER RUN AND FAILS THE STEP.                   *
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT  HELO-RUNCTL-FILE
                OUTPUT HELO-REPORT-FILE.

           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-TIME-NOW FROM TIME
           DIVIDE WS-TIME-NOW BY 100 GIVING WS-RUN-TIME

           MOVE WS-RUN-DATE TO HD-RUN-DATE
           MOVE WS-RUN-TIME TO HD-RUN-TIME
           WRITE HELO-REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.

           MOVE ZERO      TO HELO-RCT-BUS-DATE
           MOVE 'CONTROL' TO HELO-RCT-STEP
           READ HELO-RUNCTL-FILE
               INVALID KEY
                   MOVE 'RUNCTL CONTROL RECORD MISSING - JOB FAILED'
                       TO SL-TEXT
                   MOVE SPACES TO SL-DATE-X
                   WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE
                   GO TO 1000-EXIT
           END-READ

           MOVE 'Y' TO WS-CONTROL-SW
           MOVE HELO-RCT-CTL-HIGH-DATE TO WS-HIGH-DATE.

       1000-EXIT.
           EXIT.

      ******************************************************************
      *    2000-PRINT-LAST-NIGHT -- EVERY STEP FOR LAST NIGHT'S DATE,  *
      *    IN JOB ORDER, WHETHER IT RAN OR NOT.                        *
      ******************************************************************
       2000-PRINT-LAST-NIGHT.

           MOVE 'LAST NIGHT - BUSINESS DATE' TO SL-TEXT
           MOVE WS-HIGH-DATE                 TO SL-DATE
           WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE.
           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.
           WRITE HELO-REPORT-LINE FROM WS-STEP-HEADING.

           PERFORM 2100-PRINT-STEP THRU 2100-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-STEP-COUNT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      *    2100-PRINT-STEP -- ONE STEP'S RUN-CONTROL RECORD FOR LAST   *
      *    NIGHT.  A STEP WITH NO RECORD PRINTS AS MISSING WITH THE    *
      *    REST OF THE LINE BLANK; ONE NOT ENDED HAS NO END STAMP.     *
      ******************************************************************
       2100-PRINT-STEP.

           MOVE SPACES                TO WS-STEP-LINE
           MOVE WS-STEP-NAME (WS-SUB) TO SP-STEP

           MOVE WS-HIGH-DATE          TO HELO-RCT-BUS-DATE
           MOVE WS-STEP-NAME (WS-SUB) TO HELO-RCT-STEP
           READ HELO-RUNCTL-FILE
               INVALID KEY
                   MOVE 'MISSING' TO SP-STATUS
                   WRITE HELO-REPORT-LINE FROM WS-STEP-LINE
                   GO TO 2100-EXIT
           END-READ

           EVALUATE TRUE
               WHEN HELO-RCT-COMPLETE
                   MOVE 'COMPLETE'            TO SP-STATUS
               WHEN HELO-RCT-FAILED
                   MOVE 'FAILED'              TO SP-STATUS
               WHEN OTHER
                   MOVE 'STARTED - NOT ENDED' TO SP-STATUS
           END-EVALUATE

           MOVE HELO-RCT-START-DATE TO SP-START-DATE
           MOVE HELO-RCT-START-TIME TO SP-START-TIME
           MOVE HELO-RCT-RUN-COUNT  TO SP-RUNS

           IF NOT HELO-RCT-STARTED
               MOVE HELO-RCT-END-DATE    TO SP-END-DATE
               MOVE HELO-RCT-END-TIME    TO SP-END-TIME
               MOVE HELO-RCT-RETURN-CODE TO SP-RC
               MOVE HELO-RCT-READ-COUNT  TO SP-READ
               MOVE HELO-RCT-WRITE-COUNT TO SP-WRITTEN
           END-IF

           WRITE HELO-REPORT-LINE FROM WS-STEP-LINE.

       2100-EXIT.
           EXIT.

      ******************************************************************
      *    3000-LIST-EXCEPTIONS -- READS THE STEP RECORDS IN DATE      *
      *    ORDER, ONE BUSINESS DATE AT A TIME, AND LISTS EACH DATE'S   *
      *    MISSING, FAILED AND NOT-ENDED STEPS.  DAYS FROM THE FIRST   *
      *    DATE ON FILE UP TO THE DAY BEFORE TODAY WITH NO RECORD AT   *
      *    ALL ARE LISTED AS GAPS -- INCLUDING NIGHTS AFTER THE HIGH   *
      *    DATE, WHEN THE JOB DID NOT RUN OR STOPPED AT HELORCTL       *
      *    BEFORE SETTING A DATE.  THE 999999 DUMMY ENDS THE READ.     *
      ******************************************************************
       3000-LIST-EXCEPTIONS.

           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.
           MOVE 'DATES WITH MISSING OR FAILED STEPS' TO SL-TEXT
           MOVE SPACES                               TO SL-DATE-X
           WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE.
           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.
           WRITE HELO-REPORT-LINE FROM WS-EXCP-HEADING.

           MOVE ZERO      TO HELO-RCT-BUS-DATE
           MOVE 'CONTROL' TO HELO-RCT-STEP
           START HELO-RUNCTL-FILE
               KEY > HELO-RCT-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START

           IF NOT WS-END-OF-FILE
               PERFORM 3100-READ-NEXT THRU 3100-EXIT
           END-IF

           PERFORM 3200-PROCESS-DATE THRU 3200-EXIT
               UNTIL WS-END-OF-FILE

           IF WS-FIRST-DATE
               MOVE WS-HIGH-DATE TO WS-EXPECT-DATE
           END-IF

           PERFORM 3500-PRINT-GAP THRU 3500-EXIT
               UNTIL WS-EXPECT-DATE > WS-HIGH-DATE
                 AND WS-EXPECT-DATE NOT < WS-RUN-DATE

           IF WS-EXCP-LINE-COUNT = ZERO
               MOVE 'NO MISSING OR FAILED STEPS' TO SL-TEXT
               MOVE SPACES                       TO SL-DATE-X
               WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE
           END-IF.

       3000-EXIT.
           EXIT.

      ******************************************************************
      *    3100-READ-NEXT -- ONE SEQUENTIAL READ.  END OF FILE OR THE  *
      *    999999 DUMMY ENDS THE LIST.                                 *
      ******************************************************************
       3100-READ-NEXT.

           READ HELO-RUNCTL-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 3100-EXIT
           END-READ

           IF HELO-RCT-BUS-DATE = 999999
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       3100-EXIT.
           EXIT.

      ******************************************************************
      *    3200-PROCESS-DATE -- ONE BUSINESS DATE.  LISTS ANY GAP      *
      *    SINCE THE DATE BEFORE IT, GATHERS THE DATE'S STEP RECORDS,  *
      *    THEN CHECKS ALL SEVEN STEPS.                                *
      ******************************************************************
       3200-PROCESS-DATE.

           MOVE HELO-RCT-BUS-DATE TO WS-CUR-DATE

           IF NOT WS-FIRST-DATE
               PERFORM 3500-PRINT-GAP THRU 3500-EXIT
                   UNTIL WS-EXPECT-DATE NOT < WS-CUR-DATE
           END-IF

           PERFORM 3300-CLEAR-DAY-SLOT THRU 3300-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-STEP-COUNT

           PERFORM 3400-TAKE-STEP THRU 3400-EXIT
               UNTIL WS-END-OF-FILE
               OR HELO-RCT-BUS-DATE NOT = WS-CUR-DATE

           ADD 1 TO WS-DATE-COUNT
           MOVE 'N' TO WS-DATE-EXCP-SW
           PERFORM 3600-CHECK-STEP THRU 3600-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-STEP-COUNT

           IF WS-DATE-HAS-EXCP
               ADD 1 TO WS-EXCP-DATE-COUNT
           END-IF

           MOVE WS-CUR-DATE TO WS-ND-DATE
           PERFORM 5000-NEXT-DAY THRU 5000-EXIT
           MOVE WS-ND-DATE TO WS-EXPECT-DATE
           MOVE 'N' TO WS-FIRST-DATE-SW.

       3200-EXIT.
           EXIT.

      ******************************************************************
      *    3300-CLEAR-DAY-SLOT -- BLANKS ONE STEP OF THE DAY TABLE.    *
      ******************************************************************
       3300-CLEAR-DAY-SLOT.

           MOVE 'N'  TO WS-DAY-FOUND (WS-SUB)
           MOVE SPACE TO WS-DAY-STATUS (WS-SUB)
           MOVE ZERO TO WS-DAY-RC (WS-SUB).

       3300-EXIT.
           EXIT.

      ******************************************************************
      *    3400-TAKE-STEP -- FILES ONE STEP RECORD INTO THE DAY TABLE  *
      *    AND READS THE NEXT.  A STEP NAME NOT IN THE TABLE IS        *
      *    PASSED OVER.                                                *
      ******************************************************************
       3400-TAKE-STEP.

           MOVE ZERO TO WS-STEP-SUB
           PERFORM 3410-FIND-STEP THRU 3410-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-STEP-COUNT

           IF WS-STEP-SUB > ZERO
               MOVE 'Y'                  TO WS-DAY-FOUND (WS-STEP-SUB)
               MOVE HELO-RCT-STATUS      TO WS-DAY-STATUS (WS-STEP-SUB)
               MOVE HELO-RCT-RETURN-CODE TO WS-DAY-RC (WS-STEP-SUB)
           END-IF

           PERFORM 3100-READ-NEXT THRU 3100-EXIT.

       3400-EXIT.
           EXIT.

      ******************************************************************
      *    3410-FIND-STEP -- ONE STEP-TABLE NAME AGAINST THE RECORD.   *
      ******************************************************************
       3410-FIND-STEP.

           IF WS-STEP-NAME (WS-SUB) = HELO-RCT-STEP
               MOVE WS-SUB TO WS-STEP-SUB
           END-IF.

       3410-EXIT.
           EXIT.

      ******************************************************************
      *    3500-PRINT-GAP -- ONE DAY WITH NO STEP RECORDED AT ALL,     *
      *    THEN ON TO THE NEXT DAY.  A DAY AFTER THE HIGH DATE WAS     *
      *    NEVER SET BY HELORCTL, SO THE JOB DID NOT RUN FOR IT.       *
      ******************************************************************
       3500-PRINT-GAP.

           MOVE SPACES              TO WS-EXCP-LINE
           MOVE WS-EXPECT-DATE      TO EL-DATE
           IF WS-EXPECT-DATE > WS-HIGH-DATE
               MOVE 'NOT RUN - NO DATE' TO EL-PROBLEM
           ELSE
               MOVE 'NO STEPS RECORDED' TO EL-PROBLEM
           END-IF
           WRITE HELO-REPORT-LINE FROM WS-EXCP-LINE.

           ADD 1 TO WS-GAP-COUNT
           ADD 1 TO WS-EXCP-LINE-COUNT

           MOVE WS-EXPECT-DATE TO WS-ND-DATE
           PERFORM 5000-NEXT-DAY THRU 5000-EXIT
           MOVE WS-ND-DATE TO WS-EXPECT-DATE.

       3500-EXIT.
           EXIT.

      ******************************************************************
      *    3600-CHECK-STEP -- ONE STEP OF THE CURRENT DATE.  MISSING,  *
      *    FAILED, OR STARTED AND NEVER ENDED IS LISTED.               *
      ******************************************************************
       3600-CHECK-STEP.

           MOVE SPACES                TO WS-EXCP-LINE
           MOVE WS-CUR-DATE           TO EL-DATE
           MOVE WS-STEP-NAME (WS-SUB) TO EL-STEP

           EVALUATE TRUE
               WHEN WS-DAY-FOUND (WS-SUB) = 'N'
                   MOVE 'MISSING'             TO EL-PROBLEM
                   ADD 1 TO WS-MISSING-COUNT
               WHEN WS-DAY-STATUS (WS-SUB) = 'F'
                   MOVE 'FAILED'              TO EL-PROBLEM
                   MOVE WS-DAY-RC (WS-SUB)    TO EL-RC
                   ADD 1 TO WS-FAILED-COUNT
               WHEN WS-DAY-STATUS (WS-SUB) = 'S'
                   MOVE 'STARTED - NOT ENDED' TO EL-PROBLEM
                   ADD 1 TO WS-NOT-ENDED-COUNT
               WHEN OTHER
                   GO TO 3600-EXIT
           END-EVALUATE

           WRITE HELO-REPORT-LINE FROM WS-EXCP-LINE.
           ADD 1 TO WS-EXCP-LINE-COUNT
           MOVE 'Y' TO WS-DATE-EXCP-SW.

       3600-EXIT.
           EXIT.

      ******************************************************************
      *    3900-PRINT-COUNTS -- THE SUMMARY COUNTS.                    *
      ******************************************************************
       3900-PRINT-COUNTS.

           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.

           MOVE 'DATES ON FILE'          TO CL-LABEL
           MOVE WS-DATE-COUNT            TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'DATES WITH EXCEPTIONS'  TO CL-LABEL
           MOVE WS-EXCP-DATE-COUNT       TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'DATES NOT RUN AT ALL'   TO CL-LABEL
           MOVE WS-GAP-COUNT             TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'STEPS MISSING'          TO CL-LABEL
           MOVE WS-MISSING-COUNT         TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'STEPS FAILED'           TO CL-LABEL
           MOVE WS-FAILED-COUNT          TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'STEPS NOT ENDED'        TO CL-LABEL
           MOVE WS-NOT-ENDED-COUNT       TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

       3900-EXIT.
           EXIT.

      ******************************************************************
      *    4000-TERMINATE -- CLOSE FILES AND END THE RUN.               *
      ******************************************************************
       4000-TERMINATE.

           CLOSE HELO-RUNCTL-FILE
                 HELO-REPORT-FILE.

       4000-EXIT.
           EXIT.

      ******************************************************************
      *    5000-NEXT-DAY -- STEPS THE YYMMDD DATE IN WS-ND-DATE ON     *
      *    ONE DAY, ACROSS MONTH AND YEAR ENDS.                        *
      ******************************************************************
       5000-NEXT-DAY.

           MOVE WS-MONTH-DAYS (WS-ND-MM) TO WS-ND-LAST-DAY

           DIVIDE WS-ND-YY BY 4 GIVING WS-ND-QUOT
               REMAINDER WS-ND-REM

           IF WS-ND-MM = 2 AND WS-ND-REM = ZERO
               MOVE 29 TO WS-ND-LAST-DAY
           END-IF

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
