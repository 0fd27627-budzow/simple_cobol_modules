      *                   TODAY'S DATE AND LANDS IN TOMORROW'S         *
      *                   REPORT, AND A RERUN REBUILDS THE SAME DAY    *
      *                   FROM THE LOG WITHOUT DOUBLE-COUNTING.        *
      *    10/15/26  DM   EXTRACT DATE NOW COMES FROM THE RUNCTL       *
      *                   CONTROL RECORD SET BY HELORCTL; AEXTPARM     *
      *                   CARD REMOVED.  START, END, RETURN CODE AND   *
      *                   COUNTS RECORDED ON RUNCTL.  SKIPPED WHEN     *
      *                   ALREADY COMPLETE FOR THE DATE, UNLESS        *
      *                   FORCED OR A REPORT STEP READING THE          *
      *                   EXTRACT STILL HAS TO RUN.                    *
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELO-HAUDLOG-FILE  ASSIGN TO HAUDLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
           SELECT HELO-EXTRACT-FILE  ASSIGN TO HAUDEXT
               ORGANIZATION IS SEQUENTIAL.

           SELECT HELO-RUNCTL-FILE   ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HELO-RCT-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT HELO-REPORT-FILE   ASSIGN TO HELOAEXR
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HELO-HAUDLOG-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY HELOAUL.
           LABEL RECORDS ARE STANDARD.
           COPY HELOAUD.

       FD  HELO-RUNCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY HELORCT.

       FD  HELO-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-HAUDLOG-STATUS         PIC X(02)   VALUE SPACES.
       01  WS-EOF-SWITCH             PIC X(01)   VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
       01  WS-EXTRACT-DATE           PIC 9(06)   VALUE ZERO.
       01  WS-EXTRACT-COUNT          PIC 9(07)   VALUE ZERO.

      *    RUN CONTROL.  THE BUSINESS DATE COMES FROM THE RUNCTL
      *    CONTROL RECORD HELORCTL SETS AT THE TOP OF HELORPTJ.
       01  WS-RUNCTL-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-STEP-NAME              PIC X(08)   VALUE 'HELOAEXT'.
       01  WS-BUS-DATE               PIC 9(06)   VALUE ZERO.
       01  WS-RCT-ACTION-SW          PIC X(01)   VALUE 'N'.
           88  WS-RCT-RUN                 VALUE 'R'.
           88  WS-RCT-SKIP                VALUE 'S'.
           88  WS-RCT-NO-CONTROL          VALUE 'N'.
       01  WS-RCT-ON-FILE-SW         PIC X(01)   VALUE 'N'.
           88  WS-RCT-ON-FILE             VALUE 'Y'.
       01  WS-RCT-FORCE-SW           PIC X(01)   VALUE 'N'.
           88  WS-RCT-FORCED              VALUE 'Y'.
       01  WS-RCT-DATE               PIC 9(06)   VALUE ZERO.
       01  WS-RCT-TIME-NOW           PIC 9(08)   VALUE ZERO.
       01  WS-RCT-TIME               PIC 9(06)   VALUE ZERO.

      *    THE REPORT STEPS THAT READ THIS STEP'S HAUDEXT GENERATION.
      *    EVERY RUN OF THE JOB CATALOGS A NEW GENERATION, SO WHILE
      *    ANY OF THEM STILL HAS TO RUN FOR THE DATE THE EXTRACT IS
      *    REBUILT FOR IT.
       01  WS-READER-NAME-VALUES.
           05  FILLER                PIC X(08)   VALUE 'HELORPT'.
           05  FILLER                PIC X(08)   VALUE 'HELODRPT'.
           05  FILLER                PIC X(08)   VALUE 'HELOOPRT'.
           05  FILLER                PIC X(08)   VALUE 'HELOARPT'.
       01  FILLER REDEFINES WS-READER-NAME-VALUES.
           05  WS-READER-NAME        PIC X(08)   OCCURS 4 TIMES.
       01  WS-READER-SUB             PIC 9(01)   VALUE ZERO.
       01  WS-CTL-FORCE              PIC X(08)   VALUE SPACES.
           88  WS-CTL-FORCE-ALL           VALUE 'ALL'.
       01  WS-READER-SW              PIC X(01)   VALUE 'N'.
           88  WS-READER-TO-RUN           VALUE 'Y'.

       01  WS-HEADING-1.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(32)
           05  CL-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                PIC X(100)  VALUE SPACE.

       01  WS-RCT-SKIP-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(40)
               VALUE 'STEP ALREADY COMPLETE FOR BUSINESS DATE'.
           05  RS-BUS-DATE           PIC 9(06).
           05  FILLER                PIC X(12)   VALUE ' - SKIPPED'.
           05  FILLER                PIC X(74)   VALUE SPACE.

       01  WS-RCT-ERROR-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(60)
               VALUE 'RUNCTL CONTROL RECORD MISSING - JOB FAILED'.
           05  FILLER                PIC X(72)   VALUE SPACE.

       PROCEDURE DIVISION.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF WS-RCT-RUN
               PERFORM 2000-EXTRACT-RECORD THRU 2000-EXIT
                   UNTIL WS-END-OF-FILE
               PERFORM 3000-PRINT-CONTROL THRU 3000-EXIT
           END-IF

           IF WS-RCT-NO-CONTROL
               MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK.

      ******************************************************************
      *    1000-INITIALIZE -- OPEN FILES, TAKE THE EXTRACT DATE FROM   *
      *    RUN CONTROL, AND POSITION THE LOG AT THE FIRST RECORD OF    *
      *    THE EXTRACT DAY.  THE KEY LEADS WITH THE DATE, SO THE       *
      *    START LANDS ON THE DAY'S FIRST RECORD AND THE READ LOOP     *
      *    ENDS AS SOON AS THE DATE ROLLS PAST.  NO RECORDS FOR THE    *
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT  HELO-HAUDLOG-FILE
                I-O    HELO-RUNCTL-FILE
                OUTPUT HELO-EXTRACT-FILE
                       HELO-REPORT-FILE.

           PERFORM 1900-START-RUN-CONTROL THRU 1900-EXIT

           IF NOT WS-RCT-RUN
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           MOVE WS-BUS-DATE TO WS-EXTRACT-DATE

           MOVE WS-EXTRACT-DATE TO HELO-AUL-DATE
           MOVE ZERO TO HELO-AUL-TIME
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1900-START-RUN-CONTROL -- TAKES THE BUSINESS DATE FROM THE  *
      *    RUNCTL CONTROL RECORD AND LOOKS UP THIS STEP'S RECORD FOR   *
      *    THE DATE.  ALREADY COMPLETE, NOT FORCED, AND NO REPORT      *
      *    STEP LEFT TO READ THE EXTRACT, THE STEP IS SKIPPED;         *
      *    OTHERWISE THE RECORD IS MARKED STARTED.  NO CONTROL RECORD  *
      *    FAILS THE STEP.                                             *
      ******************************************************************
       1900-START-RUN-CONTROL.

           MOVE ZERO      TO HELO-RCT-BUS-DATE
           MOVE 'CONTROL' TO HELO-RCT-STEP
           READ HELO-RUNCTL-FILE
               INVALID KEY
                   WRITE HELO-REPORT-LINE FROM WS-RCT-ERROR-LINE
                   GO TO 1900-EXIT
           END-READ

           MOVE HELO-RCT-CTL-BUS-DATE TO WS-BUS-DATE
           MOVE HELO-RCT-CTL-FORCE    TO WS-CTL-FORCE
           IF WS-CTL-FORCE-ALL
           OR WS-CTL-FORCE = WS-STEP-NAME
               MOVE 'Y' TO WS-RCT-FORCE-SW
           END-IF

           MOVE 'N' TO WS-READER-SW
           PERFORM 1950-CHECK-READER THRU 1950-EXIT
               VARYING WS-READER-SUB FROM 1 BY 1
               UNTIL WS-READER-SUB > 4

           MOVE WS-BUS-DATE  TO HELO-RCT-BUS-DATE
           MOVE WS-STEP-NAME TO HELO-RCT-STEP
           READ HELO-RUNCTL-FILE
               INVALID KEY
                   MOVE 'N'    TO WS-RCT-ON-FILE-SW
                   MOVE SPACES TO HELO-RCT-DATA
                   MOVE ZERO   TO HELO-RCT-RUN-COUNT
               NOT INVALID KEY
                   MOVE 'Y'    TO WS-RCT-ON-FILE-SW
           END-READ

           IF WS-RCT-ON-FILE AND HELO-RCT-COMPLETE
           AND NOT WS-RCT-FORCED AND NOT WS-READER-TO-RUN
               SET WS-RCT-SKIP TO TRUE
               MOVE WS-BUS-DATE TO RS-BUS-DATE
               WRITE HELO-REPORT-LINE FROM WS-RCT-SKIP-LINE
               GO TO 1900-EXIT
           END-IF

           ACCEPT WS-RCT-DATE     FROM DATE
           ACCEPT WS-RCT-TIME-NOW FROM TIME
           DIVIDE WS-RCT-TIME-NOW BY 100 GIVING WS-RCT-TIME

           MOVE WS-BUS-DATE      TO HELO-RCT-BUS-DATE
           MOVE WS-STEP-NAME     TO HELO-RCT-STEP
           MOVE 'S'              TO HELO-RCT-STATUS
           MOVE WS-RCT-DATE      TO HELO-RCT-START-DATE
           MOVE WS-RCT-TIME      TO HELO-RCT-START-TIME
           MOVE ZERO             TO HELO-RCT-END-DATE
                                    HELO-RCT-END-TIME
                                    HELO-RCT-RETURN-CODE
                                    HELO-RCT-READ-COUNT
                                    HELO-RCT-WRITE-COUNT
           ADD 1                 TO HELO-RCT-RUN-COUNT
           MOVE WS-RCT-FORCE-SW  TO HELO-RCT-FORCED-SW

           IF WS-RCT-ON-FILE
               REWRITE HELO-RCT-RECORD
           ELSE
               WRITE HELO-RCT-RECORD
           END-IF

           SET WS-RCT-RUN TO TRUE.

       1900-EXIT.
           EXIT.

      ******************************************************************
      *    1950-CHECK-READER -- ONE REPORT STEP THAT READS THE         *
      *    EXTRACT.  NOT COMPLETE FOR THE DATE, OR FORCED, MEANS IT    *
      *    WILL RUN AGAINST TONIGHT'S GENERATION.                      *
      ******************************************************************
       1950-CHECK-READER.

           MOVE WS-BUS-DATE                    TO HELO-RCT-BUS-DATE
           MOVE WS-READER-NAME (WS-READER-SUB) TO HELO-RCT-STEP
           READ HELO-RUNCTL-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-READER-SW
                   GO TO 1950-EXIT
           END-READ

           IF NOT HELO-RCT-COMPLETE
           OR WS-CTL-FORCE-ALL
           OR WS-CTL-FORCE = WS-READER-NAME (WS-READER-SUB)
               MOVE 'Y' TO WS-READER-SW
           END-IF.

       1950-EXIT.
           EXIT.

      ******************************************************************
      *    2000-EXTRACT-RECORD -- ONE LOG RECORD, ALREADY KNOWN TO     *
      *    BELONG TO THE EXTRACT DAY, RESHAPED INTO THE HELOAUD        *
      ******************************************************************
       4000-TERMINATE.

           PERFORM 4100-END-RUN-CONTROL THRU 4100-EXIT.

           CLOSE HELO-HAUDLOG-FILE
                 HELO-EXTRACT-FILE
                 HELO-RUNCTL-FILE
                 HELO-REPORT-FILE.

       4000-EXIT.
           EXIT.

      ******************************************************************
      *    4100-END-RUN-CONTROL -- RECORDS THE END OF A STEP THAT RAN: *
      *    END STAMP, RETURN CODE AND COUNTS, AND STATUS COMPLETE FOR  *
      *    A RETURN CODE OF 4 OR LESS, FAILED ABOVE THAT.              *
      ******************************************************************
       4100-END-RUN-CONTROL.

           IF NOT WS-RCT-RUN
               GO TO 4100-EXIT
           END-IF

           MOVE WS-BUS-DATE  TO HELO-RCT-BUS-DATE
           MOVE WS-STEP-NAME TO HELO-RCT-STEP
           READ HELO-RUNCTL-FILE
               INVALID KEY
                   GO TO 4100-EXIT
           END-READ

           ACCEPT WS-RCT-DATE     FROM DATE
           ACCEPT WS-RCT-TIME-NOW FROM TIME
           DIVIDE WS-RCT-TIME-NOW BY 100 GIVING WS-RCT-TIME

           MOVE WS-RCT-DATE      TO HELO-RCT-END-DATE
           MOVE WS-RCT-TIME      TO HELO-RCT-END-TIME
           MOVE RETURN-CODE      TO HELO-RCT-RETURN-CODE
           MOVE WS-EXTRACT-COUNT TO HELO-RCT-READ-COUNT
           MOVE WS-EXTRACT-COUNT TO HELO-RCT-WRITE-COUNT

           IF RETURN-CODE > 4
               MOVE 'F' TO HELO-RCT-STATUS
           ELSE
               MOVE 'C' TO HELO-RCT-STATUS
           END-IF

           REWRITE HELO-RCT-RECORD.

       4100-EXIT.
           EXIT.
