      *                   MONTH-END TREND REPORT (HELOMRPT) HAS A      *
      *                   SOURCE.  A RERUN OF THE SAME NIGHT REWRITES  *
      *                   ITS OWN RECORDS INSTEAD OF FAILING.          *
      *    10/15/26  DM   RUN UNDER THE RUNCTL RUN-CONTROL FILE: THE   *
      *                   BUSINESS DATE (NOW THE VOLHIST KEY DATE)     *
      *                   COMES FROM THE CONTROL RECORD, START, END,   *
      *                   RETURN CODE AND COUNTS ARE RECORDED, AND     *
      *                   THE STEP IS SKIPPED WHEN ALREADY COMPLETE    *
      *                   FOR THE DATE UNLESS FORCED.  A RUN FIRST     *
      *                   DELETES THE DATE'S EXISTING VOLHIST RECORDS  *
      *                   SO A RERUN LEAVES NO STALE TERMINALS.        *
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT HELO-REPORT-FILE   ASSIGN TO HELORPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT HELO-RUNCTL-FILE   ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HELO-RCT-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT HELO-VOLHIST-FILE  ASSIGN TO VOLHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HELO-VHS-KEY
               FILE STATUS IS WS-VOLHIST-STATUS.

           LABEL RECORDS ARE STANDARD.
       01  HELO-REPORT-LINE          PIC X(133).

       FD  HELO-RUNCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY HELORCT.

       FD  HELO-VOLHIST-FILE
           RECORD CONTAINS 30 CHARACTERS.
           COPY HELOVHS.
       01  WS-TERM-FOUND-SW          PIC X(01)   VALUE 'N'.
           88  WS-TERM-FOUND              VALUE 'Y'.
       01  WS-HOUR-SUB               PIC 9(02)   VALUE ZERO.
       01  WS-HIST-SWITCH            PIC X(01)   VALUE 'N'.
           88  WS-HIST-DONE               VALUE 'Y'.
       01  WS-HIST-DELETED           PIC 9(07)   VALUE ZERO.
       01  WS-HIST-WRITTEN           PIC 9(07)   VALUE ZERO.

      *    RUN CONTROL.  THE BUSINESS DATE COMES FROM THE RUNCTL
      *    CONTROL RECORD HELORCTL SETS AT THE TOP OF HELORPTJ.
       01  WS-RUNCTL-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-STEP-NAME              PIC X(08)   VALUE 'HELORPT'.
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

       01  WS-TERM-TABLE.
           05  WS-TERM-ENTRY         OCCURS 50 TIMES
           05  TL-GRAND-TOTAL        PIC ZZZ,ZZ9.
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

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF WS-RCT-RUN
               PERFORM 2000-PROCESS-EXTRACT THRU 2000-EXIT
                   UNTIL WS-END-OF-FILE
               PERFORM 3000-PRINT-REPORT THRU 3000-EXIT
               PERFORM 5000-WRITE-HISTORY THRU 5000-EXIT
           END-IF

           IF WS-RCT-NO-CONTROL
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 4000-TERMINATE THRU 4000-EXIT.

           GOBACK.

      ******************************************************************
      *    1000-INITIALIZE -- OPEN FILES, CLEAR THE ACCUMULATOR TABLES *
      *    AND TAKE THE BUSINESS DATE FROM RUN CONTROL.                *
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT  HELO-EXTRACT-FILE
                OUTPUT HELO-REPORT-FILE
                I-O    HELO-VOLHIST-FILE
                       HELO-RUNCTL-FILE.

           PERFORM 1900-START-RUN-CONTROL THRU 1900-EXIT

           IF NOT WS-RCT-RUN
               GO TO 1000-EXIT
           END-IF

           MOVE WS-BUS-DATE TO WS-RUN-DATE

           PERFORM 1100-CLEAR-TERM-SLOT THRU 1100-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 50.
       1200-EXIT.
           EXIT.

      ******************************************************************
      *    1900-START-RUN-CONTROL -- TAKES THE BUSINESS DATE FROM THE  *
      *    RUNCTL CONTROL RECORD AND LOOKS UP THIS STEP'S RECORD FOR   *
      *    THE DATE.  ALREADY COMPLETE AND NOT FORCED, THE STEP IS     *
      *    SKIPPED; OTHERWISE THE RECORD IS MARKED STARTED.  NO        *
      *    CONTROL RECORD FAILS THE STEP.                              *
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
           IF HELO-RCT-CTL-FORCE-ALL
           OR HELO-RCT-CTL-FORCE = WS-STEP-NAME
               MOVE 'Y' TO WS-RCT-FORCE-SW
           END-IF

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
           AND NOT WS-RCT-FORCED
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
      *    2000-PROCESS-EXTRACT -- TALLY ONE AUDIT RECORD INTO THE      *
      *    TERMINAL AND HOUR-OF-DAY ACCUMULATOR TABLES.                 *

           ADD 1 TO WS-GRAND-TOTAL.

           PERFORM 2100-ACCUM-TERMINAL THRU 2100-EXIT.
           PERFORM 2200-ACCUM-HOUR THRU 2200-EXIT.

      ******************************************************************
      *    5000-WRITE-HISTORY -- COPIES THE DAY'S TERMINAL AND HOUR-   *
      *    OF-DAY TOTALS TO THE PERMANENT VOLUME HISTORY FILE, KEYED   *
      *    BY THE BUSINESS DATE.  WHATEVER AN EARLIER RUN WROTE FOR    *
      *    THE DATE IS DELETED FIRST, SO A RERUN REPLACES THE DAY      *
      *    OUTRIGHT.  AN EMPTY EXTRACT WRITES NOTHING.                 *
      ******************************************************************
       5000-WRITE-HISTORY.

           PERFORM 5050-CLEAR-HISTORY THRU 5050-EXIT.

           IF WS-GRAND-TOTAL = ZERO
               GO TO 5000-EXIT
           END-IF

       5000-EXIT.
           EXIT.

      ******************************************************************
      *    5050-CLEAR-HISTORY -- POSITIONS AT THE FIRST VOLHIST RECORD *
      *    FOR THE BUSINESS DATE AND DELETES THROUGH THE LAST.         *
      ******************************************************************
       5050-CLEAR-HISTORY.

           MOVE WS-RUN-DATE TO HELO-VHS-DATE
           MOVE LOW-VALUES  TO HELO-VHS-TYPE
                               HELO-VHS-ID

           START HELO-VOLHIST-FILE
               KEY NOT < HELO-VHS-KEY
               INVALID KEY
                   GO TO 5050-EXIT
           END-START

           MOVE 'N' TO WS-HIST-SWITCH
           PERFORM 5060-DELETE-HISTORY THRU 5060-EXIT
               UNTIL WS-HIST-DONE.

       5050-EXIT.
           EXIT.

      ******************************************************************
      *    5060-DELETE-HISTORY -- READS THE NEXT VOLHIST RECORD AND    *
      *    DELETES IT WHILE IT IS STILL FOR THE BUSINESS DATE.         *
      ******************************************************************
       5060-DELETE-HISTORY.

           READ HELO-VOLHIST-FILE NEXT RECORD
               AT END
                   SET WS-HIST-DONE TO TRUE
                   GO TO 5060-EXIT
           END-READ

           IF HELO-VHS-DATE NOT = WS-RUN-DATE
               SET WS-HIST-DONE TO TRUE
               GO TO 5060-EXIT
           END-IF

           DELETE HELO-VOLHIST-FILE RECORD
               INVALID KEY
                   SET WS-HIST-DONE TO TRUE
                   GO TO 5060-EXIT
           END-DELETE

           ADD 1 TO WS-HIST-DELETED.

       5060-EXIT.
           EXIT.

      ******************************************************************
      *    5100-WRITE-TERM-HISTORY -- ONE HISTORY RECORD FOR A USED    *
      *    SLOT OF THE TERMINAL ACCUMULATOR TABLE.  WS-SUB IS SET BY   *
           WRITE HELO-VHS-RECORD
               INVALID KEY
                   REWRITE HELO-VHS-RECORD
           END-WRITE

           ADD 1 TO WS-HIST-WRITTEN.

       5300-EXIT.
           EXIT.
      ******************************************************************
       4000-TERMINATE.

           PERFORM 4100-END-RUN-CONTROL THRU 4100-EXIT.

           CLOSE HELO-EXTRACT-FILE
                 HELO-REPORT-FILE
                 HELO-VOLHIST-FILE
                 HELO-RUNCTL-FILE.

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
           MOVE WS-GRAND-TOTAL   TO HELO-RCT-READ-COUNT
           MOVE WS-HIST-WRITTEN  TO HELO-RCT-WRITE-COUNT
           IF RETURN-CODE > 4
               MOVE 'F' TO HELO-RCT-STATUS
           ELSE
               MOVE 'C' TO HELO-RCT-STATUS
           END-IF

           REWRITE HELO-RCT-RECORD.

       4100-EXIT.
           EXIT.
