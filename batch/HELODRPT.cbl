      *                   PAPER LIST.  A TERMINAL MISSING FROM TRMMST  *
      *                   ROLLS UP UNDER DEPARTMENT ???? / ZONE ?? AND *
      *                   IS COUNTED SO THE FILE GETS FIXED.           *
      *    10/15/26  DM   RUN UNDER THE RUNCTL RUN-CONTROL FILE:       *
      *                   START, END, RETURN CODE AND COUNTS ARE       *
      *                   RECORDED FOR THE BUSINESS DATE, AND THE      *
      *                   STEP IS SKIPPED WHEN ALREADY COMPLETE UNLESS *
      *                   FORCED.                                      *
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS HELO-TRM-TERM-ID
               FILE STATUS IS WS-TRMMST-STATUS.

           SELECT HELO-RUNCTL-FILE   ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HELO-RCT-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT HELO-REPORT-FILE   ASSIGN TO HELODRPT
               ORGANIZATION IS SEQUENTIAL.

           RECORD CONTAINS 60 CHARACTERS.
           COPY HELOTRM.

       FD  HELO-RUNCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY HELORCT.

       FD  HELO-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           88  WS-END-OF-FILE             VALUE 'Y'.
       01  WS-GRAND-TOTAL            PIC 9(07)   VALUE ZERO.
       01  WS-UNKNOWN-TERM-COUNT     PIC 9(07)   VALUE ZERO.
       01  WS-DETAIL-COUNT           PIC 9(07)   VALUE ZERO.
       01  WS-SUB                    PIC 9(02)   VALUE ZERO.
       01  WS-SLOT-SUB               PIC 9(02)   VALUE ZERO.
       01  WS-SLOT-FOUND-SW          PIC X(01)   VALUE 'N'.
       01  WS-LAST-DEPT              PIC X(04).
       01  WS-LAST-ZONE              PIC X(02).

      *    RUN CONTROL.  THE BUSINESS DATE COMES FROM THE RUNCTL
      *    CONTROL RECORD HELORCTL SETS AT THE TOP OF HELORPTJ.
       01  WS-RUNCTL-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-STEP-NAME              PIC X(08)   VALUE 'HELODRPT'.
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

       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY         OCCURS 20 TIMES
                                      INDEXED BY WS-DEPT-IDX.
           05  TL-GRAND-TOTAL        PIC ZZZ,ZZ9.
           05  FILLER                PIC X(105)  VALUE SPACE.

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
           END-IF

           IF WS-RCT-NO-CONTROL
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 4000-TERMINATE THRU 4000-EXIT.

           GOBACK.

      ******************************************************************
      *    1000-INITIALIZE -- OPEN FILES, CLEAR THE ACCUMULATOR TABLES *
      *    AND CHECK RUN CONTROL.                                      *
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT  HELO-EXTRACT-FILE
                       HELO-TRMMST-FILE
                I-O    HELO-RUNCTL-FILE
                OUTPUT HELO-REPORT-FILE.

           PERFORM 1900-START-RUN-CONTROL THRU 1900-EXIT

           IF NOT WS-RCT-RUN
               GO TO 1000-EXIT
           END-IF

           PERFORM 1100-CLEAR-DEPT-SLOT THRU 1100-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 20.

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
      *    2000-PROCESS-EXTRACT -- RESOLVES ONE AUDIT RECORD'S         *
      *    TERMINAL THROUGH TRMMST AND TALLIES ITS DEPARTMENT AND      *
               MOVE WS-DEPT-ID (WS-SUB)    TO DL-DEPT-ID
               MOVE WS-DEPT-COUNT (WS-SUB) TO DL-DEPT-COUNT
               WRITE HELO-REPORT-LINE FROM WS-DEPT-LINE
               ADD 1 TO WS-DETAIL-COUNT
           END-IF.

       3100-EXIT.
               MOVE WS-ZONE-ID (WS-SUB)    TO ZL-ZONE-ID
               MOVE WS-ZONE-COUNT (WS-SUB) TO ZL-ZONE-COUNT
               WRITE HELO-REPORT-LINE FROM WS-ZONE-LINE
               ADD 1 TO WS-DETAIL-COUNT
           END-IF.

       3200-EXIT.
      ******************************************************************
       4000-TERMINATE.

           PERFORM 4100-END-RUN-CONTROL THRU 4100-EXIT.

           CLOSE HELO-EXTRACT-FILE
                 HELO-TRMMST-FILE
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
           MOVE WS-GRAND-TOTAL   TO HELO-RCT-READ-COUNT
           MOVE WS-DETAIL-COUNT  TO HELO-RCT-WRITE-COUNT
           IF RETURN-CODE > 4
               MOVE 'F' TO HELO-RCT-STATUS
           ELSE
               MOVE 'C' TO HELO-RCT-STATUS
           END-IF

           REWRITE HELO-RCT-RECORD.

       4100-EXIT.
           EXIT.
