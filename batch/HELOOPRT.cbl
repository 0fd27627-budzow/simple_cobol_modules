      *                   THEIR OWN PEOPLE TOGETHER.  AN OPERATOR NO   *
      *                   LONGER ON THE MASTER PRINTS UNDER THE        *
      *                   "SHIFT ?" GROUP AT THE BOTTOM.               *
      *    10/15/26  DM   RUN UNDER THE RUNCTL RUN-CONTROL FILE:       *
      *                   START, END, RETURN CODE AND COUNTS ARE       *
      *                   RECORDED FOR THE BUSINESS DATE, AND THE      *
      *                   STEP IS SKIPPED WHEN ALREADY COMPLETE UNLESS *
      *                   FORCED.                                      *
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS HELO-OPMR-OPERID
               FILE STATUS IS WS-OPMSTR-STATUS.

           SELECT HELO-RUNCTL-FILE   ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HELO-RCT-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT HELO-REPORT-FILE   ASSIGN TO HELOOPRT
               ORGANIZATION IS SEQUENTIAL.

           RECORD CONTAINS 60 CHARACTERS.
           COPY HELOPMR.

       FD  HELO-RUNCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY HELORCT.

       FD  HELO-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           88  WS-SWAPPED                 VALUE 'Y'.
       01  WS-CUR-SHIFT              PIC X(01)   VALUE SPACE.
       01  WS-GRAND-TRIPS            PIC 9(07)   VALUE ZERO.
       01  WS-READ-COUNT             PIC 9(07)   VALUE ZERO.

      *    RUN CONTROL.  THE BUSINESS DATE COMES FROM THE RUNCTL
      *    CONTROL RECORD HELORCTL SETS AT THE TOP OF HELORPTJ.
       01  WS-RUNCTL-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-STEP-NAME              PIC X(08)   VALUE 'HELOOPRT'.
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

       01  WS-SWAP-ENTRY.
           05  WS-SWP-OPERID         PIC X(03).
           05  TL-GRAND-TRIPS        PIC ZZZ,ZZ9.
           05  FILLER                PIC X(89)   VALUE SPACE.

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
               PERFORM 3000-LOOKUP-OPERATORS THRU 3000-EXIT
               PERFORM 3500-SORT-OPERATORS THRU 3500-EXIT
               PERFORM 3700-PRINT-REPORT THRU 3700-EXIT
           END-IF

           IF WS-RCT-NO-CONTROL
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 4000-TERMINATE THRU 4000-EXIT.

           GOBACK.

      ******************************************************************
      *    1000-INITIALIZE -- OPEN FILES, CLEAR THE OPERATOR TABLE,    *
      *    CHECK RUN CONTROL, PRIME THE FIRST READ.                    *
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT  HELO-EXTRACT-FILE
                       HELO-OPMSTR-FILE
                I-O    HELO-RUNCTL-FILE
                OUTPUT HELO-REPORT-FILE.

           PERFORM 1900-START-RUN-CONTROL THRU 1900-EXIT

           IF NOT WS-RCT-RUN
               GO TO 1000-EXIT
           END-IF

           PERFORM 1100-CLEAR-OPER-SLOT THRU 1100-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 200.

       1100-EXIT.
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
      *    2000-PROCESS-EXTRACT -- TALLIES ONE AUDIT RECORD.  ONLY     *
      *    SIGN-ON EVENTS COUNT AS TRIPS -- ABEND EVENTS HAVE THEIR    *
      ******************************************************************
       2000-PROCESS-EXTRACT.

           ADD 1 TO WS-READ-COUNT

           IF HELO-AUD-SIGNON-EVT
               ADD 1 TO WS-GRAND-TRIPS
               PERFORM 2100-ACCUM-OPERATOR THRU 2100-EXIT
      ******************************************************************
       4000-TERMINATE.

           PERFORM 4100-END-RUN-CONTROL THRU 4100-EXIT.

           CLOSE HELO-EXTRACT-FILE
                 HELO-OPMSTR-FILE
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
           MOVE WS-READ-COUNT    TO HELO-RCT-READ-COUNT
           MOVE WS-OPER-USED     TO HELO-RCT-WRITE-COUNT
           IF RETURN-CODE > 4
               MOVE 'F' TO HELO-RCT-STATUS
           ELSE
               MOVE 'C' TO HELO-RCT-STATUS
           END-IF

           REWRITE HELO-RCT-RECORD.

       4100-EXIT.
           EXIT.
