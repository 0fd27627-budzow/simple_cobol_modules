      *                   CHANGE KEEPS WHATEVER THE FLOOR COPY         *
      *                   ALREADY CARRIES, SO HR SILENCE NEVER         *
      *                   STRIPS OR WIDENS ANYBODY'S ACCESS.           *
      *    10/15/26  DM   EVERY ADD, CHANGE, AND TERMINATION APPLIED   *
      *                   NOW WRITES A BEFORE/AFTER RECORD TO THE NEW  *
      *                   OPERATOR HISTORY FILE (OPHIST) CARRYING THE  *
      *                   FEED'S HEADER DATE.  A TERMINATION READS     *
      *                   THE RECORD BEFORE DELETING IT SO THE LAST    *
      *                   IMAGE IS KEPT.  A CHANGE THAT ALTERS         *
      *                   NOTHING LOGS NOTHING.  A FAILED HISTORY      *
      *                   WRITE IS LISTED AND ENDS THE RUN RC 4.       *
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS HELO-OPMR-OPERID
               FILE STATUS IS WS-OPMSTR-STATUS.

           SELECT HELO-OPHIST-FILE   ASSIGN TO OPHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HELO-OPH-KEY
               FILE STATUS IS WS-OPHIST-STATUS.

           SELECT HELO-MSGT-FILE     ASSIGN TO HELOMSGT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           RECORD CONTAINS 60 CHARACTERS.
           COPY HELOPMR.

       FD  HELO-OPHIST-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY HELOOPH.

       FD  HELO-MSGT-FILE
           RECORD CONTAINS 30 CHARACTERS.
           COPY HELOMSG.
       WORKING-STORAGE SECTION.
       01  WS-OPMSTR-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-MSGT-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-OPHIST-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-EOF-SWITCH             PIC X(01)   VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
       01  WS-TRAILER-SEEN-SW        PIC X(01)   VALUE 'N'.
       01  WS-TRL-ADD-CNT            PIC 9(07)   VALUE ZERO.
       01  WS-TRL-CHG-CNT            PIC 9(07)   VALUE ZERO.
       01  WS-TRL-TRM-CNT            PIC 9(07)   VALUE ZERO.
       01  WS-FEED-DATE              PIC 9(06)   VALUE ZERO.
       01  WS-HIST-ACTION            PIC X(01)   VALUE SPACE.
       01  WS-HIST-BEFORE            PIC X(60)   VALUE SPACES.
       01  WS-HIST-AFTER             PIC X(60)   VALUE SPACES.
       01  WS-HIST-SEQ               PIC 9(03)   VALUE ZERO.
       01  WS-HIST-WRITTEN           PIC 9(07)   VALUE ZERO.
       01  WS-HIST-FAILED            PIC 9(07)   VALUE ZERO.
       01  WS-CHG-DATE               PIC 9(06)   VALUE ZERO.
       01  WS-CHG-TIME-NOW           PIC 9(08)   VALUE ZERO.
       01  WS-CHG-TIME               PIC 9(06)   VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  RJ-REASON             PIC X(35).
           05  FILLER                PIC X(50)   VALUE SPACE.

       01  WS-HIST-ERROR-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(28)
               VALUE 'OPHIST WRITE FAILED - ACTION'.
           05  HE-ACTION             PIC X(01).
           05  FILLER                PIC X(10)   VALUE ' OPERATOR '.
           05  HE-OPERID             PIC X(03).
           05  FILLER                PIC X(27)
               VALUE ' - APPLIED BUT NOT LOGGED'.
           05  FILLER                PIC X(63)   VALUE SPACE.

       01  WS-COUNT-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  CL-LABEL              PIC X(25).

           IF NOT WS-IN-BALANCE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-HIST-FAILED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           GOBACK.
           OPEN INPUT  HELO-HRFEED-FILE
                       HELO-MSGT-FILE
                I-O    HELO-OPMSTR-FILE
                       HELO-OPHIST-FILE
                OUTPUT HELO-REPORT-FILE.

           WRITE HELO-REPORT-LINE FROM WS-HEADING-1.

      ******************************************************************
      *    2000-PROCESS-FEED -- DISPATCHES ONE FEED RECORD.  THE       *
      *    HEADER'S FEED DATE IS KEPT FOR THE HISTORY RECORDS,         *
      *    DETAILS ARE EDITED AND APPLIED, THE TRAILER'S CLAIMED       *
      *    COUNTS ARE CAPTURED FOR THE BALANCE CHECK.  AN              *
      *    UNRECOGNIZED RECORD TYPE IS REJECTED ON THE REPORT.         *
      ******************************************************************
       2000-PROCESS-FEED.

           EVALUATE TRUE
               WHEN HELO-HRF-HEADER
                   IF HELO-HRF-HDR-DATE NUMERIC
                       MOVE HELO-HRF-HDR-DATE TO WS-FEED-DATE
                   END-IF
               WHEN HELO-HRF-DETAIL
                   PERFORM 2100-APPLY-DETAIL THRU 2100-EXIT
               WHEN HELO-HRF-TRAILER
      *    2300-APPLY-ADD -- WRITES A NEW OPERATOR RECORD.  AN         *
      *    OPERATOR ALREADY ON FILE IS A REJECT, NOT AN OVERLAY --     *
      *    THE MAINTENANCE HISTORY ON THE FLOOR COPY MIGHT BE NEWER    *
      *    THAN WHAT HR SENT.  THE NEW RECORD IS LOGGED AS AN ADD.     *
      ******************************************************************
       2300-APPLY-ADD.

                   PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-APPLIED
                   MOVE 'A'              TO WS-HIST-ACTION
                   MOVE SPACES           TO WS-HIST-BEFORE
                   MOVE HELO-OPMR-RECORD TO WS-HIST-AFTER
                   PERFORM 2700-WRITE-HISTORY THRU 2700-EXIT
           END-WRITE.

       2300-EXIT.
      *    2400-APPLY-CHANGE -- READS THE EXISTING RECORD AND          *
      *    REWRITES IT WITH THE FEED'S NAME, SHIFT, AND LANGUAGE.      *
      *    AN OPERATOR NOT ON FILE IS A REJECT -- HR THINKS WE HAVE    *
      *    SOMEBODY WE DO NOT, AND SOMEBODY SHOULD LOOK AT WHY.  THE   *
      *    RECORD AS READ AND AS REWRITTEN ARE LOGGED AS A CHANGE,     *
      *    UNLESS THE FEED LEFT IT THE SAME.                           *
      ******************************************************************
       2400-APPLY-CHANGE.

                   GO TO 2400-EXIT
           END-READ

           MOVE HELO-OPMR-RECORD TO WS-HIST-BEFORE

           MOVE HELO-HRF-NAME    TO HELO-OPMR-NAME
           MOVE HELO-HRF-SHIFT   TO HELO-OPMR-SHIFT
           MOVE HELO-HRF-LANG-CD TO HELO-OPMR-LANG-CD
                   PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-CHG-APPLIED
                   IF HELO-OPMR-RECORD NOT = WS-HIST-BEFORE
                       MOVE 'C'              TO WS-HIST-ACTION
                       MOVE HELO-OPMR-RECORD TO WS-HIST-AFTER
                       PERFORM 2700-WRITE-HISTORY THRU 2700-EXIT
                   END-IF
           END-REWRITE.

       2400-EXIT.
      *    2500-APPLY-TERM -- DELETES THE TERMINATED OPERATOR'S        *
      *    RECORD SO HELLO STOPS GREETING PEOPLE WHO LEFT MONTHS       *
      *    AGO.  NOT ON FILE IS A REJECT FOR THE SAME REASON AS A      *
      *    MISSED CHANGE.  THE RECORD IS READ FIRST SO ITS LAST IMAGE  *
      *    IS LOGGED AS A DELETE -- WHO THE OPERATOR ID BELONGED TO    *
      *    OUTLIVES THE OPMSTR RECORD.                                 *
      ******************************************************************
       2500-APPLY-TERM.

           MOVE HELO-HRF-OPERID TO HELO-OPMR-OPERID

           READ HELO-OPMSTR-FILE
               INVALID KEY
                   MOVE 'NOT ON FILE - TERM SKIPPED'
                       TO WS-REJECT-REASON
                   PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
                   GO TO 2500-EXIT
           END-READ

           MOVE HELO-OPMR-RECORD TO WS-HIST-BEFORE

           DELETE HELO-OPMSTR-FILE
               INVALID KEY
                   MOVE 'DELETE FAILED' TO WS-REJECT-REASON
                   PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-TRM-APPLIED
                   MOVE 'D'    TO WS-HIST-ACTION
                   MOVE SPACES TO WS-HIST-AFTER
                   PERFORM 2700-WRITE-HISTORY THRU 2700-EXIT
           END-DELETE.

       2500-EXIT.
           EXIT.

      ******************************************************************
      *    2700-WRITE-HISTORY -- ONE OPHIST RECORD FOR THE OPMSTR      *
      *    CHANGE JUST APPLIED, STAMPED WITH THE RUN'S DATE AND TIME   *
      *    AND THE FEED'S HEADER DATE.  THE SEQUENCE KEEPS TWO         *
      *    ACTIONS AGAINST ONE OPERATOR IN THE SAME SECOND APART.  A   *
      *    FAILED WRITE IS LISTED -- THE OPMSTR CHANGE STANDS.         *
      ******************************************************************
       2700-WRITE-HISTORY.

           ACCEPT WS-CHG-DATE FROM DATE
           ACCEPT WS-CHG-TIME-NOW FROM TIME
           DIVIDE WS-CHG-TIME-NOW BY 100 GIVING WS-CHG-TIME

           IF WS-HIST-SEQ = 999
               MOVE ZERO TO WS-HIST-SEQ
           ELSE
               ADD 1 TO WS-HIST-SEQ
           END-IF

           MOVE SPACES           TO HELO-OPH-RECORD
           MOVE HELO-HRF-OPERID  TO HELO-OPH-OPERID
           MOVE WS-CHG-DATE      TO HELO-OPH-CHG-DATE
           MOVE WS-CHG-TIME      TO HELO-OPH-CHG-TIME
           MOVE WS-HIST-SEQ      TO HELO-OPH-CHG-SEQ
           MOVE WS-HIST-ACTION   TO HELO-OPH-ACTION
           MOVE 'H'              TO HELO-OPH-SOURCE
           MOVE WS-FEED-DATE     TO HELO-OPH-FEED-DATE
           MOVE WS-HIST-BEFORE   TO HELO-OPH-BEFORE
           MOVE WS-HIST-AFTER    TO HELO-OPH-AFTER

           WRITE HELO-OPH-RECORD
               INVALID KEY
                   ADD 1 TO WS-HIST-FAILED
                   MOVE WS-HIST-ACTION  TO HE-ACTION
                   MOVE HELO-HRF-OPERID TO HE-OPERID
                   WRITE HELO-REPORT-LINE FROM WS-HIST-ERROR-LINE
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO WS-HIST-WRITTEN
           END-WRITE.

       2700-EXIT.
           EXIT.

      ******************************************************************
      *    2900-PRINT-REJECT -- ONE CONTROL REPORT LINE PER REJECTED   *
      *    FEED RECORD, WITH THE REASON.                               *
           MOVE WS-REJECT-COUNT         TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'HISTORY RECORDS WRITTEN' TO CL-LABEL
           MOVE WS-HIST-WRITTEN         TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'HISTORY WRITES FAILED' TO CL-LABEL
           MOVE WS-HIST-FAILED          TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

       3500-EXIT.
           EXIT.

           CLOSE HELO-HRFEED-FILE
                 HELO-MSGT-FILE
                 HELO-OPMSTR-FILE
                 HELO-OPHIST-FILE
                 HELO-REPORT-FILE.

       4000-EXIT.
