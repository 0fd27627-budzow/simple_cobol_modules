      *                   OPERATOR.  RUNS WITH THE NIGHTLY HELOTAXJ    *
      *                   PAYROLL EXTRACT; THE REPORT DATE COMES       *
      *                   FROM THE JRPTPARM CARD.                      *
      *    10/15/26  DM   NEW PRIOR PD COLUMN: 'PPA' MARKS A CHANGE    *
      *                   TO A DAY IN A PAY PERIOD ALREADY CLOSED,     *
      *                   WHICH GOES TO PAYROLL AS A PRIOR-PERIOD      *
      *                   ADJUSTMENT IN THE NEXT VENDOR FILE; SUCH     *
      *                   CHANGES ARE COUNTED IN THE TOTALS.           *
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  WS-REPORT-DATE            PIC 9(06)   VALUE ZERO.
       01  WS-LISTED-COUNT           PIC 9(07)   VALUE ZERO.
       01  WS-SUPPLIED-COUNT         PIC 9(07)   VALUE ZERO.
       01  WS-PRIOR-PD-COUNT         PIC 9(07)   VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(10)   VALUE '  AT TIME'.
           05  FILLER                PIC X(06)   VALUE '  TERM'.
           05  FILLER                PIC X(10)   VALUE ' SUPPLIED'.
           05  FILLER                PIC X(10)   VALUE ' PRIOR PD'.
           05  FILLER                PIC X(39)   VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  DL-TERM-ID            PIC X(04).
           05  FILLER                PIC X(05)   VALUE SPACE.
           05  DL-SUPPLIED           PIC X(01).
           05  FILLER                PIC X(06)   VALUE SPACE.
           05  DL-PRIOR-PD           PIC X(03).
           05  FILLER                PIC X(46)   VALUE SPACE.

       01  WS-COUNT-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
               IF HELO-ADJ-SUPPLIED
                   ADD 1 TO WS-SUPPLIED-COUNT
               END-IF
               IF HELO-ADJ-PRIOR-PERIOD
                   ADD 1 TO WS-PRIOR-PD-COUNT
               END-IF
               PERFORM 2100-PRINT-DETAIL THRU 2100-EXIT
           END-IF

           MOVE HELO-ADJ-TERM-ID       TO DL-TERM-ID
           MOVE HELO-ADJ-SUPPLIED-SW   TO DL-SUPPLIED

           IF HELO-ADJ-PRIOR-PERIOD
               MOVE 'PPA'              TO DL-PRIOR-PD
           ELSE
               MOVE SPACE              TO DL-PRIOR-PD
           END-IF

           WRITE HELO-REPORT-LINE FROM WS-DETAIL-LINE.

       2100-EXIT.
           MOVE WS-SUPPLIED-COUNT       TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'PRIOR-PERIOD CHANGES'  TO CL-LABEL
           MOVE WS-PRIOR-PD-COUNT       TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

       3000-EXIT.
           EXIT.

