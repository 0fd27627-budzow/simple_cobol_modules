      *                   NEW TIMES -- AND THE AUDIT WRITE COMES       *
      *                   FIRST, SO NO HAND CHANGE EVER REACHES        *
      *                   TIMEAT WITHOUT ITS TRAIL.                    *
      *    10/15/26  DM   A CHANGE TO A DAY IN A PAY PERIOD ALREADY    *
      *                   CLOSED ON PAYPER IS MARKED PRIOR-PERIOD ON   *
      *                   ITS TAADJ RECORD AND THE SUPERVISOR IS TOLD  *
      *                   IT GOES TO PAYROLL AS AN ADJUSTMENT IN THE   *
      *                   NEXT VENDOR FILE.                            *
      ******************************************************************

       ENVIRONMENT DIVISION.
           88  WS-TIME-OK               VALUE 'Y'.
       01  WS-SUPPLIED-SW          PIC X(01)   VALUE 'N'.
           88  WS-RECORD-SUPPLIED       VALUE 'Y'.
       01  WS-PERIOD-SW            PIC X(01)   VALUE SPACE.
           88  WS-PRIOR-PERIOD          VALUE 'P'.
       01  WS-PPR-KEY              PIC 9(06).
       01  WS-ABSTIME              PIC S9(15) COMP.
       01  WS-CHG-DATE             PIC 9(06).
       01  WS-CHG-TIME             PIC 9(06).
       COPY HELOTAT.
       COPY HELOADJ.
       COPY HELOPMR.
       COPY HELOPPR.

       LINKAGE SECTION.
       COPY HELOACM.
               GO TO 4400-EXIT
           END-IF

           PERFORM 4420-CHECK-PAY-PERIOD THRU 4420-EXIT

           PERFORM 5000-WRITE-ADJUSTMENT THRU 5000-EXIT

           IF NOT WS-EDIT-OK
           ELSE
               MOVE 'PUNCHES CORRECTED - ADJUSTMENT LOGGED'
                   TO WS-PANEL-MSG
           END-IF

           IF WS-PRIOR-PERIOD
               MOVE 'LOGGED - PERIOD CLOSED, SENT AS PRIOR-PERIOD ADJ'
                   TO WS-PANEL-MSG
           END-IF.

       4400-EXIT.
       4410-EXIT.
           EXIT.

      ******************************************************************
      *    4420-CHECK-PAY-PERIOD -- FINDS THE FIRST PAY PERIOD ENDING  *
      *    ON OR AFTER THE PUNCH DATE.  WHEN IT IS CLOSED THE DAY WAS  *
      *    ALREADY PAID AND THE CHANGE IS MARKED PRIOR-PERIOD.  NO     *
      *    PERIOD FOUND (OR ONLY THE 999999 DUMMY) MEANS THE DAY IS    *
      *    STILL OPEN.  THE WEEKLY HELOPAYR RUN PICKS ITS ADJUSTMENTS  *
      *    BY CHANGE TIME AGAINST THE CLOSE CUT-OFF, SO THIS MARK IS   *
      *    FOR THE SUPERVISOR AND THE HELOJRPT JOURNAL.                *
      ******************************************************************
       4420-CHECK-PAY-PERIOD.

           MOVE SPACE TO WS-PERIOD-SW
           MOVE WS-TA-KEY-DATE TO WS-PPR-KEY

           EXEC CICS READ
                FILE('PAYPER')
                INTO(HELO-PPR-RECORD)
                RIDFLD(WS-PPR-KEY)
                KEYLENGTH(6)
                GTEQ
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP = DFHRESP(NORMAL)
               IF HELO-PPR-CLOSED
                   SET WS-PRIOR-PERIOD TO TRUE
               END-IF
           END-IF.

       4420-EXIT.
           EXIT.

      ******************************************************************
      *    5000-WRITE-ADJUSTMENT -- ONE TAADJ RECORD PER HAND CHANGE:  *
      *    THE BEFORE AND AFTER TIMES, THE SUPERVISOR'S USER ID AND    *
           MOVE WS-CHG-USERID      TO HELO-ADJ-CHG-USERID
           MOVE EIBTRMID           TO HELO-ADJ-TERM-ID
           MOVE WS-SUPPLIED-SW     TO HELO-ADJ-SUPPLIED-SW
           MOVE WS-PERIOD-SW       TO HELO-ADJ-PERIOD-SW

           EXEC CICS WRITE
                FILE('TAADJ')
