       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELORPST.
       AUTHOR. D MARSH - ONLINE SYSTEMS.
       INSTALLATION. WAREHOUSE CICS REGION.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ------------------------------------------------------------*
      *    DATE     INIT  DESCRIPTION                                  *
      *    -------- ----  ---------------------------------------------*
      *    10/15/26  DM   ORIGINAL.  NIGHTLY POSTING OF THE DOCK'S     *
      *                   RECEIPTS (RCPLOG) INTO THE ITEM MASTER       *
      *                   ON-HAND QUANTITY, SO WINQ SHOWS STOCK THE    *
      *                   MORNING AFTER IT ARRIVES.  EVERY UNDAMAGED   *
      *                   RECEIPT NOT YET POSTED IS ADDED TO ITS       *
      *                   ITEM AND MARKED POSTED ON RCPLOG; DAMAGED    *
      *                   RECEIPTS STAY OUT OF ON-HAND.  THE ITEM      *
      *                   CARRIES THE KEY OF THE LAST RECEIPT POSTED   *
      *                   TO IT, WRITTEN WITH THE QUANTITY, SO A       *
      *                   RERUN OR A RESTART AFTER AN ABEND NEVER      *
      *                   POSTS A RECEIPT TWICE -- A RECEIPT FOUND IN  *
      *                   ON-HAND BUT NOT YET MARKED IS ONLY MARKED.   *
      *                   A RECEIPT WHOSE ITEM IS NOT ON ITMMST IS     *
      *                   REJECTED AND LEFT UNPOSTED FOR THE NEXT      *
      *                   RUN.  THE CONTROL REPORT BALANCES RECEIPTS   *
      *                   READ AGAINST POSTED, SKIPPED, AND REJECTED.  *
      *    10/15/26  DM   A REJECTED RECEIPT NOW HOLDS BACK ITS ITEM'S *
      *                   LATER RECEIPTS FOR THE REST OF THE RUN, SO   *
      *                   THE LAST-RECEIPT KEY NEVER PASSES AN         *
      *                   UNPOSTED RECEIPT. A FAILED RCPLOG MARK IS    *
      *                   LISTED, COUNTED, AND FAILS THE RUN WITH RC   *
      *                   8.                                           *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELO-PARM-FILE     ASSIGN TO PSTPARM
               ORGANIZATION IS SEQUENTIAL.

           SELECT HELO-RCPLOG-FILE   ASSIGN TO RCPLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HELO-RCP-KEY
               FILE STATUS IS WS-RCPLOG-STATUS.

           SELECT HELO-ITMMST-FILE   ASSIGN TO ITMMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HELO-ITM-ITEM-NO
               FILE STATUS IS WS-ITMMST-STATUS.

           SELECT HELO-REPORT-FILE   ASSIGN TO HELORPSR
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HELO-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HELO-PARM-RECORD.
           05  HELO-PARM-DATE        PIC X(06).
           05  FILLER                PIC X(74).

       FD  HELO-RCPLOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY HELORCP.

       FD  HELO-ITMMST-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY HELOITM.

       FD  HELO-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HELO-REPORT-LINE          PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-RCPLOG-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-ITMMST-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-EOF-SWITCH             PIC X(01)   VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
       01  WS-PARM-OK-SW             PIC X(01)   VALUE 'Y'.
           88  WS-PARM-OK                 VALUE 'Y'.
       01  WS-IN-BALANCE-SW          PIC X(01)   VALUE 'Y'.
           88  WS-IN-BALANCE              VALUE 'Y'.
       01  WS-POST-DATE              PIC 9(06)   VALUE ZERO.
       01  WS-REJECT-REASON          PIC X(35).
       01  WS-NEW-ONHAND             PIC 9(08)   VALUE ZERO.
       01  WS-READ-COUNT             PIC 9(07)   VALUE ZERO.
       01  WS-POSTED-COUNT           PIC 9(07)   VALUE ZERO.
       01  WS-PRIOR-COUNT            PIC 9(07)   VALUE ZERO.
       01  WS-REMARK-COUNT           PIC 9(07)   VALUE ZERO.
       01  WS-DAMAGED-COUNT          PIC 9(07)   VALUE ZERO.
       01  WS-REJECT-COUNT           PIC 9(07)   VALUE ZERO.
       01  WS-ACCOUNTED-COUNT        PIC 9(07)   VALUE ZERO.
       01  WS-POSTED-QTY             PIC 9(09)   VALUE ZERO.
       01  WS-MARK-FAIL-COUNT        PIC 9(07)   VALUE ZERO.
       01  WS-SUB                    PIC 9(03)   VALUE ZERO.
       01  WS-HELD-USED              PIC 9(03)   VALUE ZERO.
       01  WS-HELD-LOST-COUNT        PIC 9(07)   VALUE ZERO.
       01  WS-HELD-FOUND-SW          PIC X(01)   VALUE 'N'.
           88  WS-HELD-FOUND              VALUE 'Y'.

      *    ONE SLOT PER ITEM WITH A RECEIPT THAT COULD NOT BE ADDED TO
      *    ON-HAND THIS RUN.  THE ITEM'S LATER RECEIPTS ARE HELD BACK
      *    TOO, SO ITS LAST-RECEIPT KEY NEVER PASSES AN UNPOSTED ONE.
      *    SLOT OVERFLOW IS COUNTED AND REPORTED, NOT SILENTLY LOST.
       01  WS-HELD-TABLE.
           05  WS-HELD-ITEM-NO       PIC X(08)   OCCURS 200 TIMES.

       01  WS-HEADING-1.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(45)
               VALUE 'RCPLOG POSTING TO ITMMST ON-HAND - CONTROL'.
           05  FILLER                PIC X(12)
               VALUE '  POST DATE '.
           05  HD-POST-DATE          PIC 9(06).
           05  FILLER                PIC X(69)   VALUE SPACE.

       01  WS-REJECT-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(09)   VALUE 'REJECTED '.
           05  RJ-DATE               PIC 9(06).
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  RJ-TIME               PIC 9(06).
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  RJ-TERM-ID            PIC X(04).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  RJ-PO-NO              PIC X(08).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  RJ-ITEM-NO            PIC X(08).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  RJ-QTY                PIC ZZ,ZZ9.
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  RJ-REASON             PIC X(35).
           05  FILLER                PIC X(40)   VALUE SPACE.

       01  WS-COUNT-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  CL-LABEL              PIC X(25).
           05  CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(96)   VALUE SPACE.

       01  WS-BALANCE-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  BL-TEXT               PIC X(60).
           05  FILLER                PIC X(72)   VALUE SPACE.

       01  WS-PARM-ERROR-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(60)
               VALUE 'PSTPARM CARD MISSING OR NOT A YYMMDD DATE - JOB FA
      -        'ILED'.
           05  FILLER                PIC X(72)   VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF WS-PARM-OK
               PERFORM 2000-PROCESS-RECEIPT THRU 2000-EXIT
                   UNTIL WS-END-OF-FILE
               PERFORM 3000-CHECK-BALANCE THRU 3000-EXIT
               PERFORM 3500-PRINT-TOTALS THRU 3500-EXIT
           END-IF

           PERFORM 4000-TERMINATE THRU 4000-EXIT.

           IF NOT WS-PARM-OK OR NOT WS-IN-BALANCE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-HELD-LOST-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           GOBACK.

      ******************************************************************
      *    1000-INITIALIZE -- OPEN FILES, VALIDATE THE POSTING-DATE    *
      *    PARM CARD, PRINT THE HEADING, PRIME THE FIRST LOG READ.     *
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT  HELO-PARM-FILE
                I-O    HELO-RCPLOG-FILE
                       HELO-ITMMST-FILE
                OUTPUT HELO-REPORT-FILE.

           READ HELO-PARM-FILE
               AT END
                   MOVE 'N' TO WS-PARM-OK-SW
           END-READ

           IF WS-PARM-OK AND HELO-PARM-DATE NOT NUMERIC
               MOVE 'N' TO WS-PARM-OK-SW
           END-IF

           IF NOT WS-PARM-OK
               WRITE HELO-REPORT-LINE FROM WS-PARM-ERROR-LINE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           MOVE HELO-PARM-DATE TO WS-POST-DATE

           MOVE WS-POST-DATE TO HD-POST-DATE
           WRITE HELO-REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.

           READ HELO-RCPLOG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1000-EXIT.
           EXIT.

      ******************************************************************
      *    2000-PROCESS-RECEIPT -- ONE RECEIPTS LOG RECORD.  THE       *
      *    999999 PRIMING DUMMY IS PASSED OVER UNCOUNTED; A RECEIPT    *
      *    ALREADY MARKED POSTED OR FLAGGED DAMAGED IS COUNTED AS      *
      *    SKIPPED; ANY OTHER RECEIPT GOES TO 2100 TO BE POSTED.       *
      ******************************************************************
       2000-PROCESS-RECEIPT.

           EVALUATE TRUE
               WHEN HELO-RCP-DATE = 999999
                   CONTINUE
               WHEN HELO-RCP-POSTED
                   ADD 1 TO WS-READ-COUNT
                   ADD 1 TO WS-PRIOR-COUNT
               WHEN HELO-RCP-DAMAGED
                   ADD 1 TO WS-READ-COUNT
                   ADD 1 TO WS-DAMAGED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 2100-POST-RECEIPT THRU 2100-EXIT
           END-EVALUATE

           READ HELO-RCPLOG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2000-EXIT.
           EXIT.

      ******************************************************************
      *    2100-POST-RECEIPT -- ADDS ONE UNDAMAGED RECEIPT TO ITS      *
      *    ITEM'S ON-HAND.  THE ITEM'S LAST-RECEIPT KEY GOES INTO THE  *
      *    SAME REWRITE AS THE QUANTITY; A RECEIPT AT OR BELOW THAT    *
      *    KEY IS ALREADY IN ON-HAND FROM A RUN THAT STOPPED BEFORE    *
      *    MARKING IT, SO IT IS ONLY MARKED.  RCPLOG IS MARKED LAST.   *
      *    ONCE A RECEIPT FOR AN ITEM IS REJECTED, THE ITEM'S LATER    *
      *    RECEIPTS ARE REJECTED AS HELD FOR THE REST OF THE RUN --    *
      *    POSTING ONE WOULD CARRY THE LAST-RECEIPT KEY PAST THE       *
      *    REJECTED RECEIPT, AND THE NEXT RUN WOULD ONLY MARK IT.      *
      ******************************************************************
       2100-POST-RECEIPT.

           MOVE HELO-RCP-ITEM-NO TO HELO-ITM-ITEM-NO

           READ HELO-ITMMST-FILE
               INVALID KEY
                   MOVE 'ITEM NOT ON ITMMST - NOT POSTED'
                       TO WS-REJECT-REASON
                   PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
                   GO TO 2100-EXIT
           END-READ

           IF HELO-RCP-KEY NOT > HELO-ITM-LAST-RCP-KEY
               ADD 1 TO WS-REMARK-COUNT
               PERFORM 2200-MARK-POSTED THRU 2200-EXIT
               GO TO 2100-EXIT
           END-IF

           PERFORM 2300-CHECK-HELD THRU 2300-EXIT
           IF WS-HELD-FOUND
               MOVE 'EARLIER RECEIPT REJECTED - HELD'
                   TO WS-REJECT-REASON
               PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF

           COMPUTE WS-NEW-ONHAND = HELO-ITM-QTY-ONHAND + HELO-RCP-QTY

           IF WS-NEW-ONHAND > 9999999
               MOVE 'ON-HAND WOULD OVERFLOW - NOT POSTED'
                   TO WS-REJECT-REASON
               PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
               PERFORM 2400-HOLD-ITEM THRU 2400-EXIT
               GO TO 2100-EXIT
           END-IF

           MOVE WS-NEW-ONHAND TO HELO-ITM-QTY-ONHAND
           MOVE HELO-RCP-KEY  TO HELO-ITM-LAST-RCP-KEY

           REWRITE HELO-ITM-RECORD
               INVALID KEY
                   MOVE 'ITMMST REWRITE FAILED - NOT POSTED'
                       TO WS-REJECT-REASON
                   PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
                   PERFORM 2400-HOLD-ITEM THRU 2400-EXIT
                   GO TO 2100-EXIT
           END-REWRITE

           ADD 1 TO WS-POSTED-COUNT
           ADD HELO-RCP-QTY TO WS-POSTED-QTY

           PERFORM 2200-MARK-POSTED THRU 2200-EXIT.

       2100-EXIT.
           EXIT.

      ******************************************************************
      *    2200-MARK-POSTED -- STAMPS THE RECEIPT POSTED WITH THE      *
      *    POSTING DATE SO LATER RUNS PASS IT OVER WITHOUT A LOOKUP.   *
      *    A MARK THAT FAILS IS LISTED AND FAILS THE BALANCE -- THE    *
      *    RECEIPT IS IN ON-HAND BUT RCPLOG DOES NOT SAY SO.           *
      ******************************************************************
       2200-MARK-POSTED.

           SET HELO-RCP-POSTED TO TRUE
           MOVE WS-POST-DATE TO HELO-RCP-POST-DATE

           REWRITE HELO-RCP-RECORD
               INVALID KEY
                   ADD 1 TO WS-MARK-FAIL-COUNT
                   MOVE 'IN ON-HAND BUT RCPLOG MARK FAILED'
                       TO WS-REJECT-REASON
                   PERFORM 2950-PRINT-RECEIPT THRU 2950-EXIT
           END-REWRITE.

       2200-EXIT.
           EXIT.

      ******************************************************************
      *    2300-CHECK-HELD -- IS THE RECEIPT'S ITEM ONE WHOSE EARLIER  *
      *    RECEIPT WAS REJECTED THIS RUN.                              *
      ******************************************************************
       2300-CHECK-HELD.

           MOVE 'N' TO WS-HELD-FOUND-SW

           PERFORM 2310-TEST-HELD THRU 2310-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-HELD-USED OR WS-HELD-FOUND.

       2300-EXIT.
           EXIT.

      ******************************************************************
      *    2310-TEST-HELD -- ONE SLOT OF THE HELD-ITEM TABLE.          *
      ******************************************************************
       2310-TEST-HELD.

           IF WS-HELD-ITEM-NO (WS-SUB) = HELO-RCP-ITEM-NO
               MOVE 'Y' TO WS-HELD-FOUND-SW
           END-IF.

       2310-EXIT.
           EXIT.

      ******************************************************************
      *    2400-HOLD-ITEM -- PUTS THE REJECTED RECEIPT'S ITEM IN THE   *
      *    NEXT FREE SLOT.  A FULL TABLE COUNTS THE ITEM AS NOT HELD.  *
      ******************************************************************
       2400-HOLD-ITEM.

           IF WS-HELD-USED NOT < 200
               ADD 1 TO WS-HELD-LOST-COUNT
               GO TO 2400-EXIT
           END-IF

           ADD 1 TO WS-HELD-USED
           MOVE HELO-RCP-ITEM-NO TO WS-HELD-ITEM-NO (WS-HELD-USED).

       2400-EXIT.
           EXIT.

      ******************************************************************
      *    2900-PRINT-REJECT -- ONE CONTROL REPORT LINE PER RECEIPT    *
      *    THAT COULD NOT BE POSTED, WITH THE REASON.  THE RECEIPT     *
      *    STAYS UNMARKED AND IS TRIED AGAIN ON THE NEXT RUN.          *
      ******************************************************************
       2900-PRINT-REJECT.

           ADD 1 TO WS-REJECT-COUNT

           PERFORM 2950-PRINT-RECEIPT THRU 2950-EXIT.

       2900-EXIT.
           EXIT.

      ******************************************************************
      *    2950-PRINT-RECEIPT -- THE CONTROL REPORT LINE FOR THE       *
      *    RECEIPT IN STORAGE, WITH THE REASON IN WS-REJECT-REASON.    *
      ******************************************************************
       2950-PRINT-RECEIPT.

           MOVE HELO-RCP-DATE    TO RJ-DATE
           MOVE HELO-RCP-TIME    TO RJ-TIME
           MOVE HELO-RCP-TERM-ID TO RJ-TERM-ID
           MOVE HELO-RCP-PO-NO   TO RJ-PO-NO
           MOVE HELO-RCP-ITEM-NO TO RJ-ITEM-NO
           MOVE HELO-RCP-QTY     TO RJ-QTY
           MOVE WS-REJECT-REASON TO RJ-REASON

           WRITE HELO-REPORT-LINE FROM WS-REJECT-LINE.

       2950-EXIT.
           EXIT.

      ******************************************************************
      *    3000-CHECK-BALANCE -- EVERY RECEIPT READ MUST BE ACCOUNTED  *
      *    FOR AS POSTED TONIGHT, FOUND ALREADY IN ON-HAND, SKIPPED    *
      *    (POSTED BEFORE OR DAMAGED), OR REJECTED.  ANYTHING ELSE     *
      *    MEANS A RECEIPT WENT UNHANDLED AND THE JOB IS FAILED.  SO   *
      *    DOES ANY RECEIPT ADDED TO ON-HAND BUT NOT MARKED POSTED.    *
      ******************************************************************
       3000-CHECK-BALANCE.

           COMPUTE WS-ACCOUNTED-COUNT = WS-POSTED-COUNT
               + WS-REMARK-COUNT + WS-PRIOR-COUNT + WS-DAMAGED-COUNT
               + WS-REJECT-COUNT

           IF WS-ACCOUNTED-COUNT = WS-READ-COUNT
               MOVE 'Y' TO WS-IN-BALANCE-SW
               MOVE 'RECEIPTS READ BALANCE TO POSTED, SKIPPED, REJECTED'
                   TO BL-TEXT
           ELSE
               MOVE 'N' TO WS-IN-BALANCE-SW
               MOVE 'RECEIPTS READ DO NOT BALANCE - JOB FAILED'
                   TO BL-TEXT
           END-IF

           IF WS-IN-BALANCE AND WS-MARK-FAIL-COUNT > ZERO
               MOVE 'N' TO WS-IN-BALANCE-SW
               MOVE 'RCPLOG MARKS FAILED - RCPLOG AND ITMMST DISAGREE'
                   TO BL-TEXT
           END-IF

           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.
           WRITE HELO-REPORT-LINE FROM WS-BALANCE-LINE.

       3000-EXIT.
           EXIT.

      ******************************************************************
      *    3500-PRINT-TOTALS -- THE BALANCING COUNTS AND THE QUANTITY  *
      *    POSTED, FOR THE CONTROL DESK.                               *
      ******************************************************************
       3500-PRINT-TOTALS.

           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.

           MOVE 'RECEIPTS READ'         TO CL-LABEL
           MOVE WS-READ-COUNT           TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'POSTED THIS RUN'       TO CL-LABEL
           MOVE WS-POSTED-COUNT         TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'IN ON-HAND, MARKED ONLY' TO CL-LABEL
           MOVE WS-REMARK-COUNT         TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'SKIPPED - POSTED BEFORE' TO CL-LABEL
           MOVE WS-PRIOR-COUNT          TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'SKIPPED - DAMAGED'     TO CL-LABEL
           MOVE WS-DAMAGED-COUNT        TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'REJECTED'              TO CL-LABEL
           MOVE WS-REJECT-COUNT         TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'REJECTED - RCPLOG MARK' TO CL-LABEL
           MOVE WS-MARK-FAIL-COUNT      TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           IF WS-HELD-LOST-COUNT > ZERO
               MOVE 'ITEMS NOT HELD-TABLE FULL' TO CL-LABEL
               MOVE WS-HELD-LOST-COUNT      TO CL-COUNT
               WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE
           END-IF

           MOVE 'QUANTITY POSTED'       TO CL-LABEL
           MOVE WS-POSTED-QTY           TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

       3500-EXIT.
           EXIT.

      ******************************************************************
      *    4000-TERMINATE -- CLOSE FILES AND END THE RUN.               *
      ******************************************************************
       4000-TERMINATE.

           CLOSE HELO-PARM-FILE
                 HELO-RCPLOG-FILE
                 HELO-ITMMST-FILE
                 HELO-REPORT-FILE.

       4000-EXIT.
           EXIT.
