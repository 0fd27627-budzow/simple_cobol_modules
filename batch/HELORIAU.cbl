       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELORIAU.
       AUTHOR. D MARSH - ONLINE SYSTEMS.
       INSTALLATION. WAREHOUSE CICS REGION.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ------------------------------------------------------------*
      *    DATE     INIT  DESCRIPTION                                  *
      *    -------- ----  ---------------------------------------------*
      *    10/15/26  DM   ORIGINAL.  WEEKLY CROSS-FILE INTEGRITY       *
      *                   AUDIT.  CHECKS THAT THE FLOOR FILES AGREE    *
      *                   WITH THE MASTERS THEY POINT AT AND LISTS     *
      *                   EVERY ORPHAN WITH ITS KEY: TIMEAT, SCHMST    *
      *                   AND TAADJ RECORDS FOR OPERATORS NOT ON       *
      *                   OPMSTR (SCHEDULES AFTER THE AUDIT DATE ARE   *
      *                   LISTED APART AS FUTURE SCHEDULES FOR         *
      *                   TERMINATED OPERATORS), RCPLOG RECEIPTS FOR   *
      *                   ITEMS NOT ON ITMMST, TERMINALS WITH HAUDLOG  *
      *                   OR RCPLOG ACTIVITY BUT NO TRMMST RECORD,     *
      *                   AND ITMMST ZONES NO TRMMST TERMINAL USES.    *
      *                   READ-ONLY.  THE AUDIT DATE COMES FROM THE    *
      *                   RIAUPARM CARD.  ENDS RC 4 WHEN ANYTHING IS   *
      *                   LISTED.                                      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELO-PARM-FILE     ASSIGN TO RIAUPARM
               ORGANIZATION IS SEQUENTIAL.

           SELECT HELO-OPMSTR-FILE   ASSIGN TO OPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HELO-OPMR-OPERID
               FILE STATUS IS WS-OPMSTR-STATUS.

           SELECT HELO-TRMMST-FILE   ASSIGN TO TRMMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HELO-TRM-TERM-ID
               FILE STATUS IS WS-TRMMST-STATUS.

           SELECT HELO-ITMMST-FILE   ASSIGN TO ITMMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HELO-ITM-ITEM-NO
               FILE STATUS IS WS-ITMMST-STATUS.

           SELECT HELO-TIMEAT-FILE   ASSIGN TO TIMEAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HELO-TA-KEY
               FILE STATUS IS WS-TIMEAT-STATUS.

           SELECT HELO-SCHMST-FILE   ASSIGN TO SCHMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HELO-SCH-KEY
               FILE STATUS IS WS-SCHMST-STATUS.

           SELECT HELO-TAADJ-FILE    ASSIGN TO TAADJ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HELO-ADJ-KEY
               FILE STATUS IS WS-TAADJ-STATUS.

           SELECT HELO-RCPLOG-FILE   ASSIGN TO RCPLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HELO-RCP-KEY
               FILE STATUS IS WS-RCPLOG-STATUS.

           SELECT HELO-HAUDLOG-FILE  ASSIGN TO HAUDLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HELO-AUL-KEY
               FILE STATUS IS WS-HAUDLOG-STATUS.

           SELECT HELO-REPORT-FILE   ASSIGN TO HELORIAU
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HELO-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HELO-PARM-RECORD.
           05  HELO-PARM-DATE        PIC X(06).
           05  FILLER                PIC X(74).

       FD  HELO-OPMSTR-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY HELOPMR.

       FD  HELO-TRMMST-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY HELOTRM.

       FD  HELO-ITMMST-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY HELOITM.

       FD  HELO-TIMEAT-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY HELOTAT.

       FD  HELO-SCHMST-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY HELOSCH.

       FD  HELO-TAADJ-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY HELOADJ.

       FD  HELO-RCPLOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY HELORCP.

       FD  HELO-HAUDLOG-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY HELOAUL.

       FD  HELO-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HELO-REPORT-LINE          PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-OPMSTR-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-TRMMST-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-ITMMST-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-TIMEAT-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-SCHMST-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-TAADJ-STATUS           PIC X(02)   VALUE SPACES.
       01  WS-RCPLOG-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-HAUDLOG-STATUS         PIC X(02)   VALUE SPACES.
       01  WS-EOF-SWITCH             PIC X(01)   VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
       01  WS-PARM-OK-SW             PIC X(01)   VALUE 'Y'.
           88  WS-PARM-OK                 VALUE 'Y'.
       01  WS-FOUND-SW               PIC X(01)   VALUE 'N'.
           88  WS-FOUND                   VALUE 'Y'.
       01  WS-SCH-PASS-SW            PIC X(01)   VALUE 'P'.
           88  WS-SCH-PAST-PASS           VALUE 'P'.
           88  WS-SCH-FUTURE-PASS         VALUE 'F'.
       01  WS-AUDIT-DATE             PIC 9(06)   VALUE ZERO.
       01  WS-SUB                    PIC 9(03)   VALUE ZERO.
       01  WS-TRM-USED               PIC 9(03)   VALUE ZERO.
       01  WS-TRM-LOST-COUNT         PIC 9(05)   VALUE ZERO.
       01  WS-BTM-USED               PIC 9(03)   VALUE ZERO.
       01  WS-BTM-SUB                PIC 9(03)   VALUE ZERO.
       01  WS-BTM-LOST-COUNT         PIC 9(07)   VALUE ZERO.
       01  WS-BZN-USED               PIC 9(03)   VALUE ZERO.
       01  WS-BZN-SUB                PIC 9(03)   VALUE ZERO.
       01  WS-BZN-LOST-COUNT         PIC 9(07)   VALUE ZERO.

       01  WS-TRMMST-READ            PIC 9(07)   VALUE ZERO.
       01  WS-TIMEAT-READ            PIC 9(07)   VALUE ZERO.
       01  WS-SCHMST-READ            PIC 9(07)   VALUE ZERO.
       01  WS-TAADJ-READ             PIC 9(07)   VALUE ZERO.
       01  WS-RCPLOG-READ            PIC 9(07)   VALUE ZERO.
       01  WS-HAUDLOG-READ           PIC 9(07)   VALUE ZERO.
       01  WS-ITMMST-READ            PIC 9(07)   VALUE ZERO.

      *    THE OPERATOR CHECK WORKS ONE OPERATOR AT A TIME: TIMEAT,
      *    SCHMST AND TAADJ ARE ALL KEYED BY OPERATOR FIRST, SO EACH
      *    OPERATOR'S RECORDS ARRIVE TOGETHER AND OPMSTR IS READ ONCE
      *    PER OPERATOR.  THE SECTION COUNTS ARE THE OPERATORS AND
      *    RECORDS LISTED IN THE SECTION BEING PRINTED.
       01  WS-CHK-OPERID             PIC X(03)   VALUE SPACES.
       01  WS-CHK-DATE               PIC 9(06)   VALUE ZERO.
       01  WS-GRP-OPERID             PIC X(03)   VALUE SPACES.
       01  WS-GRP-ON-FILE-SW         PIC X(01)   VALUE 'Y'.
           88  WS-GRP-ON-FILE             VALUE 'Y'.
       01  WS-GRP-COUNT              PIC 9(07)   VALUE ZERO.
       01  WS-GRP-FIRST-DATE         PIC 9(06)   VALUE ZERO.
       01  WS-GRP-LAST-DATE          PIC 9(06)   VALUE ZERO.
       01  WS-SEC-KEYS               PIC 9(07)   VALUE ZERO.
       01  WS-SEC-RECS               PIC 9(07)   VALUE ZERO.

       01  WS-CHK-TERM-ID            PIC X(04)   VALUE SPACES.
       01  WS-CHK-SOURCE-SW          PIC X(01)   VALUE SPACE.
           88  WS-CHK-FROM-AUDIT          VALUE 'A'.
           88  WS-CHK-FROM-RECEIPT        VALUE 'R'.

       01  WS-TA-BAD-OPERS           PIC 9(07)   VALUE ZERO.
       01  WS-TA-BAD-RECS            PIC 9(07)   VALUE ZERO.
       01  WS-SCH-BAD-OPERS          PIC 9(07)   VALUE ZERO.
       01  WS-SCH-BAD-RECS           PIC 9(07)   VALUE ZERO.
       01  WS-FUT-BAD-OPERS          PIC 9(07)   VALUE ZERO.
       01  WS-FUT-BAD-RECS           PIC 9(07)   VALUE ZERO.
       01  WS-ADJ-BAD-OPERS          PIC 9(07)   VALUE ZERO.
       01  WS-ADJ-BAD-RECS           PIC 9(07)   VALUE ZERO.
       01  WS-RCP-BAD-COUNT          PIC 9(07)   VALUE ZERO.
       01  WS-BTM-RECS               PIC 9(07)   VALUE ZERO.
       01  WS-BZN-ITEMS              PIC 9(07)   VALUE ZERO.
       01  WS-EXCEPTION-TOTAL        PIC 9(07)   VALUE ZERO.

      *    EVERY TRMMST TERMINAL AND ITS ZONE, LOADED AT THE START.
      *    A TERMINAL PAST THE END OF THE TABLE IS COUNTED AND
      *    REPORTED, SINCE ITS ACTIVITY WOULD THEN LIST AS UNKNOWN.
       01  WS-TRM-TABLE.
           05  WS-TRM-ENTRY          OCCURS 500 TIMES.
               10  WS-TRM-ID         PIC X(04).
               10  WS-TRM-ZONE       PIC X(02).

      *    ONE SLOT PER TERMINAL SEEN IN HAUDLOG OR RCPLOG THAT IS NOT
      *    ON TRMMST, IN THE ORDER FIRST SEEN.  SLOT OVERFLOW IS
      *    COUNTED AND REPORTED, NOT SILENTLY LOST.
       01  WS-BAD-TERM-TABLE.
           05  WS-BTM-ENTRY          OCCURS 200 TIMES.
               10  WS-BTM-TERM-ID    PIC X(04).
               10  WS-BTM-AUD-COUNT  PIC 9(07).
               10  WS-BTM-RCP-COUNT  PIC 9(07).
               10  WS-BTM-FIRST-DATE PIC 9(06).
               10  WS-BTM-LAST-DATE  PIC 9(06).

      *    ONE SLOT PER ITMMST ZONE THAT NO TRMMST TERMINAL CARRIES.
       01  WS-BAD-ZONE-TABLE.
           05  WS-BZN-ENTRY          OCCURS 100 TIMES.
               10  WS-BZN-ZONE       PIC X(02).
               10  WS-BZN-COUNT      PIC 9(07).
               10  WS-BZN-FIRST-ITEM PIC X(08).

       01  WS-HEADING-1.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(45)
               VALUE 'HELO WEEKLY CROSS-FILE INTEGRITY AUDIT FOR'.
           05  HD-AUDIT-DATE         PIC 9(06).
           05  FILLER                PIC X(81)   VALUE SPACE.

       01  WS-SECTION-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  SL-TEXT               PIC X(60).
           05  FILLER                PIC X(72)   VALUE SPACE.

       01  WS-OPER-HEADING.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(06)   VALUE 'OPER'.
           05  FILLER                PIC X(10)   VALUE '   RECORDS'.
           05  FILLER                PIC X(12)   VALUE '  FIRST DATE'.
           05  FILLER                PIC X(11)   VALUE '  LAST DATE'.
           05  FILLER                PIC X(93)   VALUE SPACE.

       01  WS-OPER-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  OL-OPERID             PIC X(03).
           05  FILLER                PIC X(05)   VALUE SPACE.
           05  OL-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                PIC X(06)   VALUE SPACE.
           05  OL-FIRST-DATE         PIC 9(06).
           05  FILLER                PIC X(05)   VALUE SPACE.
           05  OL-LAST-DATE          PIC 9(06).
           05  FILLER                PIC X(94)   VALUE SPACE.

       01  WS-RCP-HEADING.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(09)   VALUE 'RECEIVED'.
           05  FILLER                PIC X(08)   VALUE 'TIME'.
           05  FILLER                PIC X(06)   VALUE 'TERM'.
           05  FILLER                PIC X(06)   VALUE 'OPER'.
           05  FILLER                PIC X(10)   VALUE 'PO NUMBER'.
           05  FILLER                PIC X(10)   VALUE 'ITEM'.
           05  FILLER                PIC X(08)   VALUE '    QTY'.
           05  FILLER                PIC X(75)   VALUE SPACE.

       01  WS-RCP-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  RL-RCP-DATE           PIC 9(06).
           05  FILLER                PIC X(03)   VALUE SPACE.
           05  RL-RCP-TIME           PIC 9(06).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  RL-TERM-ID            PIC X(04).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  RL-OPERID             PIC X(03).
           05  FILLER                PIC X(03)   VALUE SPACE.
           05  RL-PO-NO              PIC X(08).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  RL-ITEM-NO            PIC X(08).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  RL-QTY                PIC ZZ,ZZ9.
           05  FILLER                PIC X(77)   VALUE SPACE.

       01  WS-TERM-HEADING.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(06)   VALUE 'TERM'.
           05  FILLER                PIC X(10)   VALUE '   HAUDLOG'.
           05  FILLER                PIC X(10)   VALUE '    RCPLOG'.
           05  FILLER                PIC X(12)   VALUE '  FIRST SEEN'.
           05  FILLER                PIC X(11)   VALUE '  LAST SEEN'.
           05  FILLER                PIC X(83)   VALUE SPACE.

       01  WS-TERM-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  TL-TERM-ID            PIC X(04).
           05  FILLER                PIC X(03)   VALUE SPACE.
           05  TL-AUD-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                PIC X(03)   VALUE SPACE.
           05  TL-RCP-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                PIC X(06)   VALUE SPACE.
           05  TL-FIRST-DATE         PIC 9(06).
           05  FILLER                PIC X(05)   VALUE SPACE.
           05  TL-LAST-DATE          PIC 9(06).
           05  FILLER                PIC X(85)   VALUE SPACE.

       01  WS-ZONE-HEADING.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(06)   VALUE 'ZONE'.
           05  FILLER                PIC X(10)   VALUE '     ITEMS'.
           05  FILLER                PIC X(12)   VALUE '  FIRST ITEM'.
           05  FILLER                PIC X(104)  VALUE SPACE.

       01  WS-ZONE-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  ZL-ZONE               PIC X(02).
           05  FILLER                PIC X(07)   VALUE SPACE.
           05  ZL-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  ZL-FIRST-ITEM         PIC X(08).
           05  FILLER                PIC X(106)  VALUE SPACE.

       01  WS-SUMMARY-HEADING.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(44)   VALUE 'CHECK'.
           05  FILLER                PIC X(08)   VALUE '    KEYS'.
           05  FILLER                PIC X(12)   VALUE '     RECORDS'.
           05  FILLER                PIC X(68)   VALUE SPACE.

       01  WS-SUMMARY-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  SM-LABEL              PIC X(44).
           05  SM-KEYS               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  SM-RECS               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(68)   VALUE SPACE.

       01  WS-COUNT-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  CL-LABEL              PIC X(25).
           05  CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(96)   VALUE SPACE.

       01  WS-PARM-ERROR-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(60)
               VALUE 'RIAUPARM CARD MISSING OR NOT YYMMDD - JOB FAILED'.
           05  FILLER                PIC X(72)   VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF WS-PARM-OK
               PERFORM 2000-AUDIT-TIMEAT THRU 2000-EXIT
               SET WS-SCH-PAST-PASS TO TRUE
               PERFORM 2200-AUDIT-SCHMST THRU 2200-EXIT
               SET WS-SCH-FUTURE-PASS TO TRUE
               PERFORM 2200-AUDIT-SCHMST THRU 2200-EXIT
               PERFORM 2400-AUDIT-TAADJ THRU 2400-EXIT
               PERFORM 2600-AUDIT-RCPLOG THRU 2600-EXIT
               PERFORM 2800-AUDIT-HAUDLOG THRU 2800-EXIT
               PERFORM 3000-PRINT-TERMINALS THRU 3000-EXIT
               PERFORM 3200-AUDIT-ZONES THRU 3200-EXIT
               PERFORM 3900-PRINT-TOTALS THRU 3900-EXIT
               IF WS-EXCEPTION-TOTAL > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 4000-TERMINATE THRU 4000-EXIT.

           GOBACK.

      ******************************************************************
      *    1000-INITIALIZE -- OPEN FILES, VALIDATE THE PARM CARD       *
      *    (AUDIT DATE IN COLUMNS 1-6), PRINT THE HEADING, LOAD THE    *
      *    TRMMST TERMINALS AND ZONES INTO THE TABLE.                  *
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT  HELO-PARM-FILE
                       HELO-OPMSTR-FILE
                       HELO-TRMMST-FILE
                       HELO-ITMMST-FILE
                       HELO-TIMEAT-FILE
                       HELO-SCHMST-FILE
                       HELO-TAADJ-FILE
                       HELO-RCPLOG-FILE
                       HELO-HAUDLOG-FILE
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
               GO TO 1000-EXIT
           END-IF

           MOVE HELO-PARM-DATE TO WS-AUDIT-DATE
           MOVE WS-AUDIT-DATE TO HD-AUDIT-DATE
           WRITE HELO-REPORT-LINE FROM WS-HEADING-1.

           MOVE 'N' TO WS-EOF-SWITCH
           READ HELO-TRMMST-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ

           PERFORM 1100-LOAD-TERMINAL THRU 1100-EXIT
               UNTIL WS-END-OF-FILE.

       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1100-LOAD-TERMINAL -- ONE TRMMST RECORD INTO THE NEXT FREE  *
      *    SLOT.  A FULL TABLE COUNTS THE TERMINAL AS NOT LOADED.      *
      ******************************************************************
       1100-LOAD-TERMINAL.

           ADD 1 TO WS-TRMMST-READ

           IF WS-TRM-USED NOT < 500
               ADD 1 TO WS-TRM-LOST-COUNT
           ELSE
               ADD 1 TO WS-TRM-USED
               MOVE HELO-TRM-TERM-ID TO WS-TRM-ID (WS-TRM-USED)
               MOVE HELO-TRM-ZONE    TO WS-TRM-ZONE (WS-TRM-USED)
           END-IF

           READ HELO-TRMMST-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1100-EXIT.
           EXIT.

      ******************************************************************
      *    2000-AUDIT-TIMEAT -- LISTS THE OPERATORS WITH TIME RECORDS  *
      *    BUT NO OPMSTR RECORD.                                       *
      ******************************************************************
       2000-AUDIT-TIMEAT.

           MOVE 'TIME RECORDS (TIMEAT) FOR OPERATORS NOT ON OPMSTR'
               TO SL-TEXT
           PERFORM 5000-START-OPER-SECTION THRU 5000-EXIT.

           MOVE 'N' TO WS-EOF-SWITCH
           READ HELO-TIMEAT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ

           PERFORM 2100-CHECK-TIMEAT THRU 2100-EXIT
               UNTIL WS-END-OF-FILE.

           PERFORM 5300-END-OPER-SECTION THRU 5300-EXIT.
           MOVE WS-SEC-KEYS TO WS-TA-BAD-OPERS
           MOVE WS-SEC-RECS TO WS-TA-BAD-RECS.

       2000-EXIT.
           EXIT.

      ******************************************************************
      *    2100-CHECK-TIMEAT -- ONE TIME RECORD.                       *
      ******************************************************************
       2100-CHECK-TIMEAT.

           ADD 1 TO WS-TIMEAT-READ
           MOVE HELO-TA-OPERID TO WS-CHK-OPERID
           MOVE HELO-TA-DATE   TO WS-CHK-DATE
           PERFORM 5100-CHECK-OPERATOR THRU 5100-EXIT

           READ HELO-TIMEAT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2100-EXIT.
           EXIT.

      ******************************************************************
      *    2200-AUDIT-SCHMST -- ONE PASS OF THE SCHEDULE FILE.  THE    *
      *    PAST PASS LISTS SCHEDULES ON OR BEFORE THE AUDIT DATE FOR   *
      *    OPERATORS NOT ON OPMSTR; THE FUTURE PASS REOPENS THE FILE   *
      *    AND LISTS THE SCHEDULES AFTER THE AUDIT DATE, WHICH ARE     *
      *    SHIFTS STILL PLANNED FOR OPERATORS HR HAS TERMINATED.       *
      ******************************************************************
       2200-AUDIT-SCHMST.

           IF WS-SCH-PAST-PASS
               MOVE 'SCHEDULES (SCHMST) FOR OPERATORS NOT ON OPMSTR'
                   TO SL-TEXT
           ELSE
               CLOSE HELO-SCHMST-FILE
               OPEN INPUT HELO-SCHMST-FILE
               MOVE 'FUTURE SCHEDULES (SCHMST) FOR TERMINATED OPERATORS'
                   TO SL-TEXT
           END-IF
           PERFORM 5000-START-OPER-SECTION THRU 5000-EXIT.

           MOVE 'N' TO WS-EOF-SWITCH
           READ HELO-SCHMST-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ

           PERFORM 2210-CHECK-SCHMST THRU 2210-EXIT
               UNTIL WS-END-OF-FILE.

           PERFORM 5300-END-OPER-SECTION THRU 5300-EXIT.
           IF WS-SCH-PAST-PASS
               MOVE WS-SEC-KEYS TO WS-SCH-BAD-OPERS
               MOVE WS-SEC-RECS TO WS-SCH-BAD-RECS
           ELSE
               MOVE WS-SEC-KEYS TO WS-FUT-BAD-OPERS
               MOVE WS-SEC-RECS TO WS-FUT-BAD-RECS
           END-IF.

       2200-EXIT.
           EXIT.

      ******************************************************************
      *    2210-CHECK-SCHMST -- ONE SCHEDULE RECORD, CHECKED WHEN ITS  *
      *    DATE FALLS IN THE PASS BEING RUN.  THE ZZZ PRIMING DUMMY    *
      *    IS PASSED OVER.  RECORDS ARE COUNTED ON THE PAST PASS ONLY. *
      ******************************************************************
       2210-CHECK-SCHMST.

           IF HELO-SCH-OPERID NOT = 'ZZZ'
               PERFORM 2220-SELECT-SCHEDULE THRU 2220-EXIT
           END-IF

           READ HELO-SCHMST-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2210-EXIT.
           EXIT.

      ******************************************************************
      *    2220-SELECT-SCHEDULE -- CHECKS THE SCHEDULE WHEN ITS DATE   *
      *    FALLS IN THE PASS BEING RUN.                                *
      ******************************************************************
       2220-SELECT-SCHEDULE.

           IF WS-SCH-PAST-PASS
               ADD 1 TO WS-SCHMST-READ
           END-IF

           MOVE HELO-SCH-OPERID TO WS-CHK-OPERID
           MOVE HELO-SCH-DATE   TO WS-CHK-DATE

           IF WS-SCH-PAST-PASS AND HELO-SCH-DATE NOT > WS-AUDIT-DATE
               PERFORM 5100-CHECK-OPERATOR THRU 5100-EXIT
           END-IF

           IF WS-SCH-FUTURE-PASS AND HELO-SCH-DATE > WS-AUDIT-DATE
               PERFORM 5100-CHECK-OPERATOR THRU 5100-EXIT
           END-IF.

       2220-EXIT.
           EXIT.

      ******************************************************************
      *    2400-AUDIT-TAADJ -- LISTS THE OPERATORS WITH PUNCH          *
      *    ADJUSTMENTS BUT NO OPMSTR RECORD.  THE DATES SHOWN ARE THE  *
      *    PUNCH DATES THE ADJUSTMENTS WERE MADE AGAINST.              *
      ******************************************************************
       2400-AUDIT-TAADJ.

           MOVE 'PUNCH ADJUSTMENTS (TAADJ) FOR OPERATORS NOT ON OPMSTR'
               TO SL-TEXT
           PERFORM 5000-START-OPER-SECTION THRU 5000-EXIT.

           MOVE 'N' TO WS-EOF-SWITCH
           READ HELO-TAADJ-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ

           PERFORM 2410-CHECK-TAADJ THRU 2410-EXIT
               UNTIL WS-END-OF-FILE.

           PERFORM 5300-END-OPER-SECTION THRU 5300-EXIT.
           MOVE WS-SEC-KEYS TO WS-ADJ-BAD-OPERS
           MOVE WS-SEC-RECS TO WS-ADJ-BAD-RECS.

       2400-EXIT.
           EXIT.

      ******************************************************************
      *    2410-CHECK-TAADJ -- ONE ADJUSTMENT RECORD.  THE ZZZ         *
      *    PRIMING DUMMY IS PASSED OVER.                               *
      ******************************************************************
       2410-CHECK-TAADJ.

           IF HELO-ADJ-OPERID NOT = 'ZZZ'
               ADD 1 TO WS-TAADJ-READ
               MOVE HELO-ADJ-OPERID  TO WS-CHK-OPERID
               MOVE HELO-ADJ-TA-DATE TO WS-CHK-DATE
               PERFORM 5100-CHECK-OPERATOR THRU 5100-EXIT
           END-IF

           READ HELO-TAADJ-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2410-EXIT.
           EXIT.

      ******************************************************************
      *    2600-AUDIT-RCPLOG -- LISTS EVERY RECEIPT WHOSE ITEM IS NOT  *
      *    ON ITMMST, AND TABLES THE RECEIVING TERMINALS NOT ON        *
      *    TRMMST FOR 3000-PRINT-TERMINALS.                            *
      ******************************************************************
       2600-AUDIT-RCPLOG.

           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.
           MOVE 'RECEIPTS (RCPLOG) FOR ITEMS NOT ON ITMMST' TO SL-TEXT
           WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE HELO-REPORT-LINE FROM WS-RCP-HEADING.

           MOVE 'N' TO WS-EOF-SWITCH
           READ HELO-RCPLOG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ

           PERFORM 2610-CHECK-RECEIPT THRU 2610-EXIT
               UNTIL WS-END-OF-FILE.

           IF WS-RCP-BAD-COUNT = ZERO
               MOVE '  NONE FOUND' TO SL-TEXT
               WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE
           END-IF.

       2600-EXIT.
           EXIT.

      ******************************************************************
      *    2610-CHECK-RECEIPT -- ONE RECEIPT.  THE 999999 PRIMING      *
      *    DUMMY IS PASSED OVER.                                       *
      ******************************************************************
       2610-CHECK-RECEIPT.

           IF HELO-RCP-DATE NOT = 999999
               ADD 1 TO WS-RCPLOG-READ
               MOVE HELO-RCP-TERM-ID TO WS-CHK-TERM-ID
               MOVE HELO-RCP-DATE    TO WS-CHK-DATE
               SET WS-CHK-FROM-RECEIPT TO TRUE
               PERFORM 5400-CHECK-TERMINAL THRU 5400-EXIT
               MOVE HELO-RCP-ITEM-NO TO HELO-ITM-ITEM-NO
               READ HELO-ITMMST-FILE
                   INVALID KEY
                       PERFORM 2620-PRINT-RECEIPT THRU 2620-EXIT
               END-READ
           END-IF

           READ HELO-RCPLOG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2610-EXIT.
           EXIT.

      ******************************************************************
      *    2620-PRINT-RECEIPT -- ONE RECEIPT FOR AN UNKNOWN ITEM.      *
      ******************************************************************
       2620-PRINT-RECEIPT.

           ADD 1 TO WS-RCP-BAD-COUNT

           MOVE HELO-RCP-DATE    TO RL-RCP-DATE
           MOVE HELO-RCP-TIME    TO RL-RCP-TIME
           MOVE HELO-RCP-TERM-ID TO RL-TERM-ID
           MOVE HELO-RCP-OPERID  TO RL-OPERID
           MOVE HELO-RCP-PO-NO   TO RL-PO-NO
           MOVE HELO-RCP-ITEM-NO TO RL-ITEM-NO
           MOVE HELO-RCP-QTY     TO RL-QTY

           WRITE HELO-REPORT-LINE FROM WS-RCP-LINE.

       2620-EXIT.
           EXIT.

      ******************************************************************
      *    2800-AUDIT-HAUDLOG -- TABLES THE TERMINALS IN THE AUDIT LOG *
      *    THAT ARE NOT ON TRMMST.  NOTHING IS PRINTED FROM THIS PASS. *
      ******************************************************************
       2800-AUDIT-HAUDLOG.

           MOVE 'N' TO WS-EOF-SWITCH
           READ HELO-HAUDLOG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ

           PERFORM 2810-CHECK-AUDIT THRU 2810-EXIT
               UNTIL WS-END-OF-FILE.

       2800-EXIT.
           EXIT.

      ******************************************************************
      *    2810-CHECK-AUDIT -- ONE AUDIT LOG RECORD.  THE 999999       *
      *    PRIMING DUMMY IS PASSED OVER.                               *
      ******************************************************************
       2810-CHECK-AUDIT.

           IF HELO-AUL-DATE NOT = 999999
               ADD 1 TO WS-HAUDLOG-READ
               MOVE HELO-AUL-TERM-ID TO WS-CHK-TERM-ID
               MOVE HELO-AUL-DATE    TO WS-CHK-DATE
               SET WS-CHK-FROM-AUDIT TO TRUE
               PERFORM 5400-CHECK-TERMINAL THRU 5400-EXIT
           END-IF

           READ HELO-HAUDLOG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2810-EXIT.
           EXIT.

      ******************************************************************
      *    3000-PRINT-TERMINALS -- ONE LINE PER UNKNOWN TERMINAL, IN   *
      *    THE ORDER FIRST SEEN, WITH ITS HAUDLOG AND RCPLOG RECORD    *
      *    COUNTS AND THE FIRST AND LAST DATE IT WAS USED.             *
      ******************************************************************
       3000-PRINT-TERMINALS.

           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.
           MOVE 'TERMINALS WITH HAUDLOG/RCPLOG ACTIVITY NOT ON TRMMST'
               TO SL-TEXT
           WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE HELO-REPORT-LINE FROM WS-TERM-HEADING.

           IF WS-BTM-USED = ZERO
               MOVE '  NONE FOUND' TO SL-TEXT
               WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE
               GO TO 3000-EXIT
           END-IF

           PERFORM 3010-PRINT-TERM-LINE THRU 3010-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-BTM-USED.

           IF WS-BTM-LOST-COUNT > ZERO
               MOVE 'RECORDS NOT LISTED-FULL' TO CL-LABEL
               MOVE WS-BTM-LOST-COUNT         TO CL-COUNT
               WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE
               ADD WS-BTM-LOST-COUNT TO WS-BTM-RECS
           END-IF.

       3000-EXIT.
           EXIT.

      ******************************************************************
      *    3010-PRINT-TERM-LINE -- ONE UNKNOWN TERMINAL.  WS-SUB IS    *
      *    SET BY THE VARYING CLAUSE ON THE PERFORM IN                 *
      *    3000-PRINT-TERMINALS.                                       *
      ******************************************************************
       3010-PRINT-TERM-LINE.

           MOVE WS-BTM-TERM-ID (WS-SUB)    TO TL-TERM-ID
           MOVE WS-BTM-AUD-COUNT (WS-SUB)  TO TL-AUD-COUNT
           MOVE WS-BTM-RCP-COUNT (WS-SUB)  TO TL-RCP-COUNT
           MOVE WS-BTM-FIRST-DATE (WS-SUB) TO TL-FIRST-DATE
           MOVE WS-BTM-LAST-DATE (WS-SUB)  TO TL-LAST-DATE
           WRITE HELO-REPORT-LINE FROM WS-TERM-LINE.

           ADD WS-BTM-AUD-COUNT (WS-SUB) WS-BTM-RCP-COUNT (WS-SUB)
               TO WS-BTM-RECS.

       3010-EXIT.
           EXIT.

      ******************************************************************
      *    3200-AUDIT-ZONES -- WALKS ITMMST FROM THE TOP AND TABLES    *
      *    EVERY ITEM ZONE THAT NO TRMMST TERMINAL CARRIES, THEN       *
      *    PRINTS ONE LINE PER ZONE WITH ITS ITEM COUNT AND THE FIRST  *
      *    ITEM FOUND IN IT.                                           *
      ******************************************************************
       3200-AUDIT-ZONES.

           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.
           MOVE 'ITEM ZONES (ITMMST) NOT USED BY ANY TRMMST TERMINAL'
               TO SL-TEXT
           WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE HELO-REPORT-LINE FROM WS-ZONE-HEADING.

           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO HELO-ITM-ITEM-NO
           START HELO-ITMMST-FILE
               KEY NOT < HELO-ITM-ITEM-NO
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START

           IF NOT WS-END-OF-FILE
               READ HELO-ITMMST-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
               END-READ
           END-IF

           PERFORM 3210-CHECK-ITEM-ZONE THRU 3210-EXIT
               UNTIL WS-END-OF-FILE.

           IF WS-BZN-USED = ZERO
               MOVE '  NONE FOUND' TO SL-TEXT
               WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE
               GO TO 3200-EXIT
           END-IF

           PERFORM 3230-PRINT-ZONE-LINE THRU 3230-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-BZN-USED.

           IF WS-BZN-LOST-COUNT > ZERO
               MOVE 'ITEMS NOT LISTED-FULL' TO CL-LABEL
               MOVE WS-BZN-LOST-COUNT       TO CL-COUNT
               WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE
               ADD WS-BZN-LOST-COUNT TO WS-BZN-ITEMS
           END-IF.

       3200-EXIT.
           EXIT.

      ******************************************************************
      *    3210-CHECK-ITEM-ZONE -- ONE ITEM.  ITS ZONE IS LOOKED FOR   *
      *    AMONG THE TRMMST TERMINALS; A ZONE NOT FOUND IS TABLED.     *
      ******************************************************************
       3210-CHECK-ITEM-ZONE.

           ADD 1 TO WS-ITMMST-READ

           MOVE 'N' TO WS-FOUND-SW
           PERFORM 3220-FIND-TERM-ZONE THRU 3220-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-TRM-USED OR WS-FOUND.

           IF NOT WS-FOUND
               PERFORM 3240-TABLE-BAD-ZONE THRU 3240-EXIT
           END-IF

           READ HELO-ITMMST-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       3210-EXIT.
           EXIT.

      ******************************************************************
      *    3220-FIND-TERM-ZONE -- TESTS ONE TERMINAL SLOT.  WS-SUB IS  *
      *    SET BY THE VARYING CLAUSE ON THE PERFORM IN                 *
      *    3210-CHECK-ITEM-ZONE.                                       *
      ******************************************************************
       3220-FIND-TERM-ZONE.

           IF WS-TRM-ZONE (WS-SUB) = HELO-ITM-ZONE
               SET WS-FOUND TO TRUE
           END-IF.

       3220-EXIT.
           EXIT.

      ******************************************************************
      *    3230-PRINT-ZONE-LINE -- ONE UNUSED ZONE.  WS-SUB IS SET BY  *
      *    THE VARYING CLAUSE ON THE PERFORM IN 3200-AUDIT-ZONES.      *
      ******************************************************************
       3230-PRINT-ZONE-LINE.

           MOVE WS-BZN-ZONE (WS-SUB)       TO ZL-ZONE
           MOVE WS-BZN-COUNT (WS-SUB)      TO ZL-COUNT
           MOVE WS-BZN-FIRST-ITEM (WS-SUB) TO ZL-FIRST-ITEM
           WRITE HELO-REPORT-LINE FROM WS-ZONE-LINE.

           ADD WS-BZN-COUNT (WS-SUB) TO WS-BZN-ITEMS.

       3230-EXIT.
           EXIT.

      ******************************************************************
      *    3240-TABLE-BAD-ZONE -- ADDS THE ITEM TO ITS ZONE'S SLOT,    *
      *    OPENING A SLOT FOR A ZONE NOT YET TABLED.  A FULL TABLE     *
      *    COUNTS THE ITEM AS NOT LISTED.                              *
      ******************************************************************
       3240-TABLE-BAD-ZONE.

           MOVE ZERO TO WS-BZN-SUB
           PERFORM 3250-FIND-BAD-ZONE THRU 3250-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-BZN-USED OR WS-BZN-SUB > ZERO.

           IF WS-BZN-SUB = ZERO
               IF WS-BZN-USED NOT < 100
                   ADD 1 TO WS-BZN-LOST-COUNT
                   GO TO 3240-EXIT
               END-IF
               ADD 1 TO WS-BZN-USED
               MOVE WS-BZN-USED TO WS-BZN-SUB
               MOVE HELO-ITM-ZONE    TO WS-BZN-ZONE (WS-BZN-SUB)
               MOVE ZERO             TO WS-BZN-COUNT (WS-BZN-SUB)
               MOVE HELO-ITM-ITEM-NO TO WS-BZN-FIRST-ITEM (WS-BZN-SUB)
           END-IF

           ADD 1 TO WS-BZN-COUNT (WS-BZN-SUB).

       3240-EXIT.
           EXIT.

      ******************************************************************
      *    3250-FIND-BAD-ZONE -- TESTS ONE UNUSED-ZONE SLOT.  WS-SUB   *
      *    IS SET BY THE VARYING CLAUSE ON THE PERFORM IN              *
      *    3240-TABLE-BAD-ZONE.                                        *
      ******************************************************************
       3250-FIND-BAD-ZONE.

           IF WS-BZN-ZONE (WS-SUB) = HELO-ITM-ZONE
               MOVE WS-SUB TO WS-BZN-SUB
           END-IF.

       3250-EXIT.
           EXIT.

      ******************************************************************
      *    3900-PRINT-TOTALS -- RECORDS READ FROM EACH FILE, THEN THE  *
      *    OFFENDING KEYS AND RECORDS FOR EACH CHECK.                  *
      ******************************************************************
       3900-PRINT-TOTALS.

           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.

           MOVE 'TRMMST RECORDS READ'   TO CL-LABEL
           MOVE WS-TRMMST-READ          TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           IF WS-TRM-LOST-COUNT > ZERO
               MOVE '  NOT TABLED-FULL'     TO CL-LABEL
               MOVE WS-TRM-LOST-COUNT       TO CL-COUNT
               WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE
           END-IF

           MOVE 'TIMEAT RECORDS READ'   TO CL-LABEL
           MOVE WS-TIMEAT-READ          TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'SCHMST RECORDS READ'   TO CL-LABEL
           MOVE WS-SCHMST-READ          TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'TAADJ RECORDS READ'    TO CL-LABEL
           MOVE WS-TAADJ-READ           TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'RCPLOG RECORDS READ'   TO CL-LABEL
           MOVE WS-RCPLOG-READ          TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'HAUDLOG RECORDS READ'  TO CL-LABEL
           MOVE WS-HAUDLOG-READ         TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'ITMMST RECORDS READ'   TO CL-LABEL
           MOVE WS-ITMMST-READ          TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.
           WRITE HELO-REPORT-LINE FROM WS-SUMMARY-HEADING.

           MOVE 'TIMEAT - OPERATOR NOT ON OPMSTR' TO SM-LABEL
           MOVE WS-TA-BAD-OPERS TO SM-KEYS
           MOVE WS-TA-BAD-RECS  TO SM-RECS
           WRITE HELO-REPORT-LINE FROM WS-SUMMARY-LINE.

           MOVE 'SCHMST - OPERATOR NOT ON OPMSTR' TO SM-LABEL
           MOVE WS-SCH-BAD-OPERS TO SM-KEYS
           MOVE WS-SCH-BAD-RECS  TO SM-RECS
           WRITE HELO-REPORT-LINE FROM WS-SUMMARY-LINE.

           MOVE 'SCHMST - FUTURE SCHEDULE, OPER TERMINATED'
               TO SM-LABEL
           MOVE WS-FUT-BAD-OPERS TO SM-KEYS
           MOVE WS-FUT-BAD-RECS  TO SM-RECS
           WRITE HELO-REPORT-LINE FROM WS-SUMMARY-LINE.

           MOVE 'TAADJ - OPERATOR NOT ON OPMSTR' TO SM-LABEL
           MOVE WS-ADJ-BAD-OPERS TO SM-KEYS
           MOVE WS-ADJ-BAD-RECS  TO SM-RECS
           WRITE HELO-REPORT-LINE FROM WS-SUMMARY-LINE.

           MOVE 'RCPLOG - ITEM NOT ON ITMMST' TO SM-LABEL
           MOVE WS-RCP-BAD-COUNT TO SM-KEYS
           MOVE WS-RCP-BAD-COUNT TO SM-RECS
           WRITE HELO-REPORT-LINE FROM WS-SUMMARY-LINE.

           MOVE 'HAUDLOG/RCPLOG - TERMINAL NOT ON TRMMST' TO SM-LABEL
           MOVE WS-BTM-USED      TO SM-KEYS
           MOVE WS-BTM-RECS      TO SM-RECS
           WRITE HELO-REPORT-LINE FROM WS-SUMMARY-LINE.

           MOVE 'ITMMST - ZONE NOT USED BY A TRMMST TERMINAL'
               TO SM-LABEL
           MOVE WS-BZN-USED      TO SM-KEYS
           MOVE WS-BZN-ITEMS     TO SM-RECS
           WRITE HELO-REPORT-LINE FROM WS-SUMMARY-LINE.

           ADD WS-TA-BAD-OPERS WS-SCH-BAD-OPERS WS-FUT-BAD-OPERS
               WS-ADJ-BAD-OPERS WS-RCP-BAD-COUNT WS-BTM-USED
               WS-BZN-USED WS-BTM-LOST-COUNT WS-BZN-LOST-COUNT
               TO WS-EXCEPTION-TOTAL.

       3900-EXIT.
           EXIT.

      ******************************************************************
      *    4000-TERMINATE -- CLOSE FILES AND END THE RUN.               *
      ******************************************************************
       4000-TERMINATE.

           CLOSE HELO-PARM-FILE
                 HELO-OPMSTR-FILE
                 HELO-TRMMST-FILE
                 HELO-ITMMST-FILE
                 HELO-TIMEAT-FILE
                 HELO-SCHMST-FILE
                 HELO-TAADJ-FILE
                 HELO-RCPLOG-FILE
                 HELO-HAUDLOG-FILE
                 HELO-REPORT-FILE.

       4000-EXIT.
           EXIT.

      ******************************************************************
      *    5000-START-OPER-SECTION -- PRINTS THE SECTION TITLE ALREADY *
      *    IN SL-TEXT AND THE OPERATOR HEADING, AND CLEARS THE GROUP   *
      *    AND SECTION COUNTS.                                         *
      ******************************************************************
       5000-START-OPER-SECTION.

           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.
           WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE HELO-REPORT-LINE FROM WS-OPER-HEADING.

           MOVE LOW-VALUES TO WS-GRP-OPERID
           MOVE 'Y'  TO WS-GRP-ON-FILE-SW
           MOVE ZERO TO WS-GRP-COUNT
                        WS-SEC-KEYS
                        WS-SEC-RECS.

       5000-EXIT.
           EXIT.

      ******************************************************************
      *    5100-CHECK-OPERATOR -- ONE RECORD FOR WS-CHK-OPERID DATED   *
      *    WS-CHK-DATE.  A NEW OPERATOR CLOSES OUT THE ONE BEFORE IT   *
      *    AND IS LOOKED UP ON OPMSTR; WHILE THE OPERATOR IS NOT ON    *
      *    FILE ITS RECORDS ARE COUNTED AND ITS DATES KEPT.            *
      ******************************************************************
       5100-CHECK-OPERATOR.

           IF WS-CHK-OPERID NOT = WS-GRP-OPERID
               PERFORM 5200-END-OPER-GROUP THRU 5200-EXIT
               MOVE WS-CHK-OPERID TO WS-GRP-OPERID
               MOVE WS-CHK-OPERID TO HELO-OPMR-OPERID
               READ HELO-OPMSTR-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-GRP-ON-FILE-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-GRP-ON-FILE-SW
               END-READ
           END-IF

           IF WS-GRP-ON-FILE
               GO TO 5100-EXIT
           END-IF

           ADD 1 TO WS-GRP-COUNT
           IF WS-GRP-COUNT = 1
               MOVE WS-CHK-DATE TO WS-GRP-FIRST-DATE
           END-IF
           MOVE WS-CHK-DATE TO WS-GRP-LAST-DATE.

       5100-EXIT.
           EXIT.

      ******************************************************************
      *    5200-END-OPER-GROUP -- PRINTS THE OPERATOR JUST FINISHED    *
      *    WHEN IT HAD RECORDS BUT NO OPMSTR RECORD.                   *
      ******************************************************************
       5200-END-OPER-GROUP.

           IF WS-GRP-COUNT = ZERO
               GO TO 5200-EXIT
           END-IF

           MOVE WS-GRP-OPERID     TO OL-OPERID
           MOVE WS-GRP-COUNT      TO OL-COUNT
           MOVE WS-GRP-FIRST-DATE TO OL-FIRST-DATE
           MOVE WS-GRP-LAST-DATE  TO OL-LAST-DATE
           WRITE HELO-REPORT-LINE FROM WS-OPER-LINE.

           ADD 1 TO WS-SEC-KEYS
           ADD WS-GRP-COUNT TO WS-SEC-RECS
           MOVE ZERO TO WS-GRP-COUNT.

       5200-EXIT.
           EXIT.

      ******************************************************************
      *    5300-END-OPER-SECTION -- CLOSES OUT THE LAST OPERATOR AND   *
      *    SAYS SO WHEN THE SECTION LISTED NOTHING.                    *
      ******************************************************************
       5300-END-OPER-SECTION.

           PERFORM 5200-END-OPER-GROUP THRU 5200-EXIT.

           IF WS-SEC-KEYS = ZERO
               MOVE '  NONE FOUND' TO SL-TEXT
               WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE
           END-IF.

       5300-EXIT.
           EXIT.

      ******************************************************************
      *    5400-CHECK-TERMINAL -- LOOKS FOR WS-CHK-TERM-ID AMONG THE   *
      *    TRMMST TERMINALS.  ONE NOT FOUND IS COUNTED AGAINST ITS     *
      *    SLOT IN THE UNKNOWN-TERMINAL TABLE, BY THE FILE IT CAME     *
      *    FROM, AND ITS FIRST AND LAST DATES ARE KEPT.  A FULL TABLE  *
      *    COUNTS THE RECORD AS NOT LISTED.                            *
      ******************************************************************
       5400-CHECK-TERMINAL.

           MOVE 'N' TO WS-FOUND-SW
           PERFORM 5410-FIND-TERMINAL THRU 5410-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-TRM-USED OR WS-FOUND.

           IF WS-FOUND
               GO TO 5400-EXIT
           END-IF

           MOVE ZERO TO WS-BTM-SUB
           PERFORM 5420-FIND-BAD-TERM THRU 5420-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-BTM-USED OR WS-BTM-SUB > ZERO.

           IF WS-BTM-SUB = ZERO
               IF WS-BTM-USED NOT < 200
                   ADD 1 TO WS-BTM-LOST-COUNT
                   GO TO 5400-EXIT
               END-IF
               ADD 1 TO WS-BTM-USED
               MOVE WS-BTM-USED    TO WS-BTM-SUB
               MOVE WS-CHK-TERM-ID TO WS-BTM-TERM-ID (WS-BTM-SUB)
               MOVE ZERO           TO WS-BTM-AUD-COUNT (WS-BTM-SUB)
                                      WS-BTM-RCP-COUNT (WS-BTM-SUB)
               MOVE WS-CHK-DATE    TO WS-BTM-FIRST-DATE (WS-BTM-SUB)
                                      WS-BTM-LAST-DATE (WS-BTM-SUB)
           END-IF

           IF WS-CHK-FROM-AUDIT
               ADD 1 TO WS-BTM-AUD-COUNT (WS-BTM-SUB)
           ELSE
               ADD 1 TO WS-BTM-RCP-COUNT (WS-BTM-SUB)
           END-IF

           IF WS-CHK-DATE < WS-BTM-FIRST-DATE (WS-BTM-SUB)
               MOVE WS-CHK-DATE TO WS-BTM-FIRST-DATE (WS-BTM-SUB)
           END-IF

           IF WS-CHK-DATE > WS-BTM-LAST-DATE (WS-BTM-SUB)
               MOVE WS-CHK-DATE TO WS-BTM-LAST-DATE (WS-BTM-SUB)
           END-IF.

       5400-EXIT.
           EXIT.

      ******************************************************************
      *    5410-FIND-TERMINAL -- TESTS ONE TRMMST SLOT.  WS-SUB IS SET *
      *    BY THE VARYING CLAUSE ON THE PERFORM IN                     *
      *    5400-CHECK-TERMINAL.                                        *
      ******************************************************************
       5410-FIND-TERMINAL.

           IF WS-TRM-ID (WS-SUB) = WS-CHK-TERM-ID
               SET WS-FOUND TO TRUE
           END-IF.

       5410-EXIT.
           EXIT.

      ******************************************************************
      *    5420-FIND-BAD-TERM -- TESTS ONE UNKNOWN-TERMINAL SLOT.      *
      *    WS-SUB IS SET BY THE VARYING CLAUSE ON THE PERFORM IN       *
      *    5400-CHECK-TERMINAL.                                        *
      ******************************************************************
       5420-FIND-BAD-TERM.

           IF WS-BTM-TERM-ID (WS-SUB) = WS-CHK-TERM-ID
               MOVE WS-SUB TO WS-BTM-SUB
           END-IF.

       5420-EXIT.
           EXIT.
