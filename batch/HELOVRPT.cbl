       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELOVRPT.
       AUTHOR. D MARSH - ONLINE SYSTEMS.
       INSTALLATION. WAREHOUSE CICS REGION.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ------------------------------------------------------------*
      *    DATE     INIT  DESCRIPTION                                  *
      *    -------- ----  ---------------------------------------------*
      *    10/15/26  DM   ORIGINAL.  NIGHTLY CYCLE COUNT VARIANCE      *
      *                   REPORT FROM THE COUNT VARIANCE FILE (CNTVAR) *
      *                   THE WCYC PANEL WRITES ON THE FLOOR.  LISTS,  *
      *                   ZONE BY ZONE, EVERY COUNT TAKEN ON THE       *
      *                   REPORT DAY WHOSE VARIANCE FROM THE BOOK IS   *
      *                   OUTSIDE TOLERANCE, WITH THE BOOK AT COUNT    *
      *                   TIME, THE COUNT, THE VARIANCE, AND WHERE     *
      *                   THE COUNT STANDS WITH THE SUPERVISORS        *
      *                   (PENDING, APPROVED, REJECTED), AND CLOSES    *
      *                   EACH ZONE WITH ITS COUNTS AND NET UNIT       *
      *                   VARIANCE.  THE REPORT DATE AND THE           *
      *                   TOLERANCE (A PERCENT OF THE BOOK QUANTITY,   *
      *                   005 WHEN LEFT BLANK) COME FROM THE VRPTPARM  *
      *                   CARD.  A COUNT AGAINST A BOOK OF ZERO IS     *
      *                   OUTSIDE TOLERANCE WHENEVER IT IS NOT ZERO.   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELO-PARM-FILE     ASSIGN TO VRPTPARM
               ORGANIZATION IS SEQUENTIAL.

           SELECT HELO-CNTVAR-FILE   ASSIGN TO CNTVAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HELO-CNT-KEY
               FILE STATUS IS WS-CNTVAR-STATUS.

           SELECT HELO-REPORT-FILE   ASSIGN TO HELOVRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HELO-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HELO-PARM-RECORD.
           05  HELO-PARM-DATE        PIC X(06).
           05  FILLER                PIC X(01).
           05  HELO-PARM-TOL-PCT     PIC X(03).
           05  FILLER                PIC X(70).

       FD  HELO-CNTVAR-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY HELOCNT.

       FD  HELO-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HELO-REPORT-LINE          PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-CNTVAR-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-EOF-SWITCH             PIC X(01)   VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
       01  WS-PARM-OK-SW             PIC X(01)   VALUE 'Y'.
           88  WS-PARM-OK                 VALUE 'Y'.
       01  WS-OUTSIDE-SW             PIC X(01)   VALUE 'N'.
           88  WS-OUTSIDE-TOLERANCE       VALUE 'Y'.
       01  WS-REPORT-DATE            PIC 9(06)   VALUE ZERO.
       01  WS-TOL-PCT                PIC 9(03)   VALUE 5.
       01  WS-READ-COUNT             PIC 9(07)   VALUE ZERO.
       01  WS-DAY-COUNT              PIC 9(07)   VALUE ZERO.
       01  WS-MATCHED-COUNT          PIC 9(07)   VALUE ZERO.
       01  WS-WITHIN-COUNT           PIC 9(07)   VALUE ZERO.
       01  WS-OUTSIDE-COUNT          PIC 9(07)   VALUE ZERO.
       01  WS-PENDING-COUNT          PIC 9(07)   VALUE ZERO.
       01  WS-VARIANCE               PIC S9(08)  VALUE ZERO.
       01  WS-ABS-VARIANCE           PIC 9(08)   VALUE ZERO.
       01  WS-VAR-PCT                PIC 9(05)V9 VALUE ZERO.
       01  WS-SUB                    PIC 9(03)   VALUE ZERO.
       01  WS-ZONE-SUB               PIC 9(02)   VALUE ZERO.
       01  WS-SLOT-SUB               PIC 9(02)   VALUE ZERO.
       01  WS-SLOT-FOUND-SW          PIC X(01)   VALUE 'N'.
           88  WS-SLOT-FOUND              VALUE 'Y'.
       01  WS-EXCP-USED              PIC 9(03)   VALUE ZERO.
       01  WS-EXCP-LOST-COUNT        PIC 9(05)   VALUE ZERO.

      ******************************************************************
      *    ZONE TABLE -- ONE SLOT PER WAREHOUSE ZONE COUNTED ON THE    *
      *    REPORT DAY, IN THE ORDER FIRST SEEN.  SLOTS 1-19 HOLD THE   *
      *    FIRST 19 DISTINCT ZONES; SLOT 20 IS A NAMED "**" OVERFLOW   *
      *    BUCKET.                                                     *
      ******************************************************************
       01  WS-ZONE-TABLE.
           05  WS-ZONE-ENTRY         OCCURS 20 TIMES.
               10  WS-ZONE-ID        PIC X(02).
               10  WS-ZONE-COUNTS    PIC 9(07).
               10  WS-ZONE-OUTSIDE   PIC 9(07).
               10  WS-ZONE-NET-VAR   PIC S9(09).

      ******************************************************************
      *    EXCEPTION TABLE -- ONE SLOT PER COUNT OUTSIDE TOLERANCE,    *
      *    FILLED ON THE CNTVAR PASS AND PRINTED ZONE BY ZONE.  SLOT   *
      *    500 OVERFLOWING IS REPORTED, NOT SILENTLY LOST.             *
      ******************************************************************
       01  WS-EXCP-TABLE.
           05  WS-EXCP-ENTRY         OCCURS 500 TIMES.
               10  WS-EXCP-ZONE-SUB  PIC 9(02).
               10  WS-EXCP-ITEM-NO   PIC X(08).
               10  WS-EXCP-BIN-LOC   PIC X(06).
               10  WS-EXCP-TIME      PIC 9(06).
               10  WS-EXCP-OPERID    PIC X(03).
               10  WS-EXCP-BOOK      PIC 9(07).
               10  WS-EXCP-COUNTED   PIC 9(07).
               10  WS-EXCP-VARIANCE  PIC S9(08).
               10  WS-EXCP-PCT       PIC 9(05)V9.
               10  WS-EXCP-STATUS    PIC X(01).

       01  WS-HEADING-1.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(38)
               VALUE 'HELO CYCLE COUNT VARIANCE REPORT FOR'.
           05  HD-REPORT-DATE        PIC 9(06).
           05  FILLER                PIC X(16)
               VALUE '   TOLERANCE +/-'.
           05  HD-TOL-PCT            PIC ZZ9.
           05  FILLER                PIC X(01)   VALUE '%'.
           05  FILLER                PIC X(68)   VALUE SPACE.

       01  WS-ZONE-HEADING.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(05)   VALUE 'ZONE'.
           05  ZH-ZONE-ID            PIC X(02).
           05  FILLER                PIC X(125)  VALUE SPACE.

       01  WS-DETAIL-HEADING.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(10)   VALUE 'ITEM'.
           05  FILLER                PIC X(08)   VALUE 'BIN'.
           05  FILLER                PIC X(08)   VALUE 'TIME'.
           05  FILLER                PIC X(06)   VALUE 'OPER'.
           05  FILLER                PIC X(11)   VALUE '     BOOK'.
           05  FILLER                PIC X(11)   VALUE '  COUNTED'.
           05  FILLER                PIC X(12)   VALUE '   VARIANCE'.
           05  FILLER                PIC X(10)   VALUE '   PCT'.
           05  FILLER                PIC X(10)   VALUE 'STATUS'.
           05  FILLER                PIC X(46)   VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  DL-ITEM-NO            PIC X(08).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  DL-BIN-LOC            PIC X(06).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  DL-TIME               PIC 9(06).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  DL-OPERID             PIC X(03).
           05  FILLER                PIC X(03)   VALUE SPACE.
           05  DL-BOOK               PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  DL-COUNTED            PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  DL-VARIANCE           PIC Z,ZZZ,ZZ9-.
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  DL-PCT                PIC ZZZZ9.9.
           05  FILLER                PIC X(03)   VALUE SPACE.
           05  DL-STATUS             PIC X(08).
           05  FILLER                PIC X(48)   VALUE SPACE.

       01  WS-ZONE-COUNT-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(14)   VALUE 'COUNTS TAKEN'.
           05  ZC-COUNTS             PIC ZZZ,ZZ9.
           05  FILLER                PIC X(21)
               VALUE '   OUTSIDE TOLERANCE'.
           05  ZC-OUTSIDE            PIC ZZZ,ZZ9.
           05  FILLER                PIC X(20)
               VALUE '   NET UNIT VARIANCE'.
           05  ZC-NET-VAR            PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                PIC X(51)   VALUE SPACE.

       01  WS-COUNT-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  CL-LABEL              PIC X(25).
           05  CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(96)   VALUE SPACE.

       01  WS-PARM-ERROR-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(60)
               VALUE 'VRPTPARM CARD MISSING OR NOT A YYMMDD DATE - JOB F
      -        'AILED'.
           05  FILLER                PIC X(72)   VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF WS-PARM-OK
               PERFORM 2000-PROCESS-COUNT THRU 2000-EXIT
                   UNTIL WS-END-OF-FILE
               PERFORM 3000-PRINT-REPORT THRU 3000-EXIT
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 4000-TERMINATE THRU 4000-EXIT.

           GOBACK.

      ******************************************************************
      *    1000-INITIALIZE -- OPEN FILES, VALIDATE THE PARM CARD       *
      *    (REPORT DATE REQUIRED, TOLERANCE OPTIONAL), CLEAR THE       *
      *    TABLES, PRIME THE FIRST CNTVAR READ.                        *
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT  HELO-PARM-FILE
                       HELO-CNTVAR-FILE
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

           MOVE HELO-PARM-DATE TO WS-REPORT-DATE

           IF HELO-PARM-TOL-PCT NUMERIC
               MOVE HELO-PARM-TOL-PCT TO WS-TOL-PCT
           END-IF

           PERFORM 1100-CLEAR-ZONE-SLOT THRU 1100-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 20.

           READ HELO-CNTVAR-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1100-CLEAR-ZONE-SLOT -- BLANKS ONE SLOT OF THE ZONE TABLE.  *
      *    WS-SUB IS SET BY THE VARYING CLAUSE ON THE PERFORM IN       *
      *    1000-INITIALIZE.                                            *
      ******************************************************************
       1100-CLEAR-ZONE-SLOT.

           MOVE SPACE TO WS-ZONE-ID (WS-SUB)
           MOVE ZERO  TO WS-ZONE-COUNTS (WS-SUB)
           MOVE ZERO  TO WS-ZONE-OUTSIDE (WS-SUB)
           MOVE ZERO  TO WS-ZONE-NET-VAR (WS-SUB).

       1100-EXIT.
           EXIT.

      ******************************************************************
      *    2000-PROCESS-COUNT -- ONE CNTVAR RECORD.  ONLY COUNTS       *
      *    TAKEN ON THE REPORT DAY ARE LOOKED AT; EVERYTHING ELSE      *
      *    (OTHER DAYS, THE ZZZZZZZZ PRIMING DUMMY) IS PASSED OVER.    *
      *    THE FILE IS KEYED BY ITEM, SO THE WHOLE FILE IS READ.       *
      ******************************************************************
       2000-PROCESS-COUNT.

           ADD 1 TO WS-READ-COUNT

           IF HELO-CNT-DATE = WS-REPORT-DATE
                   AND HELO-CNT-ITEM-NO NOT = 'ZZZZZZZZ'
               ADD 1 TO WS-DAY-COUNT
               IF HELO-CNT-PENDING
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
               PERFORM 2100-CHECK-TOLERANCE THRU 2100-EXIT
               PERFORM 2300-ACCUM-ZONE THRU 2300-EXIT
               IF WS-OUTSIDE-TOLERANCE
                   PERFORM 2600-ACCUM-EXCEPTION THRU 2600-EXIT
               END-IF
           END-IF

           READ HELO-CNTVAR-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2000-EXIT.
           EXIT.

      ******************************************************************
      *    2100-CHECK-TOLERANCE -- THE VARIANCE (COUNTED LESS BOOK)    *
      *    AND ITS SIZE AS A PERCENT OF THE BOOK QUANTITY.  A COUNT    *
      *    EQUAL TO THE BOOK IS MATCHED; ONE WITHIN THE PERCENT IS     *
      *    WITHIN TOLERANCE; ANYTHING ELSE, AND ANY VARIANCE AGAINST   *
      *    A BOOK OF ZERO, IS OUTSIDE.                                 *
      ******************************************************************
       2100-CHECK-TOLERANCE.

           MOVE 'N' TO WS-OUTSIDE-SW
           MOVE ZERO TO WS-VAR-PCT

           COMPUTE WS-VARIANCE =
               HELO-CNT-QTY-COUNTED - HELO-CNT-QTY-ONHAND

           IF WS-VARIANCE = ZERO
               ADD 1 TO WS-MATCHED-COUNT
               GO TO 2100-EXIT
           END-IF

           IF WS-VARIANCE < ZERO
               COMPUTE WS-ABS-VARIANCE = WS-VARIANCE * -1
           ELSE
               MOVE WS-VARIANCE TO WS-ABS-VARIANCE
           END-IF

           IF HELO-CNT-QTY-ONHAND = ZERO
               MOVE 99999.9 TO WS-VAR-PCT
               SET WS-OUTSIDE-TOLERANCE TO TRUE
           ELSE
               COMPUTE WS-VAR-PCT ROUNDED =
                   (WS-ABS-VARIANCE * 100) / HELO-CNT-QTY-ONHAND
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-VAR-PCT
               END-COMPUTE
               IF WS-VAR-PCT > WS-TOL-PCT
                   SET WS-OUTSIDE-TOLERANCE TO TRUE
               END-IF
           END-IF

           IF WS-OUTSIDE-TOLERANCE
               ADD 1 TO WS-OUTSIDE-COUNT
           ELSE
               ADD 1 TO WS-WITHIN-COUNT
           END-IF.

       2100-EXIT.
           EXIT.

      ******************************************************************
      *    2300-ACCUM-ZONE -- FIND OR ADD THE COUNT'S ZONE IN THE      *
      *    ZONE TABLE AND FOLD THE COUNT IN.                           *
      ******************************************************************
       2300-ACCUM-ZONE.

           MOVE 'N' TO WS-SLOT-FOUND-SW
           MOVE ZERO TO WS-SLOT-SUB

           PERFORM 2310-FIND-ZONE-SLOT THRU 2310-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 19 OR WS-SLOT-FOUND.

           IF WS-SLOT-SUB = ZERO
               MOVE 20 TO WS-SLOT-SUB
               MOVE '**' TO WS-ZONE-ID (20)
           ELSE
               MOVE HELO-CNT-ZONE TO WS-ZONE-ID (WS-SLOT-SUB)
           END-IF

           MOVE WS-SLOT-SUB TO WS-ZONE-SUB

           ADD 1 TO WS-ZONE-COUNTS (WS-ZONE-SUB)
           ADD WS-VARIANCE TO WS-ZONE-NET-VAR (WS-ZONE-SUB)

           IF WS-OUTSIDE-TOLERANCE
               ADD 1 TO WS-ZONE-OUTSIDE (WS-ZONE-SUB)
           END-IF.

       2300-EXIT.
           EXIT.

      ******************************************************************
      *    2310-FIND-ZONE-SLOT -- TESTS ONE SLOT OF THE ZONE TABLE     *
      *    FOR A MATCH ON THE COUNT'S ZONE, OR FOR THE FIRST UNUSED    *
      *    SLOT.  WS-SUB IS SET BY THE VARYING CLAUSE ON THE PERFORM   *
      *    IN 2300-ACCUM-ZONE.                                         *
      ******************************************************************
       2310-FIND-ZONE-SLOT.

           IF WS-ZONE-ID (WS-SUB) = HELO-CNT-ZONE
                   OR WS-ZONE-ID (WS-SUB) = SPACE
               MOVE WS-SUB TO WS-SLOT-SUB
               SET WS-SLOT-FOUND TO TRUE
           END-IF.

       2310-EXIT.
           EXIT.

      ******************************************************************
      *    2600-ACCUM-EXCEPTION -- FILES THE OUT-OF-TOLERANCE COUNT    *
      *    IN THE EXCEPTION TABLE UNDER ITS ZONE SLOT.  A FULL TABLE   *
      *    IS COUNTED AND REPORTED AT THE BOTTOM INSTEAD OF LOSING     *
      *    THE COUNT SILENTLY.                                         *
      ******************************************************************
       2600-ACCUM-EXCEPTION.

           IF WS-EXCP-USED >= 500
               ADD 1 TO WS-EXCP-LOST-COUNT
               GO TO 2600-EXIT
           END-IF

           ADD 1 TO WS-EXCP-USED

           MOVE WS-ZONE-SUB          TO WS-EXCP-ZONE-SUB (WS-EXCP-USED)
           MOVE HELO-CNT-ITEM-NO     TO WS-EXCP-ITEM-NO (WS-EXCP-USED)
           MOVE HELO-CNT-BIN-LOC     TO WS-EXCP-BIN-LOC (WS-EXCP-USED)
           MOVE HELO-CNT-TIME        TO WS-EXCP-TIME (WS-EXCP-USED)
           MOVE HELO-CNT-OPERID      TO WS-EXCP-OPERID (WS-EXCP-USED)
           MOVE HELO-CNT-QTY-ONHAND  TO WS-EXCP-BOOK (WS-EXCP-USED)
           MOVE HELO-CNT-QTY-COUNTED TO WS-EXCP-COUNTED (WS-EXCP-USED)
           MOVE WS-VARIANCE          TO WS-EXCP-VARIANCE (WS-EXCP-USED)
           MOVE WS-VAR-PCT           TO WS-EXCP-PCT (WS-EXCP-USED)
           MOVE HELO-CNT-STATUS      TO WS-EXCP-STATUS (WS-EXCP-USED).

       2600-EXIT.
           EXIT.

      ******************************************************************
      *    3000-PRINT-REPORT -- THE ZONE SECTIONS IN THE ORDER THE     *
      *    ZONES WERE FIRST COUNTED, THEN THE RUN TOTALS.              *
      ******************************************************************
       3000-PRINT-REPORT.

           MOVE WS-REPORT-DATE TO HD-REPORT-DATE
           MOVE WS-TOL-PCT     TO HD-TOL-PCT
           WRITE HELO-REPORT-LINE FROM WS-HEADING-1.

           PERFORM 3100-PRINT-ZONE-GROUP THRU 3100-EXIT
               VARYING WS-ZONE-SUB FROM 1 BY 1
               UNTIL WS-ZONE-SUB > 20.

           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.

           MOVE 'COUNTS TAKEN'          TO CL-LABEL
           MOVE WS-DAY-COUNT            TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'MATCHED THE BOOK'      TO CL-LABEL
           MOVE WS-MATCHED-COUNT        TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'WITHIN TOLERANCE'      TO CL-LABEL
           MOVE WS-WITHIN-COUNT         TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'OUTSIDE TOLERANCE'     TO CL-LABEL
           MOVE WS-OUTSIDE-COUNT        TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'STILL AWAITING APPROVAL' TO CL-LABEL
           MOVE WS-PENDING-COUNT        TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           IF WS-EXCP-LOST-COUNT > ZERO
               MOVE 'EXCEPTIONS PAST TABLE' TO CL-LABEL
               MOVE WS-EXCP-LOST-COUNT  TO CL-COUNT
               WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE
           END-IF.

       3000-EXIT.
           EXIT.

      ******************************************************************
      *    3100-PRINT-ZONE-GROUP -- ONE ZONE'S SECTION: HEADING, THE   *
      *    ZONE'S OUT-OF-TOLERANCE LINES OUT OF THE TABLE, AND ITS     *
      *    COUNTS.  A ZONE WITH COUNTS BUT NOTHING OUTSIDE TOLERANCE   *
      *    STILL PRINTS ITS COUNTS SO A CLEAN ZONE SHOWS IN PRINT.     *
      *    WS-ZONE-SUB IS SET BY THE VARYING CLAUSE ON THE PERFORM IN  *
      *    3000-PRINT-REPORT.  UNUSED SLOTS ARE SKIPPED.               *
      ******************************************************************
       3100-PRINT-ZONE-GROUP.

           IF WS-ZONE-ID (WS-ZONE-SUB) = SPACE
               GO TO 3100-EXIT
           END-IF

           MOVE WS-ZONE-ID (WS-ZONE-SUB) TO ZH-ZONE-ID

           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.
           WRITE HELO-REPORT-LINE FROM WS-ZONE-HEADING.

           IF WS-ZONE-OUTSIDE (WS-ZONE-SUB) > ZERO
               WRITE HELO-REPORT-LINE FROM WS-DETAIL-HEADING
               PERFORM 3200-PRINT-EXCP-LINE THRU 3200-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-EXCP-USED
           END-IF

           MOVE WS-ZONE-COUNTS (WS-ZONE-SUB)  TO ZC-COUNTS
           MOVE WS-ZONE-OUTSIDE (WS-ZONE-SUB) TO ZC-OUTSIDE
           MOVE WS-ZONE-NET-VAR (WS-ZONE-SUB) TO ZC-NET-VAR
           WRITE HELO-REPORT-LINE FROM WS-ZONE-COUNT-LINE.

       3100-EXIT.
           EXIT.

      ******************************************************************
      *    3200-PRINT-EXCP-LINE -- PRINTS ONE EXCEPTION TABLE SLOT     *
      *    WHEN IT BELONGS TO THE ZONE BEING PRINTED.  WS-SUB IS SET   *
      *    BY THE VARYING CLAUSE ON THE PERFORM IN                     *
      *    3100-PRINT-ZONE-GROUP.                                      *
      ******************************************************************
       3200-PRINT-EXCP-LINE.

           IF WS-EXCP-ZONE-SUB (WS-SUB) NOT = WS-ZONE-SUB
               GO TO 3200-EXIT
           END-IF

           MOVE WS-EXCP-ITEM-NO (WS-SUB)  TO DL-ITEM-NO
           MOVE WS-EXCP-BIN-LOC (WS-SUB)  TO DL-BIN-LOC
           MOVE WS-EXCP-TIME (WS-SUB)     TO DL-TIME
           MOVE WS-EXCP-OPERID (WS-SUB)   TO DL-OPERID
           MOVE WS-EXCP-BOOK (WS-SUB)     TO DL-BOOK
           MOVE WS-EXCP-COUNTED (WS-SUB)  TO DL-COUNTED
           MOVE WS-EXCP-VARIANCE (WS-SUB) TO DL-VARIANCE
           MOVE WS-EXCP-PCT (WS-SUB)      TO DL-PCT

           EVALUATE WS-EXCP-STATUS (WS-SUB)
               WHEN 'P'
                   MOVE 'PENDING'  TO DL-STATUS
               WHEN 'A'
                   MOVE 'APPROVED' TO DL-STATUS
               WHEN 'R'
                   MOVE 'REJECTED' TO DL-STATUS
               WHEN OTHER
                   MOVE WS-EXCP-STATUS (WS-SUB) TO DL-STATUS
           END-EVALUATE

           WRITE HELO-REPORT-LINE FROM WS-DETAIL-LINE.

       3200-EXIT.
           EXIT.

      ******************************************************************
      *    4000-TERMINATE -- CLOSE FILES AND END THE RUN.               *
      ******************************************************************
       4000-TERMINATE.

           CLOSE HELO-PARM-FILE
                 HELO-CNTVAR-FILE
                 HELO-REPORT-FILE.

       4000-EXIT.
           EXIT.
