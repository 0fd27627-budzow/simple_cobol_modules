       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELOQRPT.
       AUTHOR. D MARSH - ONLINE SYSTEMS.
       INSTALLATION. WAREHOUSE CICS REGION.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ------------------------------------------------------------*
      *    DATE     INIT  DESCRIPTION                                  *
      *    -------- ----  ---------------------------------------------*
      *    10/15/26  DM   ORIGINAL.  WEEKLY DAMAGED-RECEIPT REPORT     *
      *                   FROM THE QUARANTINE FILE (QTNMST).  FIRST    *
      *                   LISTS THE QUARANTINE ITEMS QA HAS STILL NOT  *
      *                   DECIDED AFTER THE AGING DAYS ON THE PARM     *
      *                   CARD, OLDEST FIRST, THEN LISTS THE VENDOR    *
      *                   CLAIMS GROUPED BY PO -- EVERY CLAIM STILL    *
      *                   OPEN AND EVERY CLAIM SETTLED IN THE SEVEN    *
      *                   DAYS ENDING ON THE REPORT DATE -- WITH THE   *
      *                   OPEN AND SETTLED UNITS FOR EACH PO, FOR      *
      *                   PURCHASING TO CHASE THE VENDORS.  THE        *
      *                   REPORT DATE AND AGING DAYS COME FROM THE     *
      *                   QRPTPARM CARD.                               *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELO-PARM-FILE     ASSIGN TO QRPTPARM
               ORGANIZATION IS SEQUENTIAL.

           SELECT HELO-QTNMST-FILE   ASSIGN TO QTNMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HELO-QTN-KEY
               FILE STATUS IS WS-QTNMST-STATUS.

           SELECT HELO-REPORT-FILE   ASSIGN TO HELOQRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HELO-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HELO-PARM-RECORD.
           05  HELO-PARM-DATE        PIC X(06).
           05  FILLER                PIC X(01).
           05  HELO-PARM-AGE-DAYS    PIC X(03).
           05  FILLER                PIC X(70).

       FD  HELO-QTNMST-FILE
           RECORD CONTAINS 140 CHARACTERS.
           COPY HELOQTN.

       FD  HELO-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HELO-REPORT-LINE          PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-QTNMST-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-EOF-SWITCH             PIC X(01)   VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
       01  WS-PARM-OK-SW             PIC X(01)   VALUE 'Y'.
           88  WS-PARM-OK                 VALUE 'Y'.
       01  WS-SWAP-SW                PIC X(01)   VALUE 'N'.
           88  WS-SWAPPED                 VALUE 'Y'.
       01  WS-REPORT-DATE            PIC 9(06)   VALUE ZERO.
       01  WS-AGE-LIMIT              PIC 9(03)   VALUE 7.
       01  WS-REPORT-DAYS            PIC 9(05)   VALUE ZERO.
       01  WS-ITEM-DAYS              PIC 9(05)   VALUE ZERO.
       01  WS-ITEM-AGE               PIC 9(05)   VALUE ZERO.
       01  WS-CLAIM-USED             PIC 9(03)   VALUE ZERO.
       01  WS-CLAIM-LOST-COUNT       PIC 9(05)   VALUE ZERO.
       01  WS-SUB                    PIC 9(03)   VALUE ZERO.
       01  WS-SUB-2                  PIC 9(03)   VALUE ZERO.
       01  WS-CUR-PO                 PIC X(08)   VALUE SPACES.
       01  WS-QTN-COUNT              PIC 9(07)   VALUE ZERO.
       01  WS-UNDECIDED-COUNT        PIC 9(07)   VALUE ZERO.
       01  WS-AGED-COUNT             PIC 9(07)   VALUE ZERO.
       01  WS-RETURN-COUNT           PIC 9(07)   VALUE ZERO.
       01  WS-SCRAP-COUNT            PIC 9(07)   VALUE ZERO.
       01  WS-ACCEPT-COUNT           PIC 9(07)   VALUE ZERO.
       01  WS-OPEN-CLAIM-COUNT       PIC 9(07)   VALUE ZERO.
       01  WS-OPEN-CLAIM-UNITS       PIC 9(07)   VALUE ZERO.
       01  WS-SETL-CLAIM-COUNT       PIC 9(07)   VALUE ZERO.
       01  WS-SETL-CLAIM-UNITS       PIC 9(07)   VALUE ZERO.
       01  WS-PO-OPEN-UNITS          PIC 9(07)   VALUE ZERO.
       01  WS-PO-SETL-UNITS          PIC 9(07)   VALUE ZERO.

      *    DAY-NUMBER WORK AREA FOR 5000-DAY-NUMBER.  DAYS ARE COUNTED
      *    FROM 01/01/2000, WHICH COVERS EVERY YYMMDD DATE THE SYSTEM
      *    STAMPS; EVERY FOURTH YEAR FROM 2000 IS A LEAP YEAR.
       01  WS-DN-DATE                PIC 9(06)   VALUE ZERO.
       01  FILLER REDEFINES WS-DN-DATE.
           05  WS-DN-YY              PIC 9(02).
           05  WS-DN-MM              PIC 9(02).
           05  WS-DN-DD              PIC 9(02).
       01  WS-DN-DAYS                PIC 9(05)   VALUE ZERO.
       01  WS-DN-LEAP-DAYS           PIC 9(03)   VALUE ZERO.
       01  WS-DN-QUOT                PIC 9(03)   VALUE ZERO.
       01  WS-DN-REM                 PIC 9(01)   VALUE ZERO.

      *    DAYS IN THE YEAR BEFORE THE FIRST OF EACH MONTH (NON-LEAP).
       01  WS-CUM-DAYS-VALUES.
           05  FILLER                PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01  FILLER REDEFINES WS-CUM-DAYS-VALUES.
           05  WS-CUM-DAYS           PIC 9(03)   OCCURS 12 TIMES.

       01  WS-SWAP-ENTRY.
           05  WS-SWP-PO-NO          PIC X(08).
           05  WS-SWP-KEY            PIC X(16).
           05  WS-SWP-VENDOR         PIC X(08).
           05  WS-SWP-ITEM-NO        PIC X(08).
           05  WS-SWP-DISPOSITION    PIC X(01).
           05  WS-SWP-QTY-RECEIVED   PIC 9(05).
           05  WS-SWP-CLAIM-QTY      PIC 9(05).
           05  WS-SWP-CLAIM-STATUS   PIC X(01).
           05  WS-SWP-SETL-DATE      PIC 9(06).
           05  WS-SWP-REASON         PIC X(30).

      *    ONE SLOT PER CLAIM TO BE LISTED.  SLOT OVERFLOW IS COUNTED
      *    AND REPORTED, NOT SILENTLY LOST.
       01  WS-CLAIM-TABLE.
           05  WS-CLAIM-ENTRY        OCCURS 500 TIMES.
               10  WS-CLM-PO-NO      PIC X(08).
               10  WS-CLM-KEY.
                   15  WS-CLM-RCP-DATE
                                     PIC 9(06).
                   15  WS-CLM-RCP-TIME
                                     PIC 9(06).
                   15  WS-CLM-RCP-TERM-ID
                                     PIC X(04).
               10  WS-CLM-VENDOR     PIC X(08).
               10  WS-CLM-ITEM-NO    PIC X(08).
               10  WS-CLM-DISPOSITION
                                     PIC X(01).
               10  WS-CLM-QTY-RECEIVED
                                     PIC 9(05).
               10  WS-CLM-CLAIM-QTY  PIC 9(05).
               10  WS-CLM-CLAIM-STATUS
                                     PIC X(01).
                   88  WS-CLM-OPEN        VALUE 'O'.
               10  WS-CLM-SETL-DATE  PIC 9(06).
               10  WS-CLM-REASON     PIC X(30).

       01  WS-HEADING-1.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(45)
               VALUE 'HELO QUARANTINE AGING AND VENDOR CLAIMS FOR'.
           05  HD-REPORT-DATE        PIC 9(06).
           05  FILLER                PIC X(81)   VALUE SPACE.

       01  WS-SECTION-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  SL-TEXT               PIC X(60).
           05  FILLER                PIC X(72)   VALUE SPACE.

       01  WS-AGING-TITLE.
           05  FILLER                PIC X(42)
               VALUE 'QUARANTINE ITEMS STILL WAITING ON QA AFTER'.
           05  AT-AGE-LIMIT          PIC ZZ9.
           05  FILLER                PIC X(15)   VALUE ' DAYS OR MORE'.

       01  WS-AGING-HEADING.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(09)   VALUE 'RECEIVED'.
           05  FILLER                PIC X(08)   VALUE 'TIME'.
           05  FILLER                PIC X(06)   VALUE 'TERM'.
           05  FILLER                PIC X(06)   VALUE 'OPER'.
           05  FILLER                PIC X(10)   VALUE 'PO NUMBER'.
           05  FILLER                PIC X(10)   VALUE 'VENDOR'.
           05  FILLER                PIC X(10)   VALUE 'ITEM'.
           05  FILLER                PIC X(08)   VALUE '    QTY'.
           05  FILLER                PIC X(06)   VALUE ' DAYS'.
           05  FILLER                PIC X(59)   VALUE SPACE.

       01  WS-AGING-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  AL-RCP-DATE           PIC 9(06).
           05  FILLER                PIC X(03)   VALUE SPACE.
           05  AL-RCP-TIME           PIC 9(06).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  AL-TERM-ID            PIC X(04).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  AL-OPERID             PIC X(03).
           05  FILLER                PIC X(03)   VALUE SPACE.
           05  AL-PO-NO              PIC X(08).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  AL-VENDOR             PIC X(08).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  AL-ITEM-NO            PIC X(08).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  AL-QTY                PIC ZZ,ZZ9.
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  AL-DAYS               PIC ZZZZ9.
           05  FILLER                PIC X(61)   VALUE SPACE.

       01  WS-PO-BREAK-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(04)   VALUE 'PO '.
           05  PB-PO-NO              PIC X(08).
           05  FILLER                PIC X(10)   VALUE '  VENDOR '.
           05  PB-VENDOR             PIC X(08).
           05  FILLER                PIC X(102)  VALUE SPACE.

       01  WS-CLAIM-HEADING.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(09)   VALUE 'RECEIVED'.
           05  FILLER                PIC X(06)   VALUE 'TERM'.
           05  FILLER                PIC X(10)   VALUE 'ITEM'.
           05  FILLER                PIC X(18)   VALUE 'DISPOSITION'.
           05  FILLER                PIC X(08)   VALUE '   RCVD'.
           05  FILLER                PIC X(08)   VALUE '  CLAIM'.
           05  FILLER                PIC X(09)   VALUE '  STATUS'.
           05  FILLER                PIC X(08)   VALUE 'SETTLED'.
           05  FILLER                PIC X(30)   VALUE 'REASON'.
           05  FILLER                PIC X(26)   VALUE SPACE.

       01  WS-CLAIM-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  KL-RCP-DATE           PIC 9(06).
           05  FILLER                PIC X(03)   VALUE SPACE.
           05  KL-TERM-ID            PIC X(04).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  KL-ITEM-NO            PIC X(08).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  KL-DISPOSITION        PIC X(17).
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  KL-QTY-RECEIVED       PIC ZZ,ZZ9.
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  KL-CLAIM-QTY          PIC ZZ,ZZ9.
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  KL-STATUS             PIC X(07).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  KL-SETL-DATE          PIC X(06).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  KL-REASON             PIC X(30).
           05  FILLER                PIC X(26)   VALUE SPACE.

       01  WS-PO-TOTAL-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(25)
               VALUE '   PO CLAIM UNITS  OPEN'.
           05  PT-OPEN-UNITS         PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(10)   VALUE '  SETTLED'.
           05  PT-SETL-UNITS         PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(79)   VALUE SPACE.

       01  WS-COUNT-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  CL-LABEL              PIC X(25).
           05  CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(96)   VALUE SPACE.

       01  WS-PARM-ERROR-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(60)
               VALUE 'QRPTPARM CARD MISSING OR NOT YYMMDD NNN - JOB FAIL
      -        'ED'.
           05  FILLER                PIC X(72)   VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF WS-PARM-OK
               PERFORM 2000-PROCESS-QUARANTINE THRU 2000-EXIT
                   UNTIL WS-END-OF-FILE
               PERFORM 3500-SORT-CLAIMS THRU 3500-EXIT
               PERFORM 3700-PRINT-CLAIMS THRU 3700-EXIT
               PERFORM 3900-PRINT-TOTALS THRU 3900-EXIT
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 4000-TERMINATE THRU 4000-EXIT.

           GOBACK.

      ******************************************************************
      *    1000-INITIALIZE -- OPEN FILES, VALIDATE THE PARM CARD       *
      *    (REPORT DATE IN COLUMNS 1-6, AGING DAYS IN 8-10, BLANK      *
      *    AGING DAYS MEANING 7), PRINT THE HEADINGS, PRIME THE FIRST  *
      *    QUARANTINE READ.                                            *
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT  HELO-PARM-FILE
                       HELO-QTNMST-FILE
                OUTPUT HELO-REPORT-FILE.

           READ HELO-PARM-FILE
               AT END
                   MOVE 'N' TO WS-PARM-OK-SW
           END-READ

           IF WS-PARM-OK AND HELO-PARM-DATE NOT NUMERIC
               MOVE 'N' TO WS-PARM-OK-SW
           END-IF

           IF WS-PARM-OK AND HELO-PARM-AGE-DAYS NOT = SPACES
               IF HELO-PARM-AGE-DAYS NUMERIC
                   MOVE HELO-PARM-AGE-DAYS TO WS-AGE-LIMIT
               ELSE
                   MOVE 'N' TO WS-PARM-OK-SW
               END-IF
           END-IF

           IF NOT WS-PARM-OK
               WRITE HELO-REPORT-LINE FROM WS-PARM-ERROR-LINE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           MOVE HELO-PARM-DATE TO WS-REPORT-DATE
           MOVE WS-REPORT-DATE TO WS-DN-DATE
           PERFORM 5000-DAY-NUMBER THRU 5000-EXIT
           MOVE WS-DN-DAYS TO WS-REPORT-DAYS

           MOVE WS-REPORT-DATE TO HD-REPORT-DATE
           WRITE HELO-REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.
           MOVE WS-AGE-LIMIT TO AT-AGE-LIMIT
           MOVE WS-AGING-TITLE TO SL-TEXT
           WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE HELO-REPORT-LINE FROM WS-AGING-HEADING.

           READ HELO-QTNMST-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1000-EXIT.
           EXIT.

      ******************************************************************
      *    2000-PROCESS-QUARANTINE -- ONE QUARANTINE RECORD.  THE      *
      *    999999 PRIMING DUMMY IS PASSED OVER.                        *
      ******************************************************************
       2000-PROCESS-QUARANTINE.

           IF HELO-QTN-RCP-DATE NOT = 999999
               PERFORM 2050-TALLY-QUARANTINE THRU 2050-EXIT
           END-IF

           READ HELO-QTNMST-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2000-EXIT.
           EXIT.

      ******************************************************************
      *    2050-TALLY-QUARANTINE -- COUNTS THE RECORD BY DISPOSITION.  *
      *    AN UNDECIDED ITEM IS AGED; A CLAIM STILL OPEN, OR SETTLED   *
      *    IN THE SEVEN DAYS ENDING ON THE REPORT DATE, IS TABLED FOR  *
      *    THE CLAIM LIST.                                             *
      ******************************************************************
       2050-TALLY-QUARANTINE.

           ADD 1 TO WS-QTN-COUNT

           EVALUATE TRUE
               WHEN HELO-QTN-UNDECIDED
                   ADD 1 TO WS-UNDECIDED-COUNT
                   PERFORM 2100-CHECK-AGE THRU 2100-EXIT
               WHEN HELO-QTN-RETURN
                   ADD 1 TO WS-RETURN-COUNT
               WHEN HELO-QTN-SCRAP
                   ADD 1 TO WS-SCRAP-COUNT
               WHEN HELO-QTN-ACCEPT
                   ADD 1 TO WS-ACCEPT-COUNT
           END-EVALUATE

           IF HELO-QTN-CLAIM-OPEN
               ADD 1 TO WS-OPEN-CLAIM-COUNT
               ADD HELO-QTN-CLAIM-QTY TO WS-OPEN-CLAIM-UNITS
               PERFORM 2200-TABLE-CLAIM THRU 2200-EXIT
           END-IF

           IF HELO-QTN-CLAIM-SETTLED
               MOVE HELO-QTN-SETL-DATE TO WS-DN-DATE
               PERFORM 5000-DAY-NUMBER THRU 5000-EXIT
               IF WS-DN-DAYS NOT > WS-REPORT-DAYS
                       AND WS-DN-DAYS + 7 > WS-REPORT-DAYS
                   ADD 1 TO WS-SETL-CLAIM-COUNT
                   ADD HELO-QTN-CLAIM-QTY TO WS-SETL-CLAIM-UNITS
                   PERFORM 2200-TABLE-CLAIM THRU 2200-EXIT
               END-IF
           END-IF.

       2050-EXIT.
           EXIT.

      ******************************************************************
      *    2100-CHECK-AGE -- AGE IN DAYS OF AN UNDECIDED ITEM IS THE   *
      *    REPORT DATE LESS THE RECEIPT DATE.  ONE AT OR OVER THE      *
      *    AGING DAYS IS LISTED, OLDEST FIRST AS THE FILE KEY          *
      *    DELIVERS THEM.                                              *
      ******************************************************************
       2100-CHECK-AGE.

           MOVE HELO-QTN-RCP-DATE TO WS-DN-DATE
           PERFORM 5000-DAY-NUMBER THRU 5000-EXIT
           MOVE WS-DN-DAYS TO WS-ITEM-DAYS

           IF WS-ITEM-DAYS < WS-REPORT-DAYS
               COMPUTE WS-ITEM-AGE = WS-REPORT-DAYS - WS-ITEM-DAYS
           ELSE
               MOVE ZERO TO WS-ITEM-AGE
           END-IF

           IF WS-ITEM-AGE < WS-AGE-LIMIT
               GO TO 2100-EXIT
           END-IF

           ADD 1 TO WS-AGED-COUNT

           MOVE HELO-QTN-RCP-DATE     TO AL-RCP-DATE
           MOVE HELO-QTN-RCP-TIME     TO AL-RCP-TIME
           MOVE HELO-QTN-RCP-TERM-ID  TO AL-TERM-ID
           MOVE HELO-QTN-RCV-OPERID   TO AL-OPERID
           MOVE HELO-QTN-PO-NO        TO AL-PO-NO
           MOVE HELO-QTN-VENDOR       TO AL-VENDOR
           MOVE HELO-QTN-ITEM-NO      TO AL-ITEM-NO
           MOVE HELO-QTN-QTY-RECEIVED TO AL-QTY
           MOVE WS-ITEM-AGE           TO AL-DAYS

           WRITE HELO-REPORT-LINE FROM WS-AGING-LINE.

       2100-EXIT.
           EXIT.

      ******************************************************************
      *    2200-TABLE-CLAIM -- COPIES THE CLAIM INTO THE NEXT FREE     *
      *    SLOT FOR SORTING BY PO.  A FULL TABLE COUNTS THE CLAIM AS   *
      *    NOT LISTED.                                                 *
      ******************************************************************
       2200-TABLE-CLAIM.

           IF WS-CLAIM-USED NOT < 500
               ADD 1 TO WS-CLAIM-LOST-COUNT
               GO TO 2200-EXIT
           END-IF

           ADD 1 TO WS-CLAIM-USED

           MOVE HELO-QTN-PO-NO       TO WS-CLM-PO-NO (WS-CLAIM-USED)
           MOVE HELO-QTN-KEY         TO WS-CLM-KEY (WS-CLAIM-USED)
           MOVE HELO-QTN-VENDOR      TO WS-CLM-VENDOR (WS-CLAIM-USED)
           MOVE HELO-QTN-ITEM-NO     TO WS-CLM-ITEM-NO (WS-CLAIM-USED)
           MOVE HELO-QTN-DISPOSITION
               TO WS-CLM-DISPOSITION (WS-CLAIM-USED)
           MOVE HELO-QTN-QTY-RECEIVED
               TO WS-CLM-QTY-RECEIVED (WS-CLAIM-USED)
           MOVE HELO-QTN-CLAIM-QTY
               TO WS-CLM-CLAIM-QTY (WS-CLAIM-USED)
           MOVE HELO-QTN-CLAIM-STATUS
               TO WS-CLM-CLAIM-STATUS (WS-CLAIM-USED)
           MOVE HELO-QTN-SETL-DATE
               TO WS-CLM-SETL-DATE (WS-CLAIM-USED)
           MOVE HELO-QTN-REASON      TO WS-CLM-REASON (WS-CLAIM-USED).

       2200-EXIT.
           EXIT.

      ******************************************************************
      *    3500-SORT-CLAIMS -- BUBBLE SORT OF THE USED SLOTS ON PO     *
      *    THEN RECEIPT KEY.  THE TABLE IS SMALL ENOUGH THAT A SORT    *
      *    STEP IS NOT WORTH THE JCL.                                  *
      ******************************************************************
       3500-SORT-CLAIMS.

           IF WS-CLAIM-USED < 2
               GO TO 3500-EXIT
           END-IF

           SET WS-SWAPPED TO TRUE

           PERFORM 3600-ONE-SORT-PASS THRU 3600-EXIT
               UNTIL NOT WS-SWAPPED.

       3500-EXIT.
           EXIT.

      ******************************************************************
      *    3600-ONE-SORT-PASS -- ONE FULL PASS OF ADJACENT COMPARES.   *
      *    SETS WS-SWAPPED WHEN ANY PAIR MOVED, SO 3500 KNOWS TO RUN   *
      *    ANOTHER PASS.                                               *
      ******************************************************************
       3600-ONE-SORT-PASS.

           MOVE 'N' TO WS-SWAP-SW

           PERFORM 3610-COMPARE-PAIR THRU 3610-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB NOT < WS-CLAIM-USED.

       3600-EXIT.
           EXIT.

      ******************************************************************
      *    3610-COMPARE-PAIR -- COMPARES ONE ADJACENT PAIR ON PO THEN  *
      *    RECEIPT KEY AND SWAPS WHEN OUT OF ORDER.  WS-SUB IS SET BY  *
      *    THE VARYING CLAUSE ON THE PERFORM IN 3600-ONE-SORT-PASS.    *
      ******************************************************************
       3610-COMPARE-PAIR.

           COMPUTE WS-SUB-2 = WS-SUB + 1

           IF WS-CLM-PO-NO (WS-SUB) > WS-CLM-PO-NO (WS-SUB-2)
             OR (WS-CLM-PO-NO (WS-SUB) = WS-CLM-PO-NO (WS-SUB-2)
                 AND WS-CLM-KEY (WS-SUB) > WS-CLM-KEY (WS-SUB-2))
               MOVE WS-CLAIM-ENTRY (WS-SUB) TO WS-SWAP-ENTRY
               MOVE WS-CLAIM-ENTRY (WS-SUB-2)
                   TO WS-CLAIM-ENTRY (WS-SUB)
               MOVE WS-SWAP-ENTRY TO WS-CLAIM-ENTRY (WS-SUB-2)
               SET WS-SWAPPED TO TRUE
           END-IF.

       3610-EXIT.
           EXIT.

      ******************************************************************
      *    3700-PRINT-CLAIMS -- WALKS THE SORTED TABLE PRINTING A PO   *
      *    HEADING AT EACH PO BREAK, ONE LINE PER CLAIM, AND THE PO'S  *
      *    OPEN AND SETTLED UNITS WHEN THE PO CHANGES.                 *
      ******************************************************************
       3700-PRINT-CLAIMS.

           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.
           MOVE 'VENDOR CLAIMS BY PO - OPEN, AND SETTLED IN THE LAST 7 D
      -        'AYS' TO SL-TEXT
           WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE.

           IF WS-CLAIM-USED = ZERO
               MOVE ' NO CLAIMS TO LIST' TO SL-TEXT
               WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE
               GO TO 3700-EXIT
           END-IF

           WRITE HELO-REPORT-LINE FROM WS-CLAIM-HEADING.

           MOVE LOW-VALUES TO WS-CUR-PO

           PERFORM 3710-PRINT-CLAIM-LINE THRU 3710-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CLAIM-USED.

           PERFORM 3720-PRINT-PO-TOTAL THRU 3720-EXIT.

       3700-EXIT.
           EXIT.

      ******************************************************************
      *    3710-PRINT-CLAIM-LINE -- ONE CLAIM.  A NEW PO CLOSES OUT    *
      *    THE ONE BEFORE IT AND STARTS ITS OWN HEADING.               *
      ******************************************************************
       3710-PRINT-CLAIM-LINE.

           IF WS-CLM-PO-NO (WS-SUB) NOT = WS-CUR-PO
               IF WS-CUR-PO NOT = LOW-VALUES
                   PERFORM 3720-PRINT-PO-TOTAL THRU 3720-EXIT
               END-IF
               MOVE WS-CLM-PO-NO (WS-SUB) TO WS-CUR-PO
               MOVE ZERO TO WS-PO-OPEN-UNITS WS-PO-SETL-UNITS
               MOVE SPACE TO HELO-REPORT-LINE
               WRITE HELO-REPORT-LINE
               MOVE WS-CLM-PO-NO (WS-SUB)  TO PB-PO-NO
               MOVE WS-CLM-VENDOR (WS-SUB) TO PB-VENDOR
               WRITE HELO-REPORT-LINE FROM WS-PO-BREAK-LINE
           END-IF

           MOVE WS-CLM-RCP-DATE (WS-SUB)    TO KL-RCP-DATE
           MOVE WS-CLM-RCP-TERM-ID (WS-SUB) TO KL-TERM-ID
           MOVE WS-CLM-ITEM-NO (WS-SUB)     TO KL-ITEM-NO

           EVALUATE WS-CLM-DISPOSITION (WS-SUB)
               WHEN 'R'
                   MOVE 'RETURN TO VENDOR'  TO KL-DISPOSITION
               WHEN 'S'
                   MOVE 'SCRAP'             TO KL-DISPOSITION
               WHEN OTHER
                   MOVE 'ACCEPT INTO STOCK' TO KL-DISPOSITION
           END-EVALUATE

           MOVE WS-CLM-QTY-RECEIVED (WS-SUB) TO KL-QTY-RECEIVED
           MOVE WS-CLM-CLAIM-QTY (WS-SUB)    TO KL-CLAIM-QTY
           MOVE WS-CLM-REASON (WS-SUB)       TO KL-REASON

           IF WS-CLM-OPEN (WS-SUB)
               MOVE 'OPEN'    TO KL-STATUS
               MOVE SPACES    TO KL-SETL-DATE
               ADD WS-CLM-CLAIM-QTY (WS-SUB) TO WS-PO-OPEN-UNITS
           ELSE
               MOVE 'SETTLED' TO KL-STATUS
               MOVE WS-CLM-SETL-DATE (WS-SUB) TO KL-SETL-DATE
               ADD WS-CLM-CLAIM-QTY (WS-SUB) TO WS-PO-SETL-UNITS
           END-IF

           WRITE HELO-REPORT-LINE FROM WS-CLAIM-LINE.

       3710-EXIT.
           EXIT.

      ******************************************************************
      *    3720-PRINT-PO-TOTAL -- THE CLAIM UNITS OF THE PO JUST       *
      *    FINISHED, OPEN AND SETTLED.                                 *
      ******************************************************************
       3720-PRINT-PO-TOTAL.

           MOVE WS-PO-OPEN-UNITS TO PT-OPEN-UNITS
           MOVE WS-PO-SETL-UNITS TO PT-SETL-UNITS
           WRITE HELO-REPORT-LINE FROM WS-PO-TOTAL-LINE.

       3720-EXIT.
           EXIT.

      ******************************************************************
      *    3900-PRINT-TOTALS -- THE CONTROL COUNTS FOR QA AND          *
      *    PURCHASING.                                                 *
      ******************************************************************
       3900-PRINT-TOTALS.

           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.

           MOVE 'QUARANTINE RECORDS'    TO CL-LABEL
           MOVE WS-QTN-COUNT            TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'WAITING ON QA'         TO CL-LABEL
           MOVE WS-UNDECIDED-COUNT      TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE '  PAST THE AGING DAYS' TO CL-LABEL
           MOVE WS-AGED-COUNT           TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'RETURNED TO VENDOR'    TO CL-LABEL
           MOVE WS-RETURN-COUNT         TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'SCRAPPED'              TO CL-LABEL
           MOVE WS-SCRAP-COUNT          TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'ACCEPTED INTO STOCK'   TO CL-LABEL
           MOVE WS-ACCEPT-COUNT         TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'OPEN CLAIMS'           TO CL-LABEL
           MOVE WS-OPEN-CLAIM-COUNT     TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE '  OPEN CLAIM UNITS'    TO CL-LABEL
           MOVE WS-OPEN-CLAIM-UNITS     TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'CLAIMS SETTLED IN WEEK' TO CL-LABEL
           MOVE WS-SETL-CLAIM-COUNT     TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE '  SETTLED CLAIM UNITS' TO CL-LABEL
           MOVE WS-SETL-CLAIM-UNITS     TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           IF WS-CLAIM-LOST-COUNT > ZERO
               MOVE 'CLAIMS NOT LISTED-FULL' TO CL-LABEL
               MOVE WS-CLAIM-LOST-COUNT     TO CL-COUNT
               WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE
           END-IF.

       3900-EXIT.
           EXIT.

      ******************************************************************
      *    4000-TERMINATE -- CLOSE FILES AND END THE RUN.               *
      ******************************************************************
       4000-TERMINATE.

           CLOSE HELO-PARM-FILE
                 HELO-QTNMST-FILE
                 HELO-REPORT-FILE.

       4000-EXIT.
           EXIT.

      ******************************************************************
      *    5000-DAY-NUMBER -- TURNS THE YYMMDD DATE IN WS-DN-DATE INTO *
      *    A DAY NUMBER IN WS-DN-DAYS (DAYS SINCE 12/31/1999), SO TWO  *
      *    DATES CAN BE SUBTRACTED.  THE LEAP DAYS OF THE YEARS BEFORE *
      *    THIS ONE ARE ADDED, THEN THE DAYS BEFORE THE MONTH, THEN    *
      *    THIS YEAR'S LEAP DAY WHEN PAST FEBRUARY.  A DATE WITH NO    *
      *    VALID MONTH GIVES DAY ZERO.                                 *
      ******************************************************************
       5000-DAY-NUMBER.

           IF WS-DN-DATE NOT NUMERIC
                   OR WS-DN-MM < 1 OR WS-DN-MM > 12
               MOVE ZERO TO WS-DN-DAYS
               GO TO 5000-EXIT
           END-IF

           COMPUTE WS-DN-LEAP-DAYS = (WS-DN-YY + 3) / 4

           DIVIDE WS-DN-YY BY 4 GIVING WS-DN-QUOT
               REMAINDER WS-DN-REM

           COMPUTE WS-DN-DAYS = WS-DN-YY * 365 + WS-DN-LEAP-DAYS
               + WS-CUM-DAYS (WS-DN-MM) + WS-DN-DD

           IF WS-DN-REM = ZERO AND WS-DN-MM > 2
               ADD 1 TO WS-DN-DAYS
           END-IF.

       5000-EXIT.
           EXIT.
