       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELOLRPT.
       AUTHOR. D MARSH - ONLINE SYSTEMS.
       INSTALLATION. WAREHOUSE CICS REGION.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ------------------------------------------------------------*
      *    DATE     INIT  DESCRIPTION                                  *
      *    -------- ----  ---------------------------------------------*
      *    10/15/26  DM   ORIGINAL.  RECEIVING LABOR PRODUCTIVITY.     *
      *                   PUTS THE DOCK'S WRCV RECEIPTS (RCPLOG) NEXT  *
      *                   TO THE HOURS EACH OPERATOR WAS ON THE CLOCK  *
      *                   (TIMEAT, AS CORRECTED BY TADJ) AND PRINTS    *
      *                   RECEIPTS, LINES AND UNITS PER WORKED HOUR    *
      *                   FOR EACH OPERATOR, GROUPED BY SHIFT, THEN    *
      *                   ROLLED UP BY ZONE AND DEPARTMENT THROUGH     *
      *                   TRMMST OFF THE TERMINAL EACH RECEIPT WAS     *
      *                   KEYED ON.  THE LRPTPARM CARD GIVES THE       *
      *                   REPORT DATE AND THE PERIOD -- D FOR THAT     *
      *                   DAY, W FOR THE SEVEN DAYS ENDING ON IT.      *
      *                   AN OPERATOR-DAY WITH A MISSING PUNCH OR NO   *
      *                   TIMEAT RECORD IS FLAGGED AND LEFT OUT OF     *
      *                   THE RATES, NEVER DIVIDED BY ZERO; A DAY      *
      *                   WHOSE PUNCHES WERE CORRECTED THROUGH TADJ    *
      *                   IS RATED BUT LISTED SO THE STANDARD CAN BE   *
      *                   CHECKED AGAINST THE TAADJ REGISTER.          *
      *    10/15/26  DM   THIRD-SHIFT RECEIPTS KEYED AFTER MIDNIGHT    *
      *                   ARE WORKED UNDER THE NIGHT THE SHIFT         *
      *                   STARTED, OFF THE PRIOR DAY'S TIMEAT RECORD.  *
      *                   RCPLOG IS READ ONE DAY PAST THE REPORT DATE  *
      *                   FOR THE LAST NIGHT, AND THE FIRST MORNING'S  *
      *                   LINES FOR THE NIGHT BEFORE THE PERIOD ARE    *
      *                   COUNTED AND DROPPED.                         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELO-PARM-FILE     ASSIGN TO LRPTPARM
               ORGANIZATION IS SEQUENTIAL.

           SELECT HELO-RCPLOG-FILE   ASSIGN TO RCPLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HELO-RCP-KEY
               FILE STATUS IS WS-RCPLOG-STATUS.

           SELECT HELO-TIMEAT-FILE   ASSIGN TO TIMEAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HELO-TA-KEY
               FILE STATUS IS WS-TIMEAT-STATUS.

           SELECT HELO-TAADJ-FILE    ASSIGN TO TAADJ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HELO-ADJ-KEY
               FILE STATUS IS WS-TAADJ-STATUS.

           SELECT HELO-TRMMST-FILE   ASSIGN TO TRMMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HELO-TRM-TERM-ID
               FILE STATUS IS WS-TRMMST-STATUS.

           SELECT HELO-OPMSTR-FILE   ASSIGN TO OPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HELO-OPMR-OPERID
               FILE STATUS IS WS-OPMSTR-STATUS.

           SELECT HELO-REPORT-FILE   ASSIGN TO HELOLRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HELO-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HELO-PARM-RECORD.
           05  HELO-PARM-DATE        PIC X(06).
           05  FILLER                PIC X(01).
           05  HELO-PARM-PERIOD      PIC X(01).
           05  FILLER                PIC X(72).

       FD  HELO-RCPLOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY HELORCP.

       FD  HELO-TIMEAT-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY HELOTAT.

       FD  HELO-TAADJ-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY HELOADJ.

       FD  HELO-TRMMST-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY HELOTRM.

       FD  HELO-OPMSTR-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY HELOPMR.

       FD  HELO-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HELO-REPORT-LINE          PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-RCPLOG-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-TIMEAT-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-TAADJ-STATUS           PIC X(02)   VALUE SPACES.
       01  WS-TRMMST-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-OPMSTR-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-EOF-SWITCH             PIC X(01)   VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
       01  WS-PARM-OK-SW             PIC X(01)   VALUE 'Y'.
           88  WS-PARM-OK                 VALUE 'Y'.
       01  WS-PERIOD-SW              PIC X(01)   VALUE 'D'.
           88  WS-DAILY                   VALUE 'D'.
           88  WS-WEEKLY                  VALUE 'W'.
       01  WS-SLOT-FOUND-SW          PIC X(01)   VALUE 'N'.
           88  WS-SLOT-FOUND              VALUE 'Y'.
       01  WS-SWAP-SW                PIC X(01)   VALUE 'N'.
           88  WS-SWAPPED                 VALUE 'Y'.
       01  WS-REPORT-DATE            PIC 9(06)   VALUE ZERO.
       01  WS-FROM-DATE              PIC 9(06)   VALUE ZERO.
       01  WS-READ-TO-DATE           PIC 9(06)   VALUE ZERO.
       01  WS-OPDAY-DATE             PIC 9(06)   VALUE ZERO.
       01  WS-SUB                    PIC 9(04)   VALUE ZERO.
       01  WS-SUB-2                  PIC 9(04)   VALUE ZERO.
       01  WS-SLOT-SUB               PIC 9(04)   VALUE ZERO.
       01  WS-ODY-SUB                PIC 9(04)   VALUE ZERO.
       01  WS-OZN-SUB                PIC 9(04)   VALUE ZERO.
       01  WS-OPR-SUB                PIC 9(04)   VALUE ZERO.
       01  WS-GROUP-SUB              PIC 9(01)   VALUE ZERO.
       01  WS-SHIFT-SUB              PIC 9(01)   VALUE ZERO.
       01  WS-DAY-COUNT              PIC 9(01)   VALUE ZERO.
       01  WS-ODY-USED               PIC 9(04)   VALUE ZERO.
       01  WS-OZN-USED               PIC 9(04)   VALUE ZERO.
       01  WS-OPR-USED               PIC 9(04)   VALUE ZERO.
       01  WS-RUP-USED               PIC 9(04)   VALUE ZERO.
       01  WS-ODY-LOST-COUNT         PIC 9(05)   VALUE ZERO.
       01  WS-OZN-LOST-COUNT         PIC 9(05)   VALUE ZERO.
       01  WS-OPR-LOST-COUNT         PIC 9(05)   VALUE ZERO.
       01  WS-RUP-LOST-COUNT         PIC 9(05)   VALUE ZERO.
       01  WS-CUR-ZONE               PIC X(02)   VALUE SPACES.
       01  WS-CUR-DEPT               PIC X(04)   VALUE SPACES.
       01  WS-FIND-TYPE              PIC X(01)   VALUE SPACE.
       01  WS-FIND-CODE              PIC X(04)   VALUE SPACES.
       01  WS-PRINT-TYPE             PIC X(01)   VALUE SPACE.
       01  WS-ALLOC-HOURS            PIC 9(02)V99 VALUE ZERO.
       01  WS-RECEIPT-COUNT          PIC 9(07)   VALUE ZERO.
       01  WS-UNKNOWN-TERM-COUNT     PIC 9(07)   VALUE ZERO.
       01  WS-RATED-COUNT            PIC 9(05)   VALUE ZERO.
       01  WS-MISSING-PUNCH-COUNT    PIC 9(05)   VALUE ZERO.
       01  WS-NO-RECORD-COUNT        PIC 9(05)   VALUE ZERO.
       01  WS-ADJUSTED-COUNT         PIC 9(05)   VALUE ZERO.
       01  WS-PRIOR-NIGHT-COUNT      PIC 9(07)   VALUE ZERO.
       01  WS-IN-MINUTES             PIC S9(05) COMP.
       01  WS-OUT-MINUTES            PIC S9(05) COMP.
       01  WS-TIME-SPLIT.
           05  WS-TIME-HH            PIC 9(02).
           05  WS-TIME-MM            PIC 9(02).
           05  WS-TIME-SS            PIC 9(02).

      *    RATE WORK AREA FOR 5100-EDIT-RATE.  A RATE OVER ZERO HOURS
      *    PRINTS AS N/A INSTEAD OF BEING DIVIDED.
       01  WS-RATE-VOLUME            PIC 9(07)   VALUE ZERO.
       01  WS-RATE-HOURS             PIC 9(05)V99 VALUE ZERO.
       01  WS-RATE                   PIC 9(05)V99 VALUE ZERO.
       01  WS-RATE-EDIT              PIC ZZZZ9.99.
       01  WS-RATE-TEXT              PIC X(08)   VALUE SPACES.

      *    PRIOR-DAY WORK AREA FOR 5000-PRIOR-DAY.  EVERY FOURTH YEAR
      *    FROM 2000 IS A LEAP YEAR.
       01  WS-PD-DATE                PIC 9(06)   VALUE ZERO.
       01  FILLER REDEFINES WS-PD-DATE.
           05  WS-PD-YY              PIC 9(02).
           05  WS-PD-MM              PIC 9(02).
           05  WS-PD-DD              PIC 9(02).
       01  WS-PD-QUOT                PIC 9(02)   VALUE ZERO.
       01  WS-PD-REM                 PIC 9(01)   VALUE ZERO.
       01  WS-PD-LAST-DD             PIC 9(02)   VALUE ZERO.

      *    DAYS IN EACH MONTH (NON-LEAP).
       01  WS-MONTH-DAYS-VALUES.
           05  FILLER                PIC X(24)
               VALUE '312831303130313130313031'.
       01  FILLER REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS         PIC 9(02)   OCCURS 12 TIMES.

      ******************************************************************
      *    OPERATOR-DAY TABLE -- ONE SLOT PER OPERATOR PER DATE WITH   *
      *    RECEIPTS IN THE PERIOD, CARRYING THAT DAY'S PUNCHES AND     *
      *    HOURS OFF TIMEAT.  A RECEIPT IS A RUN OF LINES KEYED BY     *
      *    THE OPERATOR AGAINST ONE PO; A LINE IS ONE RCPLOG RECORD.   *
      *    SLOT OVERFLOW IS COUNTED AND REPORTED, NOT SILENTLY LOST.   *
      ******************************************************************
       01  WS-OPDAY-TABLE.
           05  WS-OPDAY-ENTRY        OCCURS 1000 TIMES.
               10  WS-ODY-OPERID     PIC X(03).
               10  WS-ODY-DATE       PIC 9(06).
               10  WS-ODY-CLOCK-IN   PIC 9(06).
               10  WS-ODY-CLOCK-OUT  PIC 9(06).
               10  WS-ODY-HOURS      PIC 9(02)V99.
               10  WS-ODY-STATUS     PIC X(01).
                   88  WS-ODY-RATED       VALUE 'C'.
                   88  WS-ODY-MISSING-PUNCH
                                          VALUE 'I'.
                   88  WS-ODY-NO-RECORD   VALUE 'N'.
               10  WS-ODY-ADJ-SW     PIC X(01).
                   88  WS-ODY-ADJUSTED    VALUE 'Y'.
               10  WS-ODY-LAST-PO    PIC X(08).
               10  WS-ODY-RECEIPTS   PIC 9(05).
               10  WS-ODY-LINES      PIC 9(05).
               10  WS-ODY-UNITS      PIC 9(07).

      ******************************************************************
      *    OPERATOR-DAY-ZONE TABLE -- THE SAME VOLUME SPLIT BY THE     *
      *    ZONE AND DEPARTMENT OF THE TERMINAL IT WAS KEYED ON, SO A   *
      *    DAY'S HOURS CAN BE SHARED OUT ACROSS THE ZONES THE          *
      *    OPERATOR WORKED IN, IN PROPORTION TO THE LINES KEYED        *
      *    THERE.  WS-OZN-ODY-SUB POINTS BACK AT THE OPERATOR-DAY.     *
      ******************************************************************
       01  WS-OPZONE-TABLE.
           05  WS-OPZONE-ENTRY       OCCURS 1500 TIMES.
               10  WS-OZN-ODY-SUB    PIC 9(04).
               10  WS-OZN-ZONE       PIC X(02).
               10  WS-OZN-DEPT       PIC X(04).
               10  WS-OZN-LAST-PO    PIC X(08).
               10  WS-OZN-RECEIPTS   PIC 9(05).
               10  WS-OZN-LINES      PIC 9(05).
               10  WS-OZN-UNITS      PIC 9(07).

      ******************************************************************
      *    OPERATOR TABLE -- THE OPERATOR-DAYS ROLLED UP TO ONE LINE   *
      *    PER OPERATOR.  HOURS AND THE RATED VOLUMES COME ONLY FROM   *
      *    DAYS WITH BOTH PUNCHES; THE UNRATED COUNT CARRIES THE REST. *
      ******************************************************************
       01  WS-OPER-TABLE.
           05  WS-OPER-ENTRY         OCCURS 300 TIMES.
               10  WS-OPR-ID         PIC X(03).
               10  WS-OPR-NAME       PIC X(30).
               10  WS-OPR-SHIFT      PIC X(01).
               10  WS-OPR-DAYS       PIC 9(03).
               10  WS-OPR-UNRATED    PIC 9(03).
               10  WS-OPR-HOURS      PIC 9(05)V99.
               10  WS-OPR-RECEIPTS   PIC 9(05).
               10  WS-OPR-LINES      PIC 9(05).
               10  WS-OPR-UNITS      PIC 9(07).
               10  WS-OPR-R-RECEIPTS PIC 9(05).
               10  WS-OPR-R-LINES    PIC 9(05).
               10  WS-OPR-R-UNITS    PIC 9(07).

      ******************************************************************
      *    ROLL-UP TABLE -- ONE SLOT PER ZONE (TYPE 1) AND PER         *
      *    DEPARTMENT (TYPE 2).  HOURS ARE THE SHARES OF THE RATED     *
      *    OPERATOR-DAYS, SO THEY CAN DIFFER FROM THE OPERATOR TOTAL   *
      *    BY A CENT OF ROUNDING PER SHARE.                            *
      ******************************************************************
       01  WS-ROLLUP-TABLE.
           05  WS-ROLLUP-ENTRY       OCCURS 100 TIMES.
               10  WS-RUP-TYPE       PIC X(01).
                   88  WS-RUP-ZONE        VALUE '1'.
                   88  WS-RUP-DEPT        VALUE '2'.
               10  WS-RUP-CODE       PIC X(04).
               10  WS-RUP-DAYS       PIC 9(05).
               10  WS-RUP-UNRATED    PIC 9(05).
               10  WS-RUP-HOURS      PIC 9(05)V99.
               10  WS-RUP-RECEIPTS   PIC 9(05).
               10  WS-RUP-LINES      PIC 9(05).
               10  WS-RUP-UNITS      PIC 9(07).
               10  WS-RUP-R-RECEIPTS PIC 9(05).
               10  WS-RUP-R-LINES    PIC 9(05).
               10  WS-RUP-R-UNITS    PIC 9(07).

       01  WS-SWAP-OPER              PIC X(81).
       01  WS-SWAP-ROLLUP            PIC X(56).

      *    SHIFT AND GRAND TOTALS FOR THE OPERATOR SECTION.  THE TWO
      *    SHARE A LAYOUT SO 3730 CAN PRINT EITHER ONE.
       01  WS-GROUP-TOTAL.
           05  WS-GRP-DAYS           PIC 9(05).
           05  WS-GRP-UNRATED        PIC 9(05).
           05  WS-GRP-HOURS          PIC 9(05)V99.
           05  WS-GRP-RECEIPTS       PIC 9(05).
           05  WS-GRP-LINES          PIC 9(05).
           05  WS-GRP-UNITS          PIC 9(07).
           05  WS-GRP-R-RECEIPTS     PIC 9(05).
           05  WS-GRP-R-LINES        PIC 9(05).
           05  WS-GRP-R-UNITS        PIC 9(07).
       01  WS-GRAND-TOTAL.
           05  WS-GND-DAYS           PIC 9(05).
           05  WS-GND-UNRATED        PIC 9(05).
           05  WS-GND-HOURS          PIC 9(05)V99.
           05  WS-GND-RECEIPTS       PIC 9(05).
           05  WS-GND-LINES          PIC 9(05).
           05  WS-GND-UNITS          PIC 9(07).
           05  WS-GND-R-RECEIPTS     PIC 9(05).
           05  WS-GND-R-LINES        PIC 9(05).
           05  WS-GND-R-UNITS        PIC 9(07).

       01  WS-HEADING-1.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(40)
               VALUE 'HELO RECEIVING LABOR PRODUCTIVITY'.
           05  HD-PERIOD             PIC X(08).
           05  HD-FROM-DATE          PIC 9(06).
           05  FILLER                PIC X(04)   VALUE ' TO '.
           05  HD-TO-DATE            PIC 9(06).
           05  FILLER                PIC X(68)   VALUE SPACE.

       01  WS-SECTION-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  SL-TEXT               PIC X(60).
           05  FILLER                PIC X(72)   VALUE SPACE.

       01  WS-DETAIL-HEADING.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  DH-KEY-LABEL          PIC X(05).
           05  DH-NAME-LABEL         PIC X(20).
           05  FILLER                PIC X(05)   VALUE ' DAYS'.
           05  FILLER                PIC X(06)   VALUE 'UNRTD '.
           05  FILLER                PIC X(08)   VALUE '   HOURS'.
           05  FILLER                PIC X(08)   VALUE '   RCPTS'.
           05  FILLER                PIC X(08)   VALUE '   LINES'.
           05  FILLER                PIC X(11)   VALUE '      UNITS'.
           05  FILLER                PIC X(10)   VALUE '   RCPT/HR'.
           05  FILLER                PIC X(10)   VALUE '   LINE/HR'.
           05  FILLER                PIC X(10)   VALUE '   UNIT/HR'.
           05  FILLER                PIC X(31)   VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  DL-KEY                PIC X(04).
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  DL-NAME               PIC X(20).
           05  DL-DAYS               PIC ZZZZ9.
           05  DL-UNRATED            PIC ZZZZ9.
           05  DL-UNRATED-FLAG       PIC X(01).
           05  DL-HOURS              PIC ZZZZ9.99.
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  DL-RECEIPTS           PIC ZZ,ZZ9.
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  DL-LINES              PIC ZZ,ZZ9.
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  DL-UNITS              PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  DL-RCPT-RATE          PIC X(08).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  DL-LINE-RATE          PIC X(08).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  DL-UNIT-RATE          PIC X(08).
           05  FILLER                PIC X(31)   VALUE SPACE.

       01  WS-SHIFT-HEADING.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  SH-SHIFT-LABEL        PIC X(20).
           05  FILLER                PIC X(112)  VALUE SPACE.

       01  WS-EXCEPTION-HEADING.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(05)   VALUE 'OPER'.
           05  FILLER                PIC X(08)   VALUE 'DATE'.
           05  FILLER                PIC X(08)   VALUE 'IN'.
           05  FILLER                PIC X(08)   VALUE 'OUT'.
           05  FILLER                PIC X(07)   VALUE 'HOURS'.
           05  FILLER                PIC X(08)   VALUE ' RCPTS'.
           05  FILLER                PIC X(08)   VALUE ' LINES'.
           05  FILLER                PIC X(11)   VALUE '    UNITS'.
           05  FILLER                PIC X(30)   VALUE 'EXCEPTION'.
           05  FILLER                PIC X(39)   VALUE SPACE.

       01  WS-EXCEPTION-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  XL-OPERID             PIC X(03).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  XL-DATE               PIC 9(06).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  XL-CLOCK-IN           PIC 9(06).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  XL-CLOCK-OUT          PIC 9(06).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  XL-HOURS              PIC Z9.99.
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  XL-RECEIPTS           PIC ZZ,ZZ9.
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  XL-LINES              PIC ZZ,ZZ9.
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  XL-UNITS              PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  XL-EXCEPTION          PIC X(30).
           05  FILLER                PIC X(39)   VALUE SPACE.

       01  WS-COUNT-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  CL-LABEL              PIC X(25).
           05  CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(96)   VALUE SPACE.

       01  WS-PARM-ERROR-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(60)
               VALUE 'LRPTPARM MISSING OR NOT YYMMDD D/W - JOB FAILED'.
           05  FILLER                PIC X(72)   VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF WS-PARM-OK
               PERFORM 2000-PROCESS-RECEIPT THRU 2000-EXIT
                   UNTIL WS-END-OF-FILE
               PERFORM 3000-TIME-OPDAY THRU 3000-EXIT
                   VARYING WS-ODY-SUB FROM 1 BY 1
                   UNTIL WS-ODY-SUB > WS-ODY-USED
               PERFORM 3300-ROLL-OPZONE THRU 3300-EXIT
                   VARYING WS-OZN-SUB FROM 1 BY 1
                   UNTIL WS-OZN-SUB > WS-OZN-USED
               PERFORM 3500-SORT-OPERS THRU 3500-EXIT
               PERFORM 3550-SORT-ROLLUPS THRU 3550-EXIT
               PERFORM 3700-PRINT-OPERATORS THRU 3700-EXIT
               PERFORM 3800-PRINT-EXCEPTIONS THRU 3800-EXIT
               PERFORM 3850-PRINT-ROLLUPS THRU 3850-EXIT
               PERFORM 3900-PRINT-TOTALS THRU 3900-EXIT
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 4000-TERMINATE THRU 4000-EXIT.

           GOBACK.

      ******************************************************************
      *    1000-INITIALIZE -- OPEN FILES, VALIDATE THE PARM CARD       *
      *    (REPORT DATE IN COLUMNS 1-6, PERIOD D OR W IN COLUMN 8,     *
      *    BLANK MEANING D), WORK BACK TO THE FIRST DAY OF THE         *
      *    PERIOD, AND POSITION RCPLOG AT ITS FIRST RECEIPT.  THE KEY  *
      *    LEADS WITH THE DATE, SO THE READ LOOP ENDS AS SOON AS THE   *
      *    DATE ROLLS PAST THE DAY AFTER THE REPORT DATE -- THE LAST   *
      *    NIGHT'S THIRD SHIFT KEYS ITS AFTER-MIDNIGHT RECEIPTS ON     *
      *    THAT DAY.                                                   *
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT  HELO-PARM-FILE
                       HELO-RCPLOG-FILE
                       HELO-TIMEAT-FILE
                       HELO-TAADJ-FILE
                       HELO-TRMMST-FILE
                       HELO-OPMSTR-FILE
                OUTPUT HELO-REPORT-FILE.

           READ HELO-PARM-FILE
               AT END
                   MOVE 'N' TO WS-PARM-OK-SW
           END-READ

           IF WS-PARM-OK AND HELO-PARM-DATE NOT NUMERIC
               MOVE 'N' TO WS-PARM-OK-SW
           END-IF

           IF WS-PARM-OK AND HELO-PARM-PERIOD NOT = SPACE
               MOVE HELO-PARM-PERIOD TO WS-PERIOD-SW
               IF NOT WS-DAILY AND NOT WS-WEEKLY
                   MOVE 'N' TO WS-PARM-OK-SW
               END-IF
           END-IF

           IF NOT WS-PARM-OK
               WRITE HELO-REPORT-LINE FROM WS-PARM-ERROR-LINE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           MOVE HELO-PARM-DATE TO WS-REPORT-DATE
           MOVE WS-REPORT-DATE TO WS-PD-DATE

           IF WS-WEEKLY
               MOVE 'WEEKLY  ' TO HD-PERIOD
               PERFORM 5000-PRIOR-DAY THRU 5000-EXIT
                   VARYING WS-DAY-COUNT FROM 1 BY 1
                   UNTIL WS-DAY-COUNT > 6
           ELSE
               MOVE 'DAILY   ' TO HD-PERIOD
           END-IF

           MOVE WS-PD-DATE TO WS-FROM-DATE

           MOVE WS-REPORT-DATE TO WS-PD-DATE
           PERFORM 5050-NEXT-DAY THRU 5050-EXIT
           MOVE WS-PD-DATE TO WS-READ-TO-DATE

           MOVE WS-FROM-DATE   TO HD-FROM-DATE
           MOVE WS-REPORT-DATE TO HD-TO-DATE
           WRITE HELO-REPORT-LINE FROM WS-HEADING-1.

           MOVE WS-FROM-DATE TO HELO-RCP-DATE
           MOVE ZERO         TO HELO-RCP-TIME
           MOVE LOW-VALUES   TO HELO-RCP-TERM-ID

           START HELO-RCPLOG-FILE
               KEY IS NOT LESS THAN HELO-RCP-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 1000-EXIT
           END-START

           PERFORM 2900-READ-RECEIPT THRU 2900-EXIT.

       1000-EXIT.
           EXIT.

      ******************************************************************
      *    2000-PROCESS-RECEIPT -- ONE RECEIPT LINE OF THE PERIOD.     *
      *    THE 999999 PRIMING DUMMY SORTS PAST EVERY REAL DATE, SO     *
      *    IT ENDS THE LOOP LIKE ANY LATER DATE.                       *
      ******************************************************************
       2000-PROCESS-RECEIPT.

           PERFORM 2050-TALLY-RECEIPT THRU 2050-EXIT

           PERFORM 2900-READ-RECEIPT THRU 2900-EXIT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      *    2050-TALLY-RECEIPT -- ADDS THE LINE TO ITS OPERATOR-DAY     *
      *    AND TO THAT DAY'S ZONE/DEPARTMENT SLOT.  A NEW PO FOR THE   *
      *    OPERATOR STARTS A NEW RECEIPT.  A LINE WHOSE OPERATOR-DAY   *
      *    FALLS BEFORE THE PERIOD (THE FIRST MORNING'S TAIL OF THE    *
      *    NIGHT BEFORE) IS COUNTED AND DROPPED; ONE WHOSE OPERATOR-   *
      *    DAY FALLS AFTER IT (THE EXTRA DAY READ FOR THE LAST NIGHT)  *
      *    IS OUTSIDE THE PERIOD AND SKIPPED.                          *
      ******************************************************************
       2050-TALLY-RECEIPT.

           PERFORM 2060-FIND-OPDAY-DATE THRU 2060-EXIT

           IF WS-OPDAY-DATE < WS-FROM-DATE
               ADD 1 TO WS-PRIOR-NIGHT-COUNT
               GO TO 2050-EXIT
           END-IF

           IF WS-OPDAY-DATE > WS-REPORT-DATE
               GO TO 2050-EXIT
           END-IF

           ADD 1 TO WS-RECEIPT-COUNT

           PERFORM 2100-FIND-OPDAY-SLOT THRU 2100-EXIT

           IF WS-ODY-SUB = ZERO
               ADD 1 TO WS-ODY-LOST-COUNT
               GO TO 2050-EXIT
           END-IF

           IF HELO-RCP-PO-NO NOT = WS-ODY-LAST-PO (WS-ODY-SUB)
               ADD 1 TO WS-ODY-RECEIPTS (WS-ODY-SUB)
               MOVE HELO-RCP-PO-NO TO WS-ODY-LAST-PO (WS-ODY-SUB)
           END-IF
           ADD 1 TO WS-ODY-LINES (WS-ODY-SUB)
           ADD HELO-RCP-QTY TO WS-ODY-UNITS (WS-ODY-SUB)

           PERFORM 2200-LOOKUP-TERMINAL THRU 2200-EXIT

           PERFORM 2300-FIND-OPZONE-SLOT THRU 2300-EXIT

           IF WS-OZN-SUB = ZERO
               ADD 1 TO WS-OZN-LOST-COUNT
               GO TO 2050-EXIT
           END-IF

           IF HELO-RCP-PO-NO NOT = WS-OZN-LAST-PO (WS-OZN-SUB)
               ADD 1 TO WS-OZN-RECEIPTS (WS-OZN-SUB)
               MOVE HELO-RCP-PO-NO TO WS-OZN-LAST-PO (WS-OZN-SUB)
           END-IF
           ADD 1 TO WS-OZN-LINES (WS-OZN-SUB)
           ADD HELO-RCP-QTY TO WS-OZN-UNITS (WS-OZN-SUB).

       2050-EXIT.
           EXIT.

      ******************************************************************
      *    2060-FIND-OPDAY-DATE -- THE DAY THE LINE IS WORKED UNDER.   *
      *    A THIRD-SHIFT OPERATOR'S TIMEAT RECORD IS DATED THE NIGHT   *
      *    THE SHIFT STARTED, BUT RECEIPTS KEYED AFTER MIDNIGHT CARRY  *
      *    THE NEXT DAY'S DATE.  SO WHEN THE OPERATOR'S RECORD FOR     *
      *    THE DAY BEFORE THE RECEIPT CROSSES MIDNIGHT AND THE LINE    *
      *    WAS KEYED NO LATER THAN ITS CLOCK-OUT, THE LINE BELONGS TO  *
      *    THAT DAY.  OTHERWISE IT BELONGS TO ITS OWN DATE.            *
      ******************************************************************
       2060-FIND-OPDAY-DATE.

           MOVE HELO-RCP-DATE TO WS-OPDAY-DATE

           MOVE HELO-RCP-DATE TO WS-PD-DATE
           PERFORM 5000-PRIOR-DAY THRU 5000-EXIT

           MOVE HELO-RCP-OPERID TO HELO-TA-OPERID
           MOVE WS-PD-DATE      TO HELO-TA-DATE

           READ HELO-TIMEAT-FILE
               INVALID KEY
                   GO TO 2060-EXIT
           END-READ

           IF HELO-TA-CLOCK-IN = ZERO OR HELO-TA-CLOCK-OUT = ZERO
               GO TO 2060-EXIT
           END-IF

           IF HELO-TA-CLOCK-OUT < HELO-TA-CLOCK-IN
                   AND HELO-RCP-TIME NOT > HELO-TA-CLOCK-OUT
               MOVE WS-PD-DATE TO WS-OPDAY-DATE
           END-IF.

       2060-EXIT.
           EXIT.

      ******************************************************************
      *    2100-FIND-OPDAY-SLOT -- FINDS THE RECEIPT'S OPERATOR AND    *
      *    OPERATOR-DAY DATE (SET BY 2060-FIND-OPDAY-DATE) IN THE      *
      *    OPERATOR-DAY TABLE OR CLAIMS THE NEXT FREE SLOT.            *
      *    WS-ODY-SUB COMES BACK ZERO ONLY WHEN THE TABLE IS FULL.     *
      ******************************************************************
       2100-FIND-OPDAY-SLOT.

           MOVE 'N' TO WS-SLOT-FOUND-SW
           MOVE ZERO TO WS-ODY-SUB

           PERFORM 2110-TEST-OPDAY-SLOT THRU 2110-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-ODY-USED OR WS-SLOT-FOUND.

           IF WS-SLOT-FOUND OR WS-ODY-USED NOT < 1000
               GO TO 2100-EXIT
           END-IF

           ADD 1 TO WS-ODY-USED
           MOVE WS-ODY-USED TO WS-ODY-SUB

           MOVE HELO-RCP-OPERID TO WS-ODY-OPERID (WS-ODY-SUB)
           MOVE WS-OPDAY-DATE   TO WS-ODY-DATE (WS-ODY-SUB)
           MOVE ZERO  TO WS-ODY-CLOCK-IN (WS-ODY-SUB)
           MOVE ZERO  TO WS-ODY-CLOCK-OUT (WS-ODY-SUB)
           MOVE ZERO  TO WS-ODY-HOURS (WS-ODY-SUB)
           MOVE 'N'   TO WS-ODY-STATUS (WS-ODY-SUB)
           MOVE 'N'   TO WS-ODY-ADJ-SW (WS-ODY-SUB)
           MOVE SPACE TO WS-ODY-LAST-PO (WS-ODY-SUB)
           MOVE ZERO  TO WS-ODY-RECEIPTS (WS-ODY-SUB)
           MOVE ZERO  TO WS-ODY-LINES (WS-ODY-SUB)
           MOVE ZERO  TO WS-ODY-UNITS (WS-ODY-SUB).

       2100-EXIT.
           EXIT.

      ******************************************************************
      *    2110-TEST-OPDAY-SLOT -- TESTS ONE USED SLOT FOR THE         *
      *    RECEIPT'S OPERATOR AND OPERATOR-DAY DATE.  WS-SUB IS SET    *
      *    BY THE VARYING CLAUSE ON THE PERFORM IN                     *
      *    2100-FIND-OPDAY-SLOT.                                       *
      ******************************************************************
       2110-TEST-OPDAY-SLOT.

           IF WS-ODY-OPERID (WS-SUB) = HELO-RCP-OPERID
                   AND WS-ODY-DATE (WS-SUB) = WS-OPDAY-DATE
               MOVE WS-SUB TO WS-ODY-SUB
               SET WS-SLOT-FOUND TO TRUE
           END-IF.

       2110-EXIT.
           EXIT.

      ******************************************************************
      *    2200-LOOKUP-TERMINAL -- ZONE AND DEPARTMENT OF THE          *
      *    TERMINAL THE RECEIPT WAS KEYED ON.  A TERMINAL NOT ON       *
      *    TRMMST IS COUNTED AND ROLLED UP UNDER ?? / ????.            *
      ******************************************************************
       2200-LOOKUP-TERMINAL.

           MOVE HELO-RCP-TERM-ID TO HELO-TRM-TERM-ID

           READ HELO-TRMMST-FILE
               INVALID KEY
                   MOVE '??'   TO WS-CUR-ZONE
                   MOVE '????' TO WS-CUR-DEPT
                   ADD 1 TO WS-UNKNOWN-TERM-COUNT
               NOT INVALID KEY
                   MOVE HELO-TRM-ZONE TO WS-CUR-ZONE
                   MOVE HELO-TRM-DEPT TO WS-CUR-DEPT
           END-READ.

       2200-EXIT.
           EXIT.

      ******************************************************************
      *    2300-FIND-OPZONE-SLOT -- FINDS THE OPERATOR-DAY'S SLOT FOR  *
      *    THE TERMINAL'S ZONE AND DEPARTMENT OR CLAIMS THE NEXT FREE  *
      *    ONE.  WS-OZN-SUB COMES BACK ZERO ONLY WHEN THE TABLE IS     *
      *    FULL.                                                       *
      ******************************************************************
       2300-FIND-OPZONE-SLOT.

           MOVE 'N' TO WS-SLOT-FOUND-SW
           MOVE ZERO TO WS-OZN-SUB

           PERFORM 2310-TEST-OPZONE-SLOT THRU 2310-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-OZN-USED OR WS-SLOT-FOUND.

           IF WS-SLOT-FOUND OR WS-OZN-USED NOT < 1500
               GO TO 2300-EXIT
           END-IF

           ADD 1 TO WS-OZN-USED
           MOVE WS-OZN-USED TO WS-OZN-SUB

           MOVE WS-ODY-SUB  TO WS-OZN-ODY-SUB (WS-OZN-SUB)
           MOVE WS-CUR-ZONE TO WS-OZN-ZONE (WS-OZN-SUB)
           MOVE WS-CUR-DEPT TO WS-OZN-DEPT (WS-OZN-SUB)
           MOVE SPACE       TO WS-OZN-LAST-PO (WS-OZN-SUB)
           MOVE ZERO        TO WS-OZN-RECEIPTS (WS-OZN-SUB)
           MOVE ZERO        TO WS-OZN-LINES (WS-OZN-SUB)
           MOVE ZERO        TO WS-OZN-UNITS (WS-OZN-SUB).

       2300-EXIT.
           EXIT.

      ******************************************************************
      *    2310-TEST-OPZONE-SLOT -- TESTS ONE USED SLOT FOR THE        *
      *    OPERATOR-DAY, ZONE AND DEPARTMENT.  WS-SUB IS SET BY THE    *
      *    VARYING CLAUSE ON THE PERFORM IN 2300-FIND-OPZONE-SLOT.     *
      ******************************************************************
       2310-TEST-OPZONE-SLOT.

           IF WS-OZN-ODY-SUB (WS-SUB) = WS-ODY-SUB
                   AND WS-OZN-ZONE (WS-SUB) = WS-CUR-ZONE
                   AND WS-OZN-DEPT (WS-SUB) = WS-CUR-DEPT
               MOVE WS-SUB TO WS-OZN-SUB
               SET WS-SLOT-FOUND TO TRUE
           END-IF.

       2310-EXIT.
           EXIT.

      ******************************************************************
      *    2900-READ-RECEIPT -- NEXT RCPLOG RECORD; END OF PERIOD      *
      *    WHEN THE DATE PASSES THE DAY AFTER THE REPORT DATE.         *
      ******************************************************************
       2900-READ-RECEIPT.

           READ HELO-RCPLOG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2900-EXIT
           END-READ

           IF HELO-RCP-DATE > WS-READ-TO-DATE
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       2900-EXIT.
           EXIT.

      ******************************************************************
      *    3000-TIME-OPDAY -- HOURS FOR ONE OPERATOR-DAY OFF TIMEAT,   *
      *    WORKED THE SAME WAY HELOTAX EXTRACTS THEM FOR PAYROLL.  A   *
      *    DAY WITH EITHER PUNCH MISSING, OR WITH NO TIMEAT RECORD AT  *
      *    ALL, STAYS AT ZERO HOURS AND IS NOT RATED.  THE DAY IS      *
      *    THEN FOLDED INTO ITS OPERATOR'S SLOT.  WS-ODY-SUB IS SET    *
      *    BY THE VARYING CLAUSE ON THE PERFORM IN 0000-MAINLINE.      *
      ******************************************************************
       3000-TIME-OPDAY.

           MOVE WS-ODY-OPERID (WS-ODY-SUB) TO HELO-TA-OPERID
           MOVE WS-ODY-DATE (WS-ODY-SUB)   TO HELO-TA-DATE

           READ HELO-TIMEAT-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-RECORD-COUNT
               NOT INVALID KEY
                   PERFORM 3100-COMPUTE-HOURS THRU 3100-EXIT
           END-READ

           PERFORM 3150-CHECK-ADJUSTED THRU 3150-EXIT

           PERFORM 3200-FIND-OPER-SLOT THRU 3200-EXIT

           IF WS-OPR-SUB = ZERO
               ADD 1 TO WS-OPR-LOST-COUNT
               GO TO 3000-EXIT
           END-IF

           ADD 1 TO WS-OPR-DAYS (WS-OPR-SUB)
           ADD WS-ODY-RECEIPTS (WS-ODY-SUB)
               TO WS-OPR-RECEIPTS (WS-OPR-SUB)
           ADD WS-ODY-LINES (WS-ODY-SUB) TO WS-OPR-LINES (WS-OPR-SUB)
           ADD WS-ODY-UNITS (WS-ODY-SUB) TO WS-OPR-UNITS (WS-OPR-SUB)

           IF WS-ODY-RATED (WS-ODY-SUB)
               ADD WS-ODY-HOURS (WS-ODY-SUB)
                   TO WS-OPR-HOURS (WS-OPR-SUB)
               ADD WS-ODY-RECEIPTS (WS-ODY-SUB)
                   TO WS-OPR-R-RECEIPTS (WS-OPR-SUB)
               ADD WS-ODY-LINES (WS-ODY-SUB)
                   TO WS-OPR-R-LINES (WS-OPR-SUB)
               ADD WS-ODY-UNITS (WS-ODY-SUB)
                   TO WS-OPR-R-UNITS (WS-OPR-SUB)
           ELSE
               ADD 1 TO WS-OPR-UNRATED (WS-OPR-SUB)
           END-IF.

       3000-EXIT.
           EXIT.

      ******************************************************************
      *    3100-COMPUTE-HOURS -- MINUTES BETWEEN CLOCK-IN AND CLOCK-   *
      *    OUT, ALLOWING FOR A THIRD-SHIFT PUNCH THAT CROSSES          *
      *    MIDNIGHT.  A PUNCH OF ZERO WAS NEVER RECORDED.              *
      ******************************************************************
       3100-COMPUTE-HOURS.

           MOVE HELO-TA-CLOCK-IN  TO WS-ODY-CLOCK-IN (WS-ODY-SUB)
           MOVE HELO-TA-CLOCK-OUT TO WS-ODY-CLOCK-OUT (WS-ODY-SUB)

           IF HELO-TA-CLOCK-IN = ZERO OR HELO-TA-CLOCK-OUT = ZERO
               MOVE 'I' TO WS-ODY-STATUS (WS-ODY-SUB)
               ADD 1 TO WS-MISSING-PUNCH-COUNT
               GO TO 3100-EXIT
           END-IF

           MOVE HELO-TA-CLOCK-IN TO WS-TIME-SPLIT
           COMPUTE WS-IN-MINUTES =
               (WS-TIME-HH * 60) + WS-TIME-MM

           MOVE HELO-TA-CLOCK-OUT TO WS-TIME-SPLIT
           COMPUTE WS-OUT-MINUTES =
               (WS-TIME-HH * 60) + WS-TIME-MM

           IF WS-OUT-MINUTES < WS-IN-MINUTES
               ADD 1440 TO WS-OUT-MINUTES
           END-IF

           COMPUTE WS-ODY-HOURS (WS-ODY-SUB) ROUNDED =
               (WS-OUT-MINUTES - WS-IN-MINUTES) / 60

           MOVE 'C' TO WS-ODY-STATUS (WS-ODY-SUB)
           ADD 1 TO WS-RATED-COUNT.

       3100-EXIT.
           EXIT.

      ******************************************************************
      *    3150-CHECK-ADJUSTED -- TAADJ IS KEYED BY THE TIMEAT RECORD  *
      *    IT CHANGED, SO THE FIRST RECORD AT OR PAST THE OPERATOR     *
      *    AND DATE TELLS WHETHER THE DAY'S PUNCHES WERE CORRECTED BY  *
      *    HAND.  THE HOURS ALREADY REFLECT THE CORRECTION -- TADJ     *
      *    REWRITES TIMEAT IN PLACE -- SO THE DAY IS ONLY MARKED.      *
      ******************************************************************
       3150-CHECK-ADJUSTED.

           MOVE WS-ODY-OPERID (WS-ODY-SUB) TO HELO-ADJ-OPERID
           MOVE WS-ODY-DATE (WS-ODY-SUB)   TO HELO-ADJ-TA-DATE
           MOVE ZERO TO HELO-ADJ-CHG-DATE
           MOVE ZERO TO HELO-ADJ-CHG-TIME

           START HELO-TAADJ-FILE
               KEY IS NOT LESS THAN HELO-ADJ-KEY
               INVALID KEY
                   GO TO 3150-EXIT
           END-START

           READ HELO-TAADJ-FILE NEXT
               AT END
                   GO TO 3150-EXIT
           END-READ

           IF HELO-ADJ-OPERID = WS-ODY-OPERID (WS-ODY-SUB)
                   AND HELO-ADJ-TA-DATE = WS-ODY-DATE (WS-ODY-SUB)
               MOVE 'Y' TO WS-ODY-ADJ-SW (WS-ODY-SUB)
               ADD 1 TO WS-ADJUSTED-COUNT
           END-IF.

       3150-EXIT.
           EXIT.

      ******************************************************************
      *    3200-FIND-OPER-SLOT -- FINDS THE OPERATOR-DAY'S OPERATOR    *
      *    IN THE OPERATOR TABLE OR CLAIMS THE NEXT FREE SLOT,         *
      *    FILLING THE NAME AND SHIFT FROM OPMSTR ON THE CLAIM (THE    *
      *    DAY'S TIMEAT SHIFT IS THE FALLBACK FOR AN OPERATOR HR HAS   *
      *    SINCE TERMINATED).  WS-OPR-SUB COMES BACK ZERO ONLY WHEN    *
      *    THE TABLE IS FULL.                                          *
      ******************************************************************
       3200-FIND-OPER-SLOT.

           MOVE 'N' TO WS-SLOT-FOUND-SW
           MOVE ZERO TO WS-OPR-SUB

           PERFORM 3210-TEST-OPER-SLOT THRU 3210-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-OPR-USED OR WS-SLOT-FOUND.

           IF WS-SLOT-FOUND OR WS-OPR-USED NOT < 300
               GO TO 3200-EXIT
           END-IF

           ADD 1 TO WS-OPR-USED
           MOVE WS-OPR-USED TO WS-OPR-SUB

           MOVE WS-ODY-OPERID (WS-ODY-SUB) TO WS-OPR-ID (WS-OPR-SUB)
           MOVE 'NOT ON OPERATOR MASTER' TO WS-OPR-NAME (WS-OPR-SUB)
           MOVE SPACE TO WS-OPR-SHIFT (WS-OPR-SUB)
           IF NOT WS-ODY-NO-RECORD (WS-ODY-SUB)
               MOVE HELO-TA-SHIFT TO WS-OPR-SHIFT (WS-OPR-SUB)
           END-IF
           MOVE ZERO TO WS-OPR-DAYS (WS-OPR-SUB)
           MOVE ZERO TO WS-OPR-UNRATED (WS-OPR-SUB)
           MOVE ZERO TO WS-OPR-HOURS (WS-OPR-SUB)
           MOVE ZERO TO WS-OPR-RECEIPTS (WS-OPR-SUB)
           MOVE ZERO TO WS-OPR-LINES (WS-OPR-SUB)
           MOVE ZERO TO WS-OPR-UNITS (WS-OPR-SUB)
           MOVE ZERO TO WS-OPR-R-RECEIPTS (WS-OPR-SUB)
           MOVE ZERO TO WS-OPR-R-LINES (WS-OPR-SUB)
           MOVE ZERO TO WS-OPR-R-UNITS (WS-OPR-SUB)

           MOVE WS-ODY-OPERID (WS-ODY-SUB) TO HELO-OPMR-OPERID
           READ HELO-OPMSTR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE HELO-OPMR-NAME  TO WS-OPR-NAME (WS-OPR-SUB)
                   MOVE HELO-OPMR-SHIFT TO WS-OPR-SHIFT (WS-OPR-SUB)
           END-READ.

       3200-EXIT.
           EXIT.

      ******************************************************************
      *    3210-TEST-OPER-SLOT -- TESTS ONE USED SLOT FOR THE          *
      *    OPERATOR.  WS-SUB IS SET BY THE VARYING CLAUSE ON THE       *
      *    PERFORM IN 3200-FIND-OPER-SLOT.                             *
      ******************************************************************
       3210-TEST-OPER-SLOT.

           IF WS-OPR-ID (WS-SUB) = WS-ODY-OPERID (WS-ODY-SUB)
               MOVE WS-SUB TO WS-OPR-SUB
               SET WS-SLOT-FOUND TO TRUE
           END-IF.

       3210-EXIT.
           EXIT.

      ******************************************************************
      *    3300-ROLL-OPZONE -- FOLDS ONE OPERATOR-DAY-ZONE SLOT INTO   *
      *    ITS ZONE AND ITS DEPARTMENT.  A RATED DAY'S HOURS ARE       *
      *    SHARED OUT BY THE LINES KEYED IN EACH ZONE; AN UNRATED DAY  *
      *    ADDS VOLUME BUT NO HOURS.  WS-OZN-SUB IS SET BY THE         *
      *    VARYING CLAUSE ON THE PERFORM IN 0000-MAINLINE.             *
      ******************************************************************
       3300-ROLL-OPZONE.

           MOVE WS-OZN-ODY-SUB (WS-OZN-SUB) TO WS-ODY-SUB

           IF WS-ODY-RATED (WS-ODY-SUB)
               COMPUTE WS-ALLOC-HOURS ROUNDED =
                   WS-ODY-HOURS (WS-ODY-SUB)
                   * WS-OZN-LINES (WS-OZN-SUB)
                   / WS-ODY-LINES (WS-ODY-SUB)
           ELSE
               MOVE ZERO TO WS-ALLOC-HOURS
           END-IF

           MOVE '1' TO WS-FIND-TYPE
           MOVE WS-OZN-ZONE (WS-OZN-SUB) TO WS-FIND-CODE
           PERFORM 3310-ADD-TO-ROLLUP THRU 3310-EXIT

           MOVE '2' TO WS-FIND-TYPE
           MOVE WS-OZN-DEPT (WS-OZN-SUB) TO WS-FIND-CODE
           PERFORM 3310-ADD-TO-ROLLUP THRU 3310-EXIT.

       3300-EXIT.
           EXIT.

      ******************************************************************
      *    3310-ADD-TO-ROLLUP -- FINDS OR CLAIMS THE ROLL-UP SLOT FOR  *
      *    WS-FIND-TYPE / WS-FIND-CODE AND ADDS THE OPERATOR-DAY-ZONE  *
      *    SLOT TO IT.  A FULL TABLE COUNTS THE SLOT AS NOT ROLLED UP. *
      ******************************************************************
       3310-ADD-TO-ROLLUP.

           MOVE 'N' TO WS-SLOT-FOUND-SW
           MOVE ZERO TO WS-SLOT-SUB

           PERFORM 3320-TEST-ROLLUP-SLOT THRU 3320-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-RUP-USED OR WS-SLOT-FOUND.

           IF NOT WS-SLOT-FOUND
               IF WS-RUP-USED NOT < 100
                   ADD 1 TO WS-RUP-LOST-COUNT
                   GO TO 3310-EXIT
               END-IF
               ADD 1 TO WS-RUP-USED
               MOVE WS-RUP-USED TO WS-SLOT-SUB
               MOVE WS-FIND-TYPE TO WS-RUP-TYPE (WS-SLOT-SUB)
               MOVE WS-FIND-CODE TO WS-RUP-CODE (WS-SLOT-SUB)
               MOVE ZERO TO WS-RUP-DAYS (WS-SLOT-SUB)
               MOVE ZERO TO WS-RUP-UNRATED (WS-SLOT-SUB)
               MOVE ZERO TO WS-RUP-HOURS (WS-SLOT-SUB)
               MOVE ZERO TO WS-RUP-RECEIPTS (WS-SLOT-SUB)
               MOVE ZERO TO WS-RUP-LINES (WS-SLOT-SUB)
               MOVE ZERO TO WS-RUP-UNITS (WS-SLOT-SUB)
               MOVE ZERO TO WS-RUP-R-RECEIPTS (WS-SLOT-SUB)
               MOVE ZERO TO WS-RUP-R-LINES (WS-SLOT-SUB)
               MOVE ZERO TO WS-RUP-R-UNITS (WS-SLOT-SUB)
           END-IF

           ADD 1 TO WS-RUP-DAYS (WS-SLOT-SUB)
           ADD WS-OZN-RECEIPTS (WS-OZN-SUB)
               TO WS-RUP-RECEIPTS (WS-SLOT-SUB)
           ADD WS-OZN-LINES (WS-OZN-SUB) TO WS-RUP-LINES (WS-SLOT-SUB)
           ADD WS-OZN-UNITS (WS-OZN-SUB) TO WS-RUP-UNITS (WS-SLOT-SUB)

           IF WS-ODY-RATED (WS-ODY-SUB)
               ADD WS-ALLOC-HOURS TO WS-RUP-HOURS (WS-SLOT-SUB)
               ADD WS-OZN-RECEIPTS (WS-OZN-SUB)
                   TO WS-RUP-R-RECEIPTS (WS-SLOT-SUB)
               ADD WS-OZN-LINES (WS-OZN-SUB)
                   TO WS-RUP-R-LINES (WS-SLOT-SUB)
               ADD WS-OZN-UNITS (WS-OZN-SUB)
                   TO WS-RUP-R-UNITS (WS-SLOT-SUB)
           ELSE
               ADD 1 TO WS-RUP-UNRATED (WS-SLOT-SUB)
           END-IF.

       3310-EXIT.
           EXIT.

      ******************************************************************
      *    3320-TEST-ROLLUP-SLOT -- TESTS ONE USED ROLL-UP SLOT FOR    *
      *    THE TYPE AND CODE.  WS-SUB IS SET BY THE VARYING CLAUSE ON  *
      *    THE PERFORM IN 3310-ADD-TO-ROLLUP.                          *
      ******************************************************************
       3320-TEST-ROLLUP-SLOT.

           IF WS-RUP-TYPE (WS-SUB) = WS-FIND-TYPE
                   AND WS-RUP-CODE (WS-SUB) = WS-FIND-CODE
               MOVE WS-SUB TO WS-SLOT-SUB
               SET WS-SLOT-FOUND TO TRUE
           END-IF.

       3320-EXIT.
           EXIT.

      ******************************************************************
      *    3500-SORT-OPERS -- BUBBLE SORT OF THE OPERATOR TABLE BY     *
      *    OPERATOR ID, SO EACH SHIFT GROUP PRINTS IN ID ORDER.        *
      ******************************************************************
       3500-SORT-OPERS.

           IF WS-OPR-USED < 2
               GO TO 3500-EXIT
           END-IF

           SET WS-SWAPPED TO TRUE

           PERFORM 3510-ONE-OPER-PASS THRU 3510-EXIT
               UNTIL NOT WS-SWAPPED.

       3500-EXIT.
           EXIT.

      ******************************************************************
      *    3510-ONE-OPER-PASS -- ONE FULL PASS OF ADJACENT COMPARES.   *
      ******************************************************************
       3510-ONE-OPER-PASS.

           MOVE 'N' TO WS-SWAP-SW

           PERFORM 3520-COMPARE-OPER-PAIR THRU 3520-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB NOT < WS-OPR-USED.

       3510-EXIT.
           EXIT.

      ******************************************************************
      *    3520-COMPARE-OPER-PAIR -- SWAPS ONE ADJACENT PAIR WHEN OUT  *
      *    OF ORDER.  WS-SUB IS SET BY THE VARYING CLAUSE ON THE       *
      *    PERFORM IN 3510-ONE-OPER-PASS.                              *
      ******************************************************************
       3520-COMPARE-OPER-PAIR.

           COMPUTE WS-SUB-2 = WS-SUB + 1

           IF WS-OPR-ID (WS-SUB) > WS-OPR-ID (WS-SUB-2)
               MOVE WS-OPER-ENTRY (WS-SUB) TO WS-SWAP-OPER
               MOVE WS-OPER-ENTRY (WS-SUB-2) TO WS-OPER-ENTRY (WS-SUB)
               MOVE WS-SWAP-OPER TO WS-OPER-ENTRY (WS-SUB-2)
               SET WS-SWAPPED TO TRUE
           END-IF.

       3520-EXIT.
           EXIT.

      ******************************************************************
      *    3550-SORT-ROLLUPS -- BUBBLE SORT OF THE ROLL-UP TABLE BY    *
      *    TYPE THEN CODE: THE ZONES, THEN THE DEPARTMENTS.            *
      ******************************************************************
       3550-SORT-ROLLUPS.

           IF WS-RUP-USED < 2
               GO TO 3550-EXIT
           END-IF

           SET WS-SWAPPED TO TRUE

           PERFORM 3560-ONE-ROLLUP-PASS THRU 3560-EXIT
               UNTIL NOT WS-SWAPPED.

       3550-EXIT.
           EXIT.

      ******************************************************************
      *    3560-ONE-ROLLUP-PASS -- ONE FULL PASS OF ADJACENT COMPARES. *
      ******************************************************************
       3560-ONE-ROLLUP-PASS.

           MOVE 'N' TO WS-SWAP-SW

           PERFORM 3570-COMPARE-ROLLUP-PAIR THRU 3570-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB NOT < WS-RUP-USED.

       3560-EXIT.
           EXIT.

      ******************************************************************
      *    3570-COMPARE-ROLLUP-PAIR -- SWAPS ONE ADJACENT PAIR WHEN    *
      *    OUT OF ORDER.  WS-SUB IS SET BY THE VARYING CLAUSE ON THE   *
      *    PERFORM IN 3560-ONE-ROLLUP-PASS.                            *
      ******************************************************************
       3570-COMPARE-ROLLUP-PAIR.

           COMPUTE WS-SUB-2 = WS-SUB + 1

           IF WS-RUP-TYPE (WS-SUB) > WS-RUP-TYPE (WS-SUB-2)
             OR (WS-RUP-TYPE (WS-SUB) = WS-RUP-TYPE (WS-SUB-2)
                 AND WS-RUP-CODE (WS-SUB) > WS-RUP-CODE (WS-SUB-2))
               MOVE WS-ROLLUP-ENTRY (WS-SUB) TO WS-SWAP-ROLLUP
               MOVE WS-ROLLUP-ENTRY (WS-SUB-2)
                   TO WS-ROLLUP-ENTRY (WS-SUB)
               MOVE WS-SWAP-ROLLUP TO WS-ROLLUP-ENTRY (WS-SUB-2)
               SET WS-SWAPPED TO TRUE
           END-IF.

       3570-EXIT.
           EXIT.

      ******************************************************************
      *    3700-PRINT-OPERATORS -- THE OPERATOR LINES SHIFT BY SHIFT,  *
      *    EACH SHIFT CLOSED WITH ITS TOTAL, THEN THE ALL-SHIFTS       *
      *    TOTAL.  RATES ARE RATED VOLUME OVER RATED HOURS; AN         *
      *    OPERATOR WITH AN UNRATED DAY IS STARRED.                    *
      ******************************************************************
       3700-PRINT-OPERATORS.

           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.
           MOVE 'RECEIVING PRODUCTIVITY BY OPERATOR' TO SL-TEXT
           WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE.

           MOVE 'OPER'  TO DH-KEY-LABEL
           MOVE 'NAME'  TO DH-NAME-LABEL

           MOVE ZERO TO WS-GND-DAYS WS-GND-UNRATED WS-GND-HOURS
                        WS-GND-RECEIPTS WS-GND-LINES WS-GND-UNITS
                        WS-GND-R-RECEIPTS WS-GND-R-LINES
                        WS-GND-R-UNITS

           PERFORM 3710-PRINT-SHIFT-GROUP THRU 3710-EXIT
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > 4.

           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.
           MOVE WS-GRAND-TOTAL TO WS-GROUP-TOTAL
           MOVE SPACES TO DL-KEY
           MOVE 'ALL SHIFTS TOTAL' TO DL-NAME
           PERFORM 3730-PRINT-GROUP-TOTAL THRU 3730-EXIT.

       3700-EXIT.
           EXIT.

      ******************************************************************
      *    3710-PRINT-SHIFT-GROUP -- ONE SHIFT'S OPERATORS AND THE     *
      *    SHIFT TOTAL.  A SHIFT WITH NO RECEIVING IS LEFT OFF.        *
      *    WS-GROUP-SUB IS SET BY THE VARYING CLAUSE ON THE PERFORM    *
      *    IN 3700-PRINT-OPERATORS.                                    *
      ******************************************************************
       3710-PRINT-SHIFT-GROUP.

           MOVE ZERO TO WS-GRP-DAYS WS-GRP-UNRATED WS-GRP-HOURS
                        WS-GRP-RECEIPTS WS-GRP-LINES WS-GRP-UNITS
                        WS-GRP-R-RECEIPTS WS-GRP-R-LINES
                        WS-GRP-R-UNITS

           EVALUATE WS-GROUP-SUB
               WHEN 1
                   MOVE '1ST SHIFT' TO SH-SHIFT-LABEL
               WHEN 2
                   MOVE '2ND SHIFT' TO SH-SHIFT-LABEL
               WHEN 3
                   MOVE '3RD SHIFT' TO SH-SHIFT-LABEL
               WHEN OTHER
                   MOVE 'NO VALID SHIFT CODE' TO SH-SHIFT-LABEL
           END-EVALUATE

           PERFORM 3720-PRINT-OPER-LINE THRU 3720-EXIT
               VARYING WS-OPR-SUB FROM 1 BY 1
               UNTIL WS-OPR-SUB > WS-OPR-USED.

           IF WS-GRP-DAYS = ZERO
               GO TO 3710-EXIT
           END-IF

           MOVE SPACES TO DL-KEY
           MOVE '  SHIFT TOTAL' TO DL-NAME
           PERFORM 3730-PRINT-GROUP-TOTAL THRU 3730-EXIT

           ADD WS-GRP-DAYS       TO WS-GND-DAYS
           ADD WS-GRP-UNRATED    TO WS-GND-UNRATED
           ADD WS-GRP-HOURS      TO WS-GND-HOURS
           ADD WS-GRP-RECEIPTS   TO WS-GND-RECEIPTS
           ADD WS-GRP-LINES      TO WS-GND-LINES
           ADD WS-GRP-UNITS      TO WS-GND-UNITS
           ADD WS-GRP-R-RECEIPTS TO WS-GND-R-RECEIPTS
           ADD WS-GRP-R-LINES    TO WS-GND-R-LINES
           ADD WS-GRP-R-UNITS    TO WS-GND-R-UNITS.

       3710-EXIT.
           EXIT.

      ******************************************************************
      *    3720-PRINT-OPER-LINE -- ONE OPERATOR LINE WHEN THE SLOT     *
      *    BELONGS TO THE SHIFT GROUP BEING PRINTED.  THE SHIFT        *
      *    HEADING GOES OUT AHEAD OF THE GROUP'S FIRST OPERATOR.       *
      *    WS-OPR-SUB IS SET BY THE VARYING CLAUSE ON THE PERFORM IN   *
      *    3710-PRINT-SHIFT-GROUP.                                     *
      ******************************************************************
       3720-PRINT-OPER-LINE.

           IF WS-OPR-SHIFT (WS-OPR-SUB) = '1'
                   OR WS-OPR-SHIFT (WS-OPR-SUB) = '2'
                   OR WS-OPR-SHIFT (WS-OPR-SUB) = '3'
               MOVE WS-OPR-SHIFT (WS-OPR-SUB) TO WS-SHIFT-SUB
           ELSE
               MOVE 4 TO WS-SHIFT-SUB
           END-IF

           IF WS-SHIFT-SUB NOT = WS-GROUP-SUB
               GO TO 3720-EXIT
           END-IF

           IF WS-GRP-DAYS = ZERO
               MOVE SPACE TO HELO-REPORT-LINE
               WRITE HELO-REPORT-LINE
               WRITE HELO-REPORT-LINE FROM WS-SHIFT-HEADING
               WRITE HELO-REPORT-LINE FROM WS-DETAIL-HEADING
           END-IF

           ADD WS-OPR-DAYS (WS-OPR-SUB)     TO WS-GRP-DAYS
           ADD WS-OPR-UNRATED (WS-OPR-SUB)  TO WS-GRP-UNRATED
           ADD WS-OPR-HOURS (WS-OPR-SUB)    TO WS-GRP-HOURS
           ADD WS-OPR-RECEIPTS (WS-OPR-SUB) TO WS-GRP-RECEIPTS
           ADD WS-OPR-LINES (WS-OPR-SUB)    TO WS-GRP-LINES
           ADD WS-OPR-UNITS (WS-OPR-SUB)    TO WS-GRP-UNITS
           ADD WS-OPR-R-RECEIPTS (WS-OPR-SUB) TO WS-GRP-R-RECEIPTS
           ADD WS-OPR-R-LINES (WS-OPR-SUB)  TO WS-GRP-R-LINES
           ADD WS-OPR-R-UNITS (WS-OPR-SUB)  TO WS-GRP-R-UNITS

           MOVE WS-OPR-ID (WS-OPR-SUB)       TO DL-KEY
           MOVE WS-OPR-NAME (WS-OPR-SUB)     TO DL-NAME
           MOVE WS-OPR-DAYS (WS-OPR-SUB)     TO DL-DAYS
           MOVE WS-OPR-UNRATED (WS-OPR-SUB)  TO DL-UNRATED
           MOVE WS-OPR-HOURS (WS-OPR-SUB)    TO DL-HOURS
           MOVE WS-OPR-RECEIPTS (WS-OPR-SUB) TO DL-RECEIPTS
           MOVE WS-OPR-LINES (WS-OPR-SUB)    TO DL-LINES
           MOVE WS-OPR-UNITS (WS-OPR-SUB)    TO DL-UNITS

           IF WS-OPR-UNRATED (WS-OPR-SUB) > ZERO
               MOVE '*' TO DL-UNRATED-FLAG
           ELSE
               MOVE SPACE TO DL-UNRATED-FLAG
           END-IF

           MOVE WS-OPR-HOURS (WS-OPR-SUB) TO WS-RATE-HOURS

           MOVE WS-OPR-R-RECEIPTS (WS-OPR-SUB) TO WS-RATE-VOLUME
           PERFORM 5100-EDIT-RATE THRU 5100-EXIT
           MOVE WS-RATE-TEXT TO DL-RCPT-RATE

           MOVE WS-OPR-R-LINES (WS-OPR-SUB) TO WS-RATE-VOLUME
           PERFORM 5100-EDIT-RATE THRU 5100-EXIT
           MOVE WS-RATE-TEXT TO DL-LINE-RATE

           MOVE WS-OPR-R-UNITS (WS-OPR-SUB) TO WS-RATE-VOLUME
           PERFORM 5100-EDIT-RATE THRU 5100-EXIT
           MOVE WS-RATE-TEXT TO DL-UNIT-RATE

           WRITE HELO-REPORT-LINE FROM WS-DETAIL-LINE.

       3720-EXIT.
           EXIT.

      ******************************************************************
      *    3730-PRINT-GROUP-TOTAL -- PRINTS WS-GROUP-TOTAL ON THE      *
      *    DETAIL LINE UNDER THE KEY AND NAME THE CALLER HAS SET.      *
      ******************************************************************
       3730-PRINT-GROUP-TOTAL.

           MOVE WS-GRP-DAYS     TO DL-DAYS
           MOVE WS-GRP-UNRATED  TO DL-UNRATED
           MOVE SPACE           TO DL-UNRATED-FLAG
           MOVE WS-GRP-HOURS    TO DL-HOURS
           MOVE WS-GRP-RECEIPTS TO DL-RECEIPTS
           MOVE WS-GRP-LINES    TO DL-LINES
           MOVE WS-GRP-UNITS    TO DL-UNITS

           MOVE WS-GRP-HOURS TO WS-RATE-HOURS

           MOVE WS-GRP-R-RECEIPTS TO WS-RATE-VOLUME
           PERFORM 5100-EDIT-RATE THRU 5100-EXIT
           MOVE WS-RATE-TEXT TO DL-RCPT-RATE

           MOVE WS-GRP-R-LINES TO WS-RATE-VOLUME
           PERFORM 5100-EDIT-RATE THRU 5100-EXIT
           MOVE WS-RATE-TEXT TO DL-LINE-RATE

           MOVE WS-GRP-R-UNITS TO WS-RATE-VOLUME
           PERFORM 5100-EDIT-RATE THRU 5100-EXIT
           MOVE WS-RATE-TEXT TO DL-UNIT-RATE

           WRITE HELO-REPORT-LINE FROM WS-DETAIL-LINE.

       3730-EXIT.
           EXIT.

      ******************************************************************
      *    3800-PRINT-EXCEPTIONS -- EVERY OPERATOR-DAY NOT RATED, AND  *
      *    EVERY RATED DAY WHOSE PUNCHES WERE CORRECTED THROUGH TADJ,  *
      *    BY OPERATOR AND DATE.                                       *
      ******************************************************************
       3800-PRINT-EXCEPTIONS.

           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.
           MOVE 'OPERATOR-DAYS FLAGGED' TO SL-TEXT
           WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE.

           IF WS-NO-RECORD-COUNT = ZERO
                   AND WS-MISSING-PUNCH-COUNT = ZERO
                   AND WS-ADJUSTED-COUNT = ZERO
               MOVE ' NO OPERATOR-DAYS FLAGGED' TO SL-TEXT
               WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE
               GO TO 3800-EXIT
           END-IF

           WRITE HELO-REPORT-LINE FROM WS-EXCEPTION-HEADING.

           PERFORM 3810-OPER-EXCEPTIONS THRU 3810-EXIT
               VARYING WS-OPR-SUB FROM 1 BY 1
               UNTIL WS-OPR-SUB > WS-OPR-USED.

       3800-EXIT.
           EXIT.

      ******************************************************************
      *    3810-OPER-EXCEPTIONS -- ONE OPERATOR'S FLAGGED DAYS.  THE   *
      *    OPERATOR-DAY TABLE WAS FILLED IN RCPLOG DATE ORDER, SO THE  *
      *    DAYS COME OUT IN DATE ORDER.  WS-OPR-SUB IS SET BY THE      *
      *    VARYING CLAUSE ON THE PERFORM IN 3800-PRINT-EXCEPTIONS.     *
      ******************************************************************
       3810-OPER-EXCEPTIONS.

           PERFORM 3820-PRINT-EXCEPTION-LINE THRU 3820-EXIT
               VARYING WS-ODY-SUB FROM 1 BY 1
               UNTIL WS-ODY-SUB > WS-ODY-USED.

       3810-EXIT.
           EXIT.

      ******************************************************************
      *    3820-PRINT-EXCEPTION-LINE -- ONE FLAGGED OPERATOR-DAY OF    *
      *    THE OPERATOR BEING PRINTED.  WS-ODY-SUB IS SET BY THE       *
      *    VARYING CLAUSE ON THE PERFORM IN 3810-OPER-EXCEPTIONS.      *
      ******************************************************************
       3820-PRINT-EXCEPTION-LINE.

           IF WS-ODY-OPERID (WS-ODY-SUB) NOT = WS-OPR-ID (WS-OPR-SUB)
               GO TO 3820-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-ODY-NO-RECORD (WS-ODY-SUB)
                   MOVE 'NO TIMEAT RECORD - NOT RATED' TO XL-EXCEPTION
               WHEN WS-ODY-MISSING-PUNCH (WS-ODY-SUB)
                   MOVE 'MISSING PUNCH - NOT RATED' TO XL-EXCEPTION
               WHEN WS-ODY-ADJUSTED (WS-ODY-SUB)
                   MOVE 'PUNCHES CORRECTED BY TADJ' TO XL-EXCEPTION
               WHEN OTHER
                   GO TO 3820-EXIT
           END-EVALUATE

           MOVE WS-ODY-OPERID (WS-ODY-SUB)    TO XL-OPERID
           MOVE WS-ODY-DATE (WS-ODY-SUB)      TO XL-DATE
           MOVE WS-ODY-CLOCK-IN (WS-ODY-SUB)  TO XL-CLOCK-IN
           MOVE WS-ODY-CLOCK-OUT (WS-ODY-SUB) TO XL-CLOCK-OUT
           MOVE WS-ODY-HOURS (WS-ODY-SUB)     TO XL-HOURS
           MOVE WS-ODY-RECEIPTS (WS-ODY-SUB)  TO XL-RECEIPTS
           MOVE WS-ODY-LINES (WS-ODY-SUB)     TO XL-LINES
           MOVE WS-ODY-UNITS (WS-ODY-SUB)     TO XL-UNITS

           WRITE HELO-REPORT-LINE FROM WS-EXCEPTION-LINE.

       3820-EXIT.
           EXIT.

      ******************************************************************
      *    3850-PRINT-ROLLUPS -- THE ZONE ROLL-UP, THEN THE            *
      *    DEPARTMENT ROLL-UP, OUT OF THE SORTED ROLL-UP TABLE.  DAYS  *
      *    HERE COUNTS OPERATOR-DAYS WORKED IN THE ZONE/DEPARTMENT.    *
      ******************************************************************
       3850-PRINT-ROLLUPS.

           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.
           MOVE 'RECEIVING PRODUCTIVITY BY ZONE' TO SL-TEXT
           WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE.
           MOVE 'ZONE'  TO DH-KEY-LABEL
           MOVE SPACES  TO DH-NAME-LABEL
           WRITE HELO-REPORT-LINE FROM WS-DETAIL-HEADING.

           MOVE '1' TO WS-PRINT-TYPE
           PERFORM 3860-PRINT-ROLLUP-LINE THRU 3860-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-RUP-USED.

           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.
           MOVE 'RECEIVING PRODUCTIVITY BY DEPARTMENT' TO SL-TEXT
           WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE.
           MOVE 'DEPT'  TO DH-KEY-LABEL
           WRITE HELO-REPORT-LINE FROM WS-DETAIL-HEADING.

           MOVE '2' TO WS-PRINT-TYPE
           PERFORM 3860-PRINT-ROLLUP-LINE THRU 3860-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-RUP-USED.

       3850-EXIT.
           EXIT.

      ******************************************************************
      *    3860-PRINT-ROLLUP-LINE -- ONE ZONE OR DEPARTMENT LINE WHEN  *
      *    THE SLOT IS OF THE TYPE BEING PRINTED.  WS-SUB IS SET BY    *
      *    THE VARYING CLAUSE ON THE PERFORM IN 3850-PRINT-ROLLUPS.    *
      ******************************************************************
       3860-PRINT-ROLLUP-LINE.

           IF WS-RUP-TYPE (WS-SUB) NOT = WS-PRINT-TYPE
               GO TO 3860-EXIT
           END-IF

           MOVE WS-RUP-CODE (WS-SUB)     TO DL-KEY

           IF WS-RUP-CODE (WS-SUB) = '??' OR '????'
               MOVE 'TERMINAL NOT ON FILE' TO DL-NAME
           ELSE
               MOVE SPACES TO DL-NAME
           END-IF

           MOVE WS-RUP-DAYS (WS-SUB)     TO DL-DAYS
           MOVE WS-RUP-UNRATED (WS-SUB)  TO DL-UNRATED
           MOVE SPACE                    TO DL-UNRATED-FLAG
           MOVE WS-RUP-HOURS (WS-SUB)    TO DL-HOURS
           MOVE WS-RUP-RECEIPTS (WS-SUB) TO DL-RECEIPTS
           MOVE WS-RUP-LINES (WS-SUB)    TO DL-LINES
           MOVE WS-RUP-UNITS (WS-SUB)    TO DL-UNITS

           MOVE WS-RUP-HOURS (WS-SUB) TO WS-RATE-HOURS

           MOVE WS-RUP-R-RECEIPTS (WS-SUB) TO WS-RATE-VOLUME
           PERFORM 5100-EDIT-RATE THRU 5100-EXIT
           MOVE WS-RATE-TEXT TO DL-RCPT-RATE

           MOVE WS-RUP-R-LINES (WS-SUB) TO WS-RATE-VOLUME
           PERFORM 5100-EDIT-RATE THRU 5100-EXIT
           MOVE WS-RATE-TEXT TO DL-LINE-RATE

           MOVE WS-RUP-R-UNITS (WS-SUB) TO WS-RATE-VOLUME
           PERFORM 5100-EDIT-RATE THRU 5100-EXIT
           MOVE WS-RATE-TEXT TO DL-UNIT-RATE

           WRITE HELO-REPORT-LINE FROM WS-DETAIL-LINE.

       3860-EXIT.
           EXIT.

      ******************************************************************
      *    3900-PRINT-TOTALS -- THE CONTROL COUNTS.                    *
      ******************************************************************
       3900-PRINT-TOTALS.

           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.

           MOVE 'RECEIPT LINES READ'    TO CL-LABEL
           MOVE WS-RECEIPT-COUNT        TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           IF WS-PRIOR-NIGHT-COUNT > ZERO
               MOVE 'LINES FOR PRIOR NIGHT' TO CL-LABEL
               MOVE WS-PRIOR-NIGHT-COUNT   TO CL-COUNT
               WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE
           END-IF

           MOVE 'OPERATOR-DAYS'         TO CL-LABEL
           MOVE WS-ODY-USED             TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE '  RATED'               TO CL-LABEL
           MOVE WS-RATED-COUNT          TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE '  MISSING PUNCH'       TO CL-LABEL
           MOVE WS-MISSING-PUNCH-COUNT  TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE '  NO TIMEAT RECORD'    TO CL-LABEL
           MOVE WS-NO-RECORD-COUNT      TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE '  CORRECTED BY TADJ'   TO CL-LABEL
           MOVE WS-ADJUSTED-COUNT       TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'OPERATORS REPORTED'    TO CL-LABEL
           MOVE WS-OPR-USED             TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           IF WS-UNKNOWN-TERM-COUNT > ZERO
               MOVE 'LINES ON UNKNOWN TERMINAL' TO CL-LABEL
               MOVE WS-UNKNOWN-TERM-COUNT  TO CL-COUNT
               WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE
           END-IF

           IF WS-ODY-LOST-COUNT > ZERO
               MOVE 'LINES PAST OPER-DAY TABLE' TO CL-LABEL
               MOVE WS-ODY-LOST-COUNT      TO CL-COUNT
               WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE
           END-IF

           IF WS-OZN-LOST-COUNT > ZERO
               MOVE 'LINES PAST ZONE TABLE' TO CL-LABEL
               MOVE WS-OZN-LOST-COUNT      TO CL-COUNT
               WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE
           END-IF

           IF WS-OPR-LOST-COUNT > ZERO
               MOVE 'DAYS PAST OPERATOR TABLE' TO CL-LABEL
               MOVE WS-OPR-LOST-COUNT      TO CL-COUNT
               WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE
           END-IF

           IF WS-RUP-LOST-COUNT > ZERO
               MOVE 'SLOTS PAST ROLL-UP TABLE' TO CL-LABEL
               MOVE WS-RUP-LOST-COUNT      TO CL-COUNT
               WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE
           END-IF.

       3900-EXIT.
           EXIT.

      ******************************************************************
      *    4000-TERMINATE -- CLOSE FILES AND END THE RUN.               *
      ******************************************************************
       4000-TERMINATE.

           CLOSE HELO-PARM-FILE
                 HELO-RCPLOG-FILE
                 HELO-TIMEAT-FILE
                 HELO-TAADJ-FILE
                 HELO-TRMMST-FILE
                 HELO-OPMSTR-FILE
                 HELO-REPORT-FILE.

       4000-EXIT.
           EXIT.

      ******************************************************************
      *    5000-PRIOR-DAY -- STEPS THE YYMMDD DATE IN WS-PD-DATE BACK  *
      *    ONE DAY, ACROSS MONTH AND YEAR ENDS.                        *
      ******************************************************************
       5000-PRIOR-DAY.

           IF WS-PD-DD > 1
               SUBTRACT 1 FROM WS-PD-DD
               GO TO 5000-EXIT
           END-IF

           IF WS-PD-MM > 1
               SUBTRACT 1 FROM WS-PD-MM
           ELSE
               MOVE 12 TO WS-PD-MM
               SUBTRACT 1 FROM WS-PD-YY
           END-IF

           MOVE WS-MONTH-DAYS (WS-PD-MM) TO WS-PD-DD

           DIVIDE WS-PD-YY BY 4 GIVING WS-PD-QUOT
               REMAINDER WS-PD-REM

           IF WS-PD-MM = 2 AND WS-PD-REM = ZERO
               MOVE 29 TO WS-PD-DD
           END-IF.

       5000-EXIT.
           EXIT.

      ******************************************************************
      *    5050-NEXT-DAY -- STEPS THE YYMMDD DATE IN WS-PD-DATE        *
      *    FORWARD ONE DAY, ACROSS MONTH AND YEAR ENDS.                *
      ******************************************************************
       5050-NEXT-DAY.

           MOVE WS-MONTH-DAYS (WS-PD-MM) TO WS-PD-LAST-DD

           DIVIDE WS-PD-YY BY 4 GIVING WS-PD-QUOT
               REMAINDER WS-PD-REM

           IF WS-PD-MM = 2 AND WS-PD-REM = ZERO
               MOVE 29 TO WS-PD-LAST-DD
           END-IF

           IF WS-PD-DD < WS-PD-LAST-DD
               ADD 1 TO WS-PD-DD
               GO TO 5050-EXIT
           END-IF

           MOVE 1 TO WS-PD-DD

           IF WS-PD-MM < 12
               ADD 1 TO WS-PD-MM
           ELSE
               MOVE 1 TO WS-PD-MM
               ADD 1 TO WS-PD-YY
           END-IF.

       5050-EXIT.
           EXIT.

      ******************************************************************
      *    5100-EDIT-RATE -- WS-RATE-VOLUME PER WS-RATE-HOURS, EDITED  *
      *    INTO WS-RATE-TEXT.  ZERO HOURS GIVES N/A, NEVER A DIVIDE.   *
      ******************************************************************
       5100-EDIT-RATE.

           IF WS-RATE-HOURS = ZERO
               MOVE '     N/A' TO WS-RATE-TEXT
               GO TO 5100-EXIT
           END-IF

           COMPUTE WS-RATE ROUNDED = WS-RATE-VOLUME / WS-RATE-HOURS
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-RATE
           END-COMPUTE

           MOVE WS-RATE      TO WS-RATE-EDIT
           MOVE WS-RATE-EDIT TO WS-RATE-TEXT.

       5100-EXIT.
           EXIT.
