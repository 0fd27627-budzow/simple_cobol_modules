       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELOOPHR.
       AUTHOR. D MARSH - ONLINE SYSTEMS.
       INSTALLATION. WAREHOUSE CICS REGION.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ------------------------------------------------------------*
      *    DATE     INIT  DESCRIPTION                                  *
      *    -------- ----  ---------------------------------------------*
      *    10/15/26  DM   ORIGINAL.  WEEKLY OPERATOR CHANGE REPORT     *
      *                   FROM THE OPMSTR HISTORY FILE (OPHIST) FOR    *
      *                   SECURITY AND HR SIGN-OFF.  LISTS EVERY       *
      *                   AUTHORITY-PROFILE CHANGE AND EVERY SHIFT     *
      *                   CHANGE IN THE SEVEN DAYS ENDING ON THE       *
      *                   REPORT DATE, ADDS AND DELETES INCLUDED,      *
      *                   WITH WHO MADE IT (ONLINE USER AND TERMINAL   *
      *                   OR THE HR FEED).  LOOKUP CARDS AFTER THE     *
      *                   DATE CARD ARE ANSWERED WITH THE OPERATOR     *
      *                   RECORD AN OPERATOR ID HELD ON A GIVEN DATE.  *
      *    10/15/26  DM   THE REPORT DATE CARD AND EACH LOOKUP DATE    *
      *                   MUST NOW HAVE A MONTH OF 01-12 AND A DAY     *
      *                   WITHIN THAT MONTH.  A BAD REPORT DATE FAILS  *
      *                   THE JOB RC 8; A BAD LOOKUP DATE REJECTS THE  *
      *                   CARD.                                        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELO-PARM-FILE     ASSIGN TO OPHRPARM
               ORGANIZATION IS SEQUENTIAL.

           SELECT HELO-OPHIST-FILE   ASSIGN TO OPHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HELO-OPH-KEY
               FILE STATUS IS WS-OPHIST-STATUS.

           SELECT HELO-OPMSTR-FILE   ASSIGN TO OPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HELO-OPMR-OPERID
               FILE STATUS IS WS-OPMSTR-STATUS.

           SELECT HELO-REPORT-FILE   ASSIGN TO HELOOPHR
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    THE FIRST CARD CARRIES THE REPORT DATE IN COLUMNS 1-6.
      *    EVERY CARD AFTER IT IS A LOOKUP: OPERATOR ID IN COLUMNS
      *    1-3, THE AS-OF DATE (YYMMDD) IN COLUMNS 5-10.
       FD  HELO-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HELO-PARM-RECORD.
           05  HELO-PARM-DATE        PIC X(06).
           05  FILLER                PIC X(74).
       01  HELO-PARM-LOOKUP.
           05  HELO-PARM-LKP-OPERID  PIC X(03).
           05  FILLER                PIC X(01).
           05  HELO-PARM-LKP-DATE    PIC X(06).
           05  FILLER                PIC X(70).

       FD  HELO-OPHIST-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY HELOOPH.

       FD  HELO-OPMSTR-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY HELOPMR.

       FD  HELO-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HELO-REPORT-LINE          PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-OPHIST-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-OPMSTR-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-EOF-SWITCH             PIC X(01)   VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
       01  WS-PARM-EOF-SW            PIC X(01)   VALUE 'N'.
           88  WS-PARM-EOF                VALUE 'Y'.
       01  WS-PARM-OK-SW             PIC X(01)   VALUE 'Y'.
           88  WS-PARM-OK                 VALUE 'Y'.
       01  WS-PASS-SW                PIC X(01)   VALUE 'A'.
           88  WS-AUTH-PASS               VALUE 'A'.
           88  WS-SHIFT-PASS              VALUE 'S'.
       01  WS-REPORT-DATE            PIC 9(06)   VALUE ZERO.
       01  WS-REPORT-DAYS            PIC 9(05)   VALUE ZERO.

       01  WS-OPHIST-READ            PIC 9(07)   VALUE ZERO.
       01  WS-SEC-COUNT              PIC 9(07)   VALUE ZERO.
       01  WS-AUTH-COUNT             PIC 9(07)   VALUE ZERO.
       01  WS-SHIFT-COUNT            PIC 9(07)   VALUE ZERO.
       01  WS-LOOKUP-COUNT           PIC 9(07)   VALUE ZERO.
       01  WS-LOOKUP-BAD-COUNT       PIC 9(07)   VALUE ZERO.

      *    AS-OF LOOKUP WORK AREA.  THE OPERATOR'S HISTORY IS READ
      *    OLDEST FIRST: THE LAST ENTRY ON OR BEFORE THE AS-OF DATE
      *    HOLDS THE RECORD AS IT STOOD THAT DAY IN ITS AFTER IMAGE;
      *    FAILING THAT, THE FIRST ENTRY AFTER THE DATE HOLDS IT IN
      *    ITS BEFORE IMAGE.
       01  WS-LKP-OPERID             PIC X(03)   VALUE SPACES.
       01  WS-LKP-DATE               PIC 9(06)   VALUE ZERO.
       01  WS-HIST-END-SW            PIC X(01)   VALUE 'N'.
           88  WS-HIST-END                VALUE 'Y'.
       01  WS-LAST-FOUND-SW          PIC X(01)   VALUE 'N'.
           88  WS-LAST-FOUND              VALUE 'Y'.
       01  WS-NEXT-FOUND-SW          PIC X(01)   VALUE 'N'.
           88  WS-NEXT-FOUND              VALUE 'Y'.
       01  WS-LAST-ACTION            PIC X(01)   VALUE SPACE.
       01  WS-LAST-DATE              PIC 9(06)   VALUE ZERO.
       01  WS-LAST-IMAGE             PIC X(60)   VALUE SPACES.
       01  WS-NEXT-ACTION            PIC X(01)   VALUE SPACE.
       01  WS-NEXT-DATE              PIC 9(06)   VALUE ZERO.
       01  WS-NEXT-IMAGE             PIC X(60)   VALUE SPACES.
       01  WS-ASOF-IMAGE.
           05  WS-ASOF-OPERID        PIC X(03).
           05  WS-ASOF-NAME          PIC X(30).
           05  WS-ASOF-SHIFT         PIC X(01).
           05  WS-ASOF-LANG-CD       PIC X(02).
           05  WS-ASOF-AUTH          PIC X(04).
           05  FILLER                PIC X(20).

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
       01  WS-DN-LAST-DAY            PIC 9(02)   VALUE ZERO.
       01  WS-DATE-OK-SW             PIC X(01)   VALUE 'Y'.
           88  WS-DATE-OK                 VALUE 'Y'.

      *    DAYS IN THE YEAR BEFORE THE FIRST OF EACH MONTH (NON-LEAP).
       01  WS-CUM-DAYS-VALUES.
           05  FILLER                PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01  FILLER REDEFINES WS-CUM-DAYS-VALUES.
           05  WS-CUM-DAYS           PIC 9(03)   OCCURS 12 TIMES.

      *    DAYS IN EACH MONTH (NON-LEAP), FOR 5100-CHECK-DATE.
       01  WS-MONTH-DAYS-VALUES.
           05  FILLER                PIC X(24)
               VALUE '312831303130313130313031'.
       01  FILLER REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS         PIC 9(02)   OCCURS 12 TIMES.

      *    WHO MADE THE CHANGE, IN THE FORM THE CHANGE LINE PRINTS.
       01  WS-SOURCE-ONLINE.
           05  FILLER                PIC X(07)   VALUE 'ONLINE '.
           05  SO-USERID             PIC X(08).
           05  FILLER                PIC X(06)   VALUE ' TERM '.
           05  SO-TERM-ID            PIC X(04).
           05  FILLER                PIC X(05)   VALUE SPACE.
       01  WS-SOURCE-HR.
           05  FILLER                PIC X(12)   VALUE 'HR FEED OF  '.
           05  SH-FEED-DATE          PIC 9(06).
           05  FILLER                PIC X(12)   VALUE SPACE.

       01  WS-HEADING-1.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(45)
               VALUE 'HELO WEEKLY OPERATOR CHANGE REPORT, WEEK TO'.
           05  HD-REPORT-DATE        PIC 9(06).
           05  FILLER                PIC X(81)   VALUE SPACE.

       01  WS-SECTION-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  SL-TEXT               PIC X(60).
           05  FILLER                PIC X(72)   VALUE SPACE.

       01  WS-CHANGE-HEADING.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(06)   VALUE 'OPER'.
           05  FILLER                PIC X(08)   VALUE 'DATE'.
           05  FILLER                PIC X(08)   VALUE 'TIME'.
           05  FILLER                PIC X(08)   VALUE 'ACTION'.
           05  FILLER                PIC X(32)   VALUE 'NAME'.
           05  FILLER                PIC X(08)   VALUE 'BEFORE'.
           05  FILLER                PIC X(08)   VALUE 'AFTER'.
           05  FILLER                PIC X(30)   VALUE 'CHANGED BY'.
           05  FILLER                PIC X(24)   VALUE SPACE.

       01  WS-CHANGE-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  CH-OPERID             PIC X(03).
           05  FILLER                PIC X(03)   VALUE SPACE.
           05  CH-DATE               PIC 9(06).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  CH-TIME               PIC 9(06).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  CH-ACTION             PIC X(06).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  CH-NAME               PIC X(30).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  CH-BEFORE             PIC X(06).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  CH-AFTER              PIC X(06).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  CH-SOURCE             PIC X(30).
           05  FILLER                PIC X(24)   VALUE SPACE.

       01  WS-AUTH-NOTE-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(60)   VALUE
               'PROFILE IS INVINQ/RECEIVE/CYCCNT/SHIPINQ, Y OR N EACH;'.
           05  FILLER                PIC X(72)   VALUE SPACE.

       01  WS-AUTH-NOTE-LINE-2.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(60)   VALUE
               'A BLANK PROFILE ALLOWS EVERY FUNCTION.'.
           05  FILLER                PIC X(72)   VALUE SPACE.

       01  WS-NONE-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(40)
               VALUE 'NO CHANGES OF THIS KIND IN THE WEEK'.
           05  FILLER                PIC X(92)   VALUE SPACE.

       01  WS-SIGNOFF-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  SG-LABEL              PIC X(24).
           05  FILLER                PIC X(36)
               VALUE '______________________________  DATE'.
           05  FILLER                PIC X(10)   VALUE ' ________'.
           05  FILLER                PIC X(62)   VALUE SPACE.

       01  WS-LOOKUP-HEADING.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(06)   VALUE 'OPER'.
           05  FILLER                PIC X(08)   VALUE 'AS OF'.
           05  FILLER                PIC X(32)   VALUE 'NAME'.
           05  FILLER                PIC X(07)   VALUE 'SHIFT'.
           05  FILLER                PIC X(06)   VALUE 'LANG'.
           05  FILLER                PIC X(08)   VALUE 'PROFILE'.
           05  FILLER                PIC X(40)   VALUE 'BASIS'.
           05  FILLER                PIC X(25)   VALUE SPACE.

       01  WS-LOOKUP-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  LL-OPERID             PIC X(03).
           05  FILLER                PIC X(03)   VALUE SPACE.
           05  LL-DATE               PIC X(06).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  LL-NAME               PIC X(30).
           05  FILLER                PIC X(04)   VALUE SPACE.
           05  LL-SHIFT              PIC X(01).
           05  FILLER                PIC X(04)   VALUE SPACE.
           05  LL-LANG-CD            PIC X(02).
           05  FILLER                PIC X(06)   VALUE SPACE.
           05  LL-AUTH               PIC X(04).
           05  FILLER                PIC X(02)   VALUE SPACE.
           05  LL-BASIS              PIC X(32).
           05  LL-BASIS-DATE         PIC X(06).
           05  FILLER                PIC X(27)   VALUE SPACE.

       01  WS-COUNT-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  CL-LABEL              PIC X(25).
           05  CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(96)   VALUE SPACE.

       01  WS-PARM-ERROR-LINE.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  FILLER                PIC X(60)
               VALUE 'OPHRPARM CARD MISSING OR BAD DATE - JOB FAILED'.
           05  FILLER                PIC X(72)   VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF WS-PARM-OK
               SET WS-AUTH-PASS TO TRUE
               PERFORM 2000-LIST-CHANGES THRU 2000-EXIT
               MOVE WS-SEC-COUNT TO WS-AUTH-COUNT
               SET WS-SHIFT-PASS TO TRUE
               PERFORM 2000-LIST-CHANGES THRU 2000-EXIT
               MOVE WS-SEC-COUNT TO WS-SHIFT-COUNT
               PERFORM 2500-PRINT-SIGNOFF THRU 2500-EXIT
               PERFORM 3000-ANSWER-LOOKUPS THRU 3000-EXIT
               PERFORM 3900-PRINT-TOTALS THRU 3900-EXIT
               IF WS-LOOKUP-BAD-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 4000-TERMINATE THRU 4000-EXIT.

           GOBACK.

      ******************************************************************
      *    1000-INITIALIZE -- OPEN FILES, VALIDATE THE DATE CARD       *
      *    (REPORT DATE IN COLUMNS 1-6, A REAL MONTH AND A DAY WITHIN  *
      *    IT), TURN THE REPORT DATE INTO A DAY NUMBER FOR THE         *
      *    SEVEN-DAY WINDOW, PRINT THE HEADING.                        *
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT  HELO-PARM-FILE
                       HELO-OPHIST-FILE
                       HELO-OPMSTR-FILE
                OUTPUT HELO-REPORT-FILE.

           READ HELO-PARM-FILE
               AT END
                   MOVE 'N' TO WS-PARM-OK-SW
           END-READ

           IF WS-PARM-OK AND HELO-PARM-DATE NOT NUMERIC
               MOVE 'N' TO WS-PARM-OK-SW
           END-IF

           IF WS-PARM-OK
               MOVE HELO-PARM-DATE TO WS-DN-DATE
               PERFORM 5100-CHECK-DATE THRU 5100-EXIT
               IF NOT WS-DATE-OK
                   MOVE 'N' TO WS-PARM-OK-SW
               END-IF
           END-IF

           IF NOT WS-PARM-OK
               WRITE HELO-REPORT-LINE FROM WS-PARM-ERROR-LINE
               GO TO 1000-EXIT
           END-IF

           MOVE HELO-PARM-DATE TO WS-REPORT-DATE
           MOVE WS-REPORT-DATE TO WS-DN-DATE
           PERFORM 5000-DAY-NUMBER THRU 5000-EXIT
           MOVE WS-DN-DAYS TO WS-REPORT-DAYS

           MOVE WS-REPORT-DATE TO HD-REPORT-DATE
           WRITE HELO-REPORT-LINE FROM WS-HEADING-1.

       1000-EXIT.
           EXIT.

      ******************************************************************
      *    2000-LIST-CHANGES -- ONE PASS OF THE HISTORY FILE FROM THE  *
      *    TOP.  THE AUTHORITY PASS LISTS PROFILE CHANGES, THE SHIFT   *
      *    PASS SHIFT CHANGES; EACH ENDS WITH ITS COUNT.               *
      ******************************************************************
       2000-LIST-CHANGES.

           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.
           IF WS-AUTH-PASS
               MOVE 'AUTHORITY PROFILE CHANGES' TO SL-TEXT
           ELSE
               MOVE 'SHIFT CHANGES' TO SL-TEXT
           END-IF
           WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE.
           IF WS-AUTH-PASS
               WRITE HELO-REPORT-LINE FROM WS-AUTH-NOTE-LINE
               WRITE HELO-REPORT-LINE FROM WS-AUTH-NOTE-LINE-2
           END-IF
           WRITE HELO-REPORT-LINE FROM WS-CHANGE-HEADING.

           MOVE ZERO TO WS-SEC-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO HELO-OPH-KEY

           START HELO-OPHIST-FILE
               KEY IS NOT LESS THAN HELO-OPH-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START

           IF NOT WS-END-OF-FILE
               READ HELO-OPHIST-FILE NEXT
                   AT END
                       SET WS-END-OF-FILE TO TRUE
               END-READ
           END-IF

           PERFORM 2100-CHECK-CHANGE THRU 2100-EXIT
               UNTIL WS-END-OF-FILE.

           IF WS-SEC-COUNT = ZERO
               WRITE HELO-REPORT-LINE FROM WS-NONE-LINE
           END-IF

           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.
           MOVE 'CHANGES LISTED'        TO CL-LABEL
           MOVE WS-SEC-COUNT            TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

       2000-EXIT.
           EXIT.

      ******************************************************************
      *    2100-CHECK-CHANGE -- ONE HISTORY RECORD.  THE ZZZ PRIMING   *
      *    DUMMY IS PASSED OVER.                                       *
      ******************************************************************
       2100-CHECK-CHANGE.

           IF HELO-OPH-CHG-DATE NOT = 999999
               IF WS-AUTH-PASS
                   ADD 1 TO WS-OPHIST-READ
               END-IF
               PERFORM 2150-SELECT-CHANGE THRU 2150-EXIT
           END-IF

           READ HELO-OPHIST-FILE NEXT
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2100-EXIT.
           EXIT.

      ******************************************************************
      *    2150-SELECT-CHANGE -- A RECORD DATED IN THE SEVEN DAYS      *
      *    ENDING ON THE REPORT DATE IS LISTED WHEN IT IS AN ADD OR A  *
      *    DELETE, OR A CHANGE THAT MOVED THE PASS'S FIELD.            *
      ******************************************************************
       2150-SELECT-CHANGE.

           MOVE HELO-OPH-CHG-DATE TO WS-DN-DATE
           PERFORM 5000-DAY-NUMBER THRU 5000-EXIT
           IF WS-DN-DAYS > WS-REPORT-DAYS
                   OR WS-DN-DAYS + 7 NOT > WS-REPORT-DAYS
               GO TO 2150-EXIT
           END-IF

           IF HELO-OPH-CHANGE
               IF WS-AUTH-PASS
                       AND HELO-OPH-BEF-AUTH = HELO-OPH-AFT-AUTH
                   GO TO 2150-EXIT
               END-IF
               IF WS-SHIFT-PASS
                       AND HELO-OPH-BEF-SHIFT = HELO-OPH-AFT-SHIFT
                   GO TO 2150-EXIT
               END-IF
           END-IF

           PERFORM 2200-PRINT-CHANGE THRU 2200-EXIT.

       2150-EXIT.
           EXIT.

      ******************************************************************
      *    2200-PRINT-CHANGE -- ONE CHANGE LINE.  THE NAME IS THE      *
      *    RECORD AFTER THE CHANGE, OR BEFORE IT ON A DELETE; A SIDE   *
      *    WITH NO RECORD PRINTS AS NONE.                              *
      ******************************************************************
       2200-PRINT-CHANGE.

           ADD 1 TO WS-SEC-COUNT

           MOVE HELO-OPH-OPERID    TO CH-OPERID
           MOVE HELO-OPH-CHG-DATE  TO CH-DATE
           MOVE HELO-OPH-CHG-TIME  TO CH-TIME

           EVALUATE TRUE
               WHEN HELO-OPH-ADD
                   MOVE 'ADD'    TO CH-ACTION
               WHEN HELO-OPH-DELETE
                   MOVE 'DELETE' TO CH-ACTION
               WHEN OTHER
                   MOVE 'CHANGE' TO CH-ACTION
           END-EVALUATE

           IF HELO-OPH-DELETE
               MOVE HELO-OPH-BEF-NAME TO CH-NAME
           ELSE
               MOVE HELO-OPH-AFT-NAME TO CH-NAME
           END-IF

           IF WS-AUTH-PASS
               MOVE HELO-OPH-BEF-AUTH  TO CH-BEFORE
               MOVE HELO-OPH-AFT-AUTH  TO CH-AFTER
           ELSE
               MOVE HELO-OPH-BEF-SHIFT TO CH-BEFORE
               MOVE HELO-OPH-AFT-SHIFT TO CH-AFTER
           END-IF

           IF HELO-OPH-ADD
               MOVE 'NONE' TO CH-BEFORE
           END-IF
           IF HELO-OPH-DELETE
               MOVE 'NONE' TO CH-AFTER
           END-IF

           IF HELO-OPH-HR-FEED
               MOVE HELO-OPH-FEED-DATE TO SH-FEED-DATE
               MOVE WS-SOURCE-HR       TO CH-SOURCE
           ELSE
               MOVE HELO-OPH-USERID    TO SO-USERID
               MOVE HELO-OPH-TERM-ID   TO SO-TERM-ID
               MOVE WS-SOURCE-ONLINE   TO CH-SOURCE
           END-IF

           WRITE HELO-REPORT-LINE FROM WS-CHANGE-LINE.

       2200-EXIT.
           EXIT.

      ******************************************************************
      *    2500-PRINT-SIGNOFF -- THE REVIEW LINES SECURITY AND HR      *
      *    SIGN WHEN THE WEEK'S CHANGES HAVE BEEN CHECKED.             *
      ******************************************************************
       2500-PRINT-SIGNOFF.

           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.
           WRITE HELO-REPORT-LINE.
           MOVE 'REVIEWED FOR SECURITY' TO SG-LABEL
           WRITE HELO-REPORT-LINE FROM WS-SIGNOFF-LINE.
           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.
           MOVE 'REVIEWED FOR HR'       TO SG-LABEL
           WRITE HELO-REPORT-LINE FROM WS-SIGNOFF-LINE.

       2500-EXIT.
           EXIT.

      ******************************************************************
      *    3000-ANSWER-LOOKUPS -- EVERY CARD AFTER THE DATE CARD IS A  *
      *    QUESTION: WHO WAS OPERATOR ID X ON DATE D.  WITH NO LOOKUP  *
      *    CARDS THE HEADING PRINTS ALONE.                             *
      ******************************************************************
       3000-ANSWER-LOOKUPS.

           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.
           MOVE 'OPERATOR ID AS-OF LOOKUPS' TO SL-TEXT
           WRITE HELO-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE HELO-REPORT-LINE FROM WS-LOOKUP-HEADING.

           READ HELO-PARM-FILE
               AT END
                   SET WS-PARM-EOF TO TRUE
           END-READ

           PERFORM 3100-LOOKUP-OPERATOR THRU 3100-EXIT
               UNTIL WS-PARM-EOF.

       3000-EXIT.
           EXIT.

      ******************************************************************
      *    3100-LOOKUP-OPERATOR -- ONE LOOKUP CARD.  A CARD WITH NO    *
      *    OPERATOR ID OR A DATE THAT IS NOT A VALID YYMMDD IS LISTED  *
      *    AS REJECTED.                                                *
      ******************************************************************
       3100-LOOKUP-OPERATOR.

           MOVE HELO-PARM-LKP-OPERID TO LL-OPERID
           MOVE HELO-PARM-LKP-DATE   TO LL-DATE

           MOVE 'N' TO WS-DATE-OK-SW
           IF HELO-PARM-LKP-DATE NUMERIC
               MOVE HELO-PARM-LKP-DATE TO WS-DN-DATE
               PERFORM 5100-CHECK-DATE THRU 5100-EXIT
           END-IF

           IF HELO-PARM-LKP-OPERID = SPACES
                   OR NOT WS-DATE-OK
               ADD 1 TO WS-LOOKUP-BAD-COUNT
               MOVE 'LOOKUP CARD REJECTED' TO LL-NAME
               MOVE SPACES TO LL-SHIFT
                              LL-LANG-CD
                              LL-AUTH
                              LL-BASIS-DATE
               MOVE 'CARD IS NOT OPR, SPACE, YYMMDD' TO LL-BASIS
           ELSE
               ADD 1 TO WS-LOOKUP-COUNT
               MOVE HELO-PARM-LKP-OPERID TO WS-LKP-OPERID
               MOVE HELO-PARM-LKP-DATE   TO WS-LKP-DATE
               PERFORM 3200-FIND-AS-OF THRU 3200-EXIT
               PERFORM 3300-RESOLVE-AS-OF THRU 3300-EXIT
           END-IF

           WRITE HELO-REPORT-LINE FROM WS-LOOKUP-LINE.

           READ HELO-PARM-FILE
               AT END
                   SET WS-PARM-EOF TO TRUE
           END-READ.

       3100-EXIT.
           EXIT.

      ******************************************************************
      *    3200-FIND-AS-OF -- READS WS-LKP-OPERID'S HISTORY OLDEST     *
      *    FIRST, KEEPING THE LAST ENTRY ON OR BEFORE WS-LKP-DATE AND  *
      *    STOPPING AT THE FIRST ENTRY AFTER IT.                       *
      ******************************************************************
       3200-FIND-AS-OF.

           MOVE 'N' TO WS-HIST-END-SW
           MOVE 'N' TO WS-LAST-FOUND-SW
           MOVE 'N' TO WS-NEXT-FOUND-SW

           MOVE WS-LKP-OPERID TO HELO-OPH-OPERID
           MOVE ZERO TO HELO-OPH-CHG-DATE
           MOVE ZERO TO HELO-OPH-CHG-TIME
           MOVE ZERO TO HELO-OPH-CHG-SEQ

           START HELO-OPHIST-FILE
               KEY IS NOT LESS THAN HELO-OPH-KEY
               INVALID KEY
                   SET WS-HIST-END TO TRUE
                   GO TO 3200-EXIT
           END-START

           READ HELO-OPHIST-FILE NEXT
               AT END
                   SET WS-HIST-END TO TRUE
           END-READ

           PERFORM 3210-SCAN-HISTORY THRU 3210-EXIT
               UNTIL WS-HIST-END OR WS-NEXT-FOUND.

       3200-EXIT.
           EXIT.

      ******************************************************************
      *    3210-SCAN-HISTORY -- ONE HISTORY ENTRY.  ANOTHER OPERATOR   *
      *    OR THE ZZZ PRIMING DUMMY ENDS THE SCAN.                     *
      ******************************************************************
       3210-SCAN-HISTORY.

           IF HELO-OPH-OPERID NOT = WS-LKP-OPERID
                   OR HELO-OPH-CHG-DATE = 999999
               SET WS-HIST-END TO TRUE
               GO TO 3210-EXIT
           END-IF

           IF HELO-OPH-CHG-DATE NOT > WS-LKP-DATE
               MOVE 'Y'               TO WS-LAST-FOUND-SW
               MOVE HELO-OPH-ACTION   TO WS-LAST-ACTION
               MOVE HELO-OPH-CHG-DATE TO WS-LAST-DATE
               MOVE HELO-OPH-AFTER    TO WS-LAST-IMAGE
           ELSE
               MOVE 'Y'               TO WS-NEXT-FOUND-SW
               MOVE HELO-OPH-ACTION   TO WS-NEXT-ACTION
               MOVE HELO-OPH-CHG-DATE TO WS-NEXT-DATE
               MOVE HELO-OPH-BEFORE   TO WS-NEXT-IMAGE
               GO TO 3210-EXIT
           END-IF

           READ HELO-OPHIST-FILE NEXT
               AT END
                   SET WS-HIST-END TO TRUE
           END-READ.

       3210-EXIT.
           EXIT.

      ******************************************************************
      *    3300-RESOLVE-AS-OF -- THE RECORD THE OPERATOR ID HELD AT    *
      *    THE END OF WS-LKP-DATE.  THE LAST ENTRY ON OR BEFORE THE    *
      *    DATE GIVES IT IN ITS AFTER IMAGE (NOT ON FILE AFTER A       *
      *    DELETE); FAILING THAT, THE FIRST ENTRY AFTER THE DATE       *
      *    GIVES IT IN ITS BEFORE IMAGE (NOT ON FILE BEFORE AN ADD);   *
      *    WITH NO HISTORY THE OPERATOR HAS NOT CHANGED SINCE HISTORY  *
      *    BEGAN, SO THE CURRENT OPMSTR RECORD ANSWERS.                *
      ******************************************************************
       3300-RESOLVE-AS-OF.

           MOVE SPACES TO WS-ASOF-IMAGE
           MOVE SPACES TO LL-BASIS-DATE

           IF WS-LAST-FOUND
               MOVE WS-LAST-DATE TO LL-BASIS-DATE
               IF WS-LAST-ACTION = 'D'
                   MOVE 'NOT ON FILE'            TO WS-ASOF-NAME
                   MOVE 'DELETED FROM OPMSTR ON' TO LL-BASIS
               ELSE
                   MOVE WS-LAST-IMAGE            TO WS-ASOF-IMAGE
                   MOVE 'AS LAST CHANGED ON'     TO LL-BASIS
               END-IF
           ELSE
               IF WS-NEXT-FOUND
                   MOVE WS-NEXT-DATE TO LL-BASIS-DATE
                   IF WS-NEXT-ACTION = 'A'
                       MOVE 'NOT ON FILE'        TO WS-ASOF-NAME
                       MOVE 'NOT ADDED UNTIL'    TO LL-BASIS
                   ELSE
                       MOVE WS-NEXT-IMAGE        TO WS-ASOF-IMAGE
                       MOVE 'AS BEFORE CHANGE ON' TO LL-BASIS
                   END-IF
               ELSE
                   PERFORM 3350-READ-CURRENT THRU 3350-EXIT
               END-IF
           END-IF

           MOVE WS-ASOF-NAME    TO LL-NAME
           MOVE WS-ASOF-SHIFT   TO LL-SHIFT
           MOVE WS-ASOF-LANG-CD TO LL-LANG-CD
           MOVE WS-ASOF-AUTH    TO LL-AUTH.

       3300-EXIT.
           EXIT.

      ******************************************************************
      *    3350-READ-CURRENT -- NO HISTORY FOR THE OPERATOR ID, SO THE *
      *    RECORD ON OPMSTR NOW IS THE ONE IT HAS ALWAYS HAD.          *
      ******************************************************************
       3350-READ-CURRENT.

           MOVE WS-LKP-OPERID TO HELO-OPMR-OPERID

           READ HELO-OPMSTR-FILE
               INVALID KEY
                   MOVE 'NOT ON FILE'               TO WS-ASOF-NAME
                   MOVE 'NO HISTORY AND NOT ON OPMSTR' TO LL-BASIS
               NOT INVALID KEY
                   MOVE HELO-OPMR-RECORD            TO WS-ASOF-IMAGE
                   MOVE 'CURRENT OPMSTR, NO HISTORY' TO LL-BASIS
           END-READ.

       3350-EXIT.
           EXIT.

      ******************************************************************
      *    3900-PRINT-TOTALS -- RUN COUNTS.                            *
      ******************************************************************
       3900-PRINT-TOTALS.

           MOVE SPACE TO HELO-REPORT-LINE
           WRITE HELO-REPORT-LINE.

           MOVE 'OPHIST RECORDS READ'   TO CL-LABEL
           MOVE WS-OPHIST-READ          TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'AUTHORITY CHANGES'     TO CL-LABEL
           MOVE WS-AUTH-COUNT           TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'SHIFT CHANGES'         TO CL-LABEL
           MOVE WS-SHIFT-COUNT          TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'LOOKUPS ANSWERED'      TO CL-LABEL
           MOVE WS-LOOKUP-COUNT         TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'LOOKUP CARDS REJECTED' TO CL-LABEL
           MOVE WS-LOOKUP-BAD-COUNT     TO CL-COUNT
           WRITE HELO-REPORT-LINE FROM WS-COUNT-LINE.

       3900-EXIT.
           EXIT.

      ******************************************************************
      *    4000-TERMINATE -- CLOSE FILES AND END THE RUN.               *
      ******************************************************************
       4000-TERMINATE.

           CLOSE HELO-PARM-FILE
                 HELO-OPHIST-FILE
                 HELO-OPMSTR-FILE
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

      ******************************************************************
      *    5100-CHECK-DATE -- THE NUMERIC YYMMDD DATE IN WS-DN-DATE    *
      *    MUST HAVE A REAL MONTH AND A DAY WITHIN IT, FEBRUARY 29     *
      *    ONLY IN A LEAP YEAR.  SETS WS-DATE-OK-SW.                   *
      ******************************************************************
       5100-CHECK-DATE.

           MOVE 'Y' TO WS-DATE-OK-SW

           IF WS-DN-MM < 1 OR WS-DN-MM > 12
               MOVE 'N' TO WS-DATE-OK-SW
               GO TO 5100-EXIT
           END-IF

           MOVE WS-MONTH-DAYS (WS-DN-MM) TO WS-DN-LAST-DAY

           DIVIDE WS-DN-YY BY 4 GIVING WS-DN-QUOT
               REMAINDER WS-DN-REM

           IF WS-DN-MM = 2 AND WS-DN-REM = ZERO
               MOVE 29 TO WS-DN-LAST-DAY
           END-IF

           IF WS-DN-DD < 1 OR WS-DN-DD > WS-DN-LAST-DAY
               MOVE 'N' TO WS-DATE-OK-SW
           END-IF.

       5100-EXIT.
           EXIT.
