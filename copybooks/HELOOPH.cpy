      ******************************************************************
      *    RECORD LAYOUT FOR THE OPERATOR MASTER HISTORY FILE (OPHIST) *
      *    VSAM KSDS, KEYED BY OPERATOR ID + CHANGE DATE/TIME + A      *
      *    SEQUENCE THAT KEEPS TWO CHANGES IN THE SAME SECOND APART,   *
      *    SO EVERY CHANGE TO ONE OPERATOR LINES UP OLDEST FIRST.      *
      *    ONE RECORD PER ADD, CHANGE, OR DELETE OF AN OPMSTR RECORD,  *
      *    WHETHER MADE THROUGH THE OPMT TRANSACTION (HELOPMNT) OR     *
      *    BY THE NIGHTLY HR SYNC (HELOHRSY).  THE BEFORE AND AFTER    *
      *    AREAS ARE WHOLE HELOPMR IMAGES: THE BEFORE IMAGE IS SPACES  *
      *    ON AN ADD, THE AFTER IMAGE IS SPACES ON A DELETE -- SO A    *
      *    TERMINATED OPERATOR'S LAST RECORD IS THE BEFORE IMAGE OF    *
      *    THE DELETE AND IS NEVER LOST.  AN ONLINE CHANGE CARRIES     *
      *    THE SIGNED-ON USER ID AND TERMINAL; AN HR FEED CHANGE       *
      *    CARRIES THE FEED'S HEADER DATE.  READ BY THE WEEKLY         *
      *    HELOOPHR AUTHORITY-CHANGE REPORT.  THE ZZZ RECORD IS THE    *
      *    PRIMING DUMMY LOADED AT DEFINE TIME AND IS IGNORED BY       *
      *    EVERY READER.                                               *
      ******************************************************************
       01  HELO-OPH-RECORD.
           05  HELO-OPH-KEY.
               10  HELO-OPH-OPERID     PIC X(03).
               10  HELO-OPH-CHG-DATE   PIC 9(06).
               10  HELO-OPH-CHG-TIME   PIC 9(06).
               10  HELO-OPH-CHG-SEQ    PIC 9(03).
           05  HELO-OPH-ACTION         PIC X(01).
               88  HELO-OPH-ADD            VALUE 'A'.
               88  HELO-OPH-CHANGE         VALUE 'C'.
               88  HELO-OPH-DELETE         VALUE 'D'.
           05  HELO-OPH-SOURCE         PIC X(01).
               88  HELO-OPH-ONLINE         VALUE 'O'.
               88  HELO-OPH-HR-FEED        VALUE 'H'.
           05  HELO-OPH-USERID         PIC X(08).
           05  HELO-OPH-TERM-ID        PIC X(04).
           05  HELO-OPH-FEED-DATE      PIC 9(06).
           05  HELO-OPH-BEFORE.
               10  HELO-OPH-BEF-OPERID PIC X(03).
               10  HELO-OPH-BEF-NAME   PIC X(30).
               10  HELO-OPH-BEF-SHIFT  PIC X(01).
               10  HELO-OPH-BEF-LANG-CD
                                       PIC X(02).
               10  HELO-OPH-BEF-AUTH   PIC X(04).
               10  FILLER              PIC X(20).
           05  HELO-OPH-AFTER.
               10  HELO-OPH-AFT-OPERID PIC X(03).
               10  HELO-OPH-AFT-NAME   PIC X(30).
               10  HELO-OPH-AFT-SHIFT  PIC X(01).
               10  HELO-OPH-AFT-LANG-CD
                                       PIC X(02).
               10  HELO-OPH-AFT-AUTH   PIC X(04).
               10  FILLER              PIC X(20).
           05  FILLER                  PIC X(02).
