      ******************************************************************
      *    RECORD LAYOUT FOR THE PAY-PERIOD CONTROL FILE (PAYPER)      *
      *    VSAM KSDS, KEYED BY THE PERIOD END DATE.  ONE RECORD PER    *
      *    WEEKLY PAY PERIOD SENT TO THE PAYROLL VENDOR.  HELOPAYR     *
      *    WRITES IT WITH STATUS 'W' WHEN THE TRANSMISSION FILE IS     *
      *    BUILT, CARRYING THE REGISTER TOTALS AND THE TAADJ CUT-OFF   *
      *    DATE/TIME; HELOPAYB SETS IT TO 'C' (CLOSED) ONCE THE FILE   *
      *    BALANCES TO THOSE TOTALS.  A DATE ON OR BEFORE THE END OF   *
      *    A CLOSED PERIOD IS HISTORY: THE TADJ TRANSACTION FINDS IT   *
      *    WITH A GENERIC READ ON THE PUNCH DATE AND MARKS THE CHANGE  *
      *    AS A PRIOR-PERIOD ADJUSTMENT FOR THE NEXT PERIOD'S FILE.    *
      *    THE 999999 RECORD IS THE PRIMING DUMMY LOADED AT DEFINE     *
      *    TIME AND IS IGNORED BY EVERY READER.                        *
      ******************************************************************
       01  HELO-PPR-RECORD.
           05  HELO-PPR-END-DATE       PIC 9(06).
           05  HELO-PPR-START-DATE     PIC 9(06).
           05  HELO-PPR-STATUS         PIC X(01).
               88  HELO-PPR-WRITTEN        VALUE 'W'.
               88  HELO-PPR-CLOSED         VALUE 'C'.
           05  HELO-PPR-CUTOFF-DATE    PIC 9(06).
           05  HELO-PPR-CUTOFF-TIME    PIC 9(06).
           05  HELO-PPR-CLOSE-DATE     PIC 9(06).
           05  HELO-PPR-CLOSE-TIME     PIC 9(06).
           05  HELO-PPR-OPER-COUNT     PIC 9(05).
           05  HELO-PPR-EARN-COUNT     PIC 9(05).
           05  HELO-PPR-ADJ-COUNT      PIC 9(05).
           05  HELO-PPR-REG-HOURS      PIC 9(07)V99.
           05  HELO-PPR-OT-HOURS       PIC 9(07)V99.
           05  HELO-PPR-ADJ-HOURS      PIC S9(07)V99.
           05  FILLER                  PIC X(21).
