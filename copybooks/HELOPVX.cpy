      ******************************************************************
      *    RECORD LAYOUT FOR THE WEEKLY PAYROLL VENDOR TRANSMISSION    *
      *    FILE (PAYXMIT) WRITTEN BY HELOPAYR AND BALANCED BY          *
      *    HELOPAYB.  80-BYTE FIXED RECORDS IN THE VENDOR'S LAYOUT:    *
      *    ONE 'H' HEADER FOR THE PAY PERIOD, ONE 'E' EARNINGS         *
      *    RECORD PER OPERATOR PER EARNINGS CODE (REG, OT) WITH HOURS  *
      *    IN THE PERIOD, ONE 'A' RECORD PER EARNINGS CODE PER         *
      *    OPERATOR-WEEK ADJUSTED (TADJ CHANGES TO DAYS IN AN ALREADY  *
      *    CLOSED PERIOD, RE-SPLIT REGULAR/OVERTIME OVER THE WEEK,     *
      *    CARRYING THE SIGNED HOURS DIFFERENCE AND THE END DATE OF    *
      *    THE WEEK), THEN ONE 'T' TRAILER WITH THE RECORD COUNTS      *
      *    AND THE HASH TOTALS OF HOURS THE VENDOR BALANCES ON.  THE   *
      *    HEADER CREATE DATE/TIME IS THE CUT-OFF FOR THE TAADJ        *
      *    CHANGES THE FILE CARRIES.                                   *
      ******************************************************************
       01  HELO-PVX-RECORD.
           05  HELO-PVX-REC-TYPE       PIC X(01).
               88  HELO-PVX-HEADER         VALUE 'H'.
               88  HELO-PVX-EARNINGS       VALUE 'E'.
               88  HELO-PVX-ADJUSTMENT     VALUE 'A'.
               88  HELO-PVX-TRAILER        VALUE 'T'.
           05  HELO-PVX-DATA           PIC X(79).
           05  HELO-PVX-HEADER-REC REDEFINES HELO-PVX-DATA.
               10  HELO-PVX-HDR-COMPANY    PIC X(08).
               10  HELO-PVX-HDR-START-DATE PIC 9(06).
               10  HELO-PVX-HDR-END-DATE   PIC 9(06).
               10  HELO-PVX-HDR-CREATE-DATE
                                           PIC 9(06).
               10  HELO-PVX-HDR-CREATE-TIME
                                           PIC 9(06).
               10  FILLER                  PIC X(47).
           05  HELO-PVX-EARNINGS-REC REDEFINES HELO-PVX-DATA.
               10  HELO-PVX-EMP-ID         PIC X(09).
               10  HELO-PVX-EARN-CODE      PIC X(03).
                   88  HELO-PVX-REGULAR        VALUE 'REG'.
                   88  HELO-PVX-OVERTIME       VALUE 'OT '.
               10  HELO-PVX-HOURS-SIGN     PIC X(01).
                   88  HELO-PVX-HOURS-NEGATIVE VALUE '-'.
               10  HELO-PVX-HOURS          PIC 9(05)V99.
               10  HELO-PVX-WORK-DATE      PIC 9(06).
               10  HELO-PVX-PERIOD-END     PIC 9(06).
               10  FILLER                  PIC X(47).
           05  HELO-PVX-TRAILER-REC REDEFINES HELO-PVX-DATA.
               10  HELO-PVX-TRL-REC-COUNT  PIC 9(07).
               10  HELO-PVX-TRL-EARN-COUNT PIC 9(07).
               10  HELO-PVX-TRL-ADJ-COUNT  PIC 9(07).
               10  HELO-PVX-TRL-REG-HASH   PIC 9(09)V99.
               10  HELO-PVX-TRL-OT-HASH    PIC 9(09)V99.
               10  HELO-PVX-TRL-ADJ-SIGN   PIC X(01).
               10  HELO-PVX-TRL-ADJ-HASH   PIC 9(09)V99.
               10  FILLER                  PIC X(24).
