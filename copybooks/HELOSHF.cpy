      ******************************************************************
      *    RECORD LAYOUT FOR THE NIGHTLY OUTBOUND ORDER FEED (SHPFEED) *
      *    FROM THE OFFICE ORDER SYSTEM, APPLIED TO SHPORD BY          *
      *    HELOORSY.  80-BYTE FIXED RECORDS: ONE 'H' HEADER, THEN PER  *
      *    ORDER ONE 'O' ORDER RECORD FOLLOWED BY ITS 'L' LINE         *
      *    RECORDS, THEN ONE 'T' TRAILER CARRYING THE ORDER AND LINE   *
      *    COUNTS THE FEED CLAIMS IT SENT -- THE LOAD FAILS WHEN THE   *
      *    CLAIMED AND READ COUNTS DISAGREE.  AN ORDER ACTION OF 'U'   *
      *    REPLACES THE WHOLE ORDER (HEADER AND EVERY LINE) WITH WHAT  *
      *    FOLLOWS; 'D' REMOVES AN ORDER THE OFFICE HAS CANCELLED OR   *
      *    CLOSED OUT, AND CARRIES NO LINES.                           *
      ******************************************************************
       01  HELO-SHF-RECORD.
           05  HELO-SHF-REC-TYPE       PIC X(01).
               88  HELO-SHF-HEADER         VALUE 'H'.
               88  HELO-SHF-ORDER          VALUE 'O'.
               88  HELO-SHF-LINE           VALUE 'L'.
               88  HELO-SHF-TRAILER        VALUE 'T'.
           05  HELO-SHF-DATA           PIC X(79).
           05  HELO-SHF-HEADER-REC REDEFINES HELO-SHF-DATA.
               10  HELO-SHF-HDR-DATE       PIC 9(06).
               10  FILLER                  PIC X(73).
           05  HELO-SHF-ORDER-REC REDEFINES HELO-SHF-DATA.
               10  HELO-SHF-ACTION         PIC X(01).
                   88  HELO-SHF-ACT-REPLACE    VALUE 'U'.
                   88  HELO-SHF-ACT-DELETE     VALUE 'D'.
               10  HELO-SHF-ORDER-NO       PIC X(10).
               10  HELO-SHF-STATUS         PIC X(01).
               10  HELO-SHF-DUE-DATE       PIC X(06).
               10  HELO-SHF-ZONE           PIC X(02).
               10  HELO-SHF-DOCK-DOOR      PIC X(03).
               10  HELO-SHF-CARRIER        PIC X(15).
               10  HELO-SHF-SHIP-TO        PIC X(25).
               10  HELO-SHF-LINE-COUNT     PIC X(03).
               10  FILLER                  PIC X(13).
           05  HELO-SHF-LINE-REC REDEFINES HELO-SHF-DATA.
               10  HELO-SHF-LN-ORDER-NO    PIC X(10).
               10  HELO-SHF-LN-LINE-NO     PIC X(03).
               10  HELO-SHF-LN-ITEM-NO     PIC X(08).
               10  HELO-SHF-LN-QTY-ORDERED PIC X(07).
               10  HELO-SHF-LN-QTY-PICKED  PIC X(07).
               10  HELO-SHF-LN-STATUS      PIC X(01).
               10  FILLER                  PIC X(43).
           05  HELO-SHF-TRAILER-REC REDEFINES HELO-SHF-DATA.
               10  HELO-SHF-TRL-ORDER-CNT  PIC 9(07).
               10  HELO-SHF-TRL-LINE-CNT   PIC 9(07).
               10  FILLER                  PIC X(65).
