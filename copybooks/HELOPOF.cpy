      ******************************************************************
      *    RECORD LAYOUT FOR THE NIGHTLY PURCHASE ORDER FEED (POFEED)  *
      *    FROM THE OFFICE PURCHASING SYSTEM, APPLIED TO POMSTR BY     *
      *    HELOPOSY.  80-BYTE FIXED RECORDS: ONE 'H' HEADER, THEN PER  *
      *    PO ONE 'P' PO RECORD FOLLOWED BY ITS 'L' LINE RECORDS,      *
      *    THEN ONE 'T' TRAILER CARRYING THE PO AND LINE COUNTS THE    *
      *    FEED CLAIMS IT SENT -- THE LOAD FAILS WHEN THE CLAIMED AND  *
      *    READ COUNTS DISAGREE.  A PO ACTION OF 'U' REPLACES THE      *
      *    WHOLE PO (HEADER AND EVERY LINE) WITH WHAT FOLLOWS; 'D'     *
      *    REMOVES A PO PURCHASING HAS PURGED, AND CARRIES NO LINES.   *
      ******************************************************************
       01  HELO-POF-RECORD.
           05  HELO-POF-REC-TYPE       PIC X(01).
               88  HELO-POF-HEADER         VALUE 'H'.
               88  HELO-POF-PO             VALUE 'P'.
               88  HELO-POF-LINE           VALUE 'L'.
               88  HELO-POF-TRAILER        VALUE 'T'.
           05  HELO-POF-DATA           PIC X(79).
           05  HELO-POF-HEADER-REC REDEFINES HELO-POF-DATA.
               10  HELO-POF-HDR-DATE       PIC 9(06).
               10  FILLER                  PIC X(73).
           05  HELO-POF-PO-REC REDEFINES HELO-POF-DATA.
               10  HELO-POF-ACTION         PIC X(01).
                   88  HELO-POF-ACT-REPLACE    VALUE 'U'.
                   88  HELO-POF-ACT-DELETE     VALUE 'D'.
               10  HELO-POF-PO-NO          PIC X(08).
               10  HELO-POF-VENDOR         PIC X(08).
               10  HELO-POF-VENDOR-NAME    PIC X(25).
               10  HELO-POF-ORDER-DATE     PIC X(06).
               10  HELO-POF-DUE-DATE       PIC X(06).
               10  HELO-POF-STATUS         PIC X(01).
               10  FILLER                  PIC X(24).
           05  HELO-POF-LINE-REC REDEFINES HELO-POF-DATA.
               10  HELO-POF-LN-PO-NO       PIC X(08).
               10  HELO-POF-LN-LINE-NO     PIC X(03).
               10  HELO-POF-LN-ITEM-NO     PIC X(08).
               10  HELO-POF-LN-QTY-ORDERED PIC X(07).
               10  HELO-POF-LN-QTY-RCVD    PIC X(07).
               10  HELO-POF-LN-STATUS      PIC X(01).
               10  FILLER                  PIC X(45).
           05  HELO-POF-TRAILER-REC REDEFINES HELO-POF-DATA.
               10  HELO-POF-TRL-PO-CNT     PIC 9(07).
               10  HELO-POF-TRL-LINE-CNT   PIC 9(07).
               10  FILLER                  PIC X(65).
