      ******************************************************************
      *    RECORD LAYOUT FOR THE OUTBOUND ORDER FILE (SHPORD)          *
      *    VSAM KSDS, KEYED BY ORDER NUMBER + LINE NUMBER.  LINE 000   *
      *    IS THE ORDER HEADER (STATUS, DUE DATE, SHIPPING ZONE, DOCK  *
      *    DOOR, CARRIER, SHIP-TO); LINES 001-999 ARE THE ORDER LINES, *
      *    EACH POINTING AT AN ITMMST ITEM, SO AN ORDER'S LINES FOLLOW *
      *    ITS HEADER IN KEY ORDER.  LOADED NIGHTLY BY HELOORSY FROM   *
      *    THE OFFICE ORDER SYSTEM FEED AND READ BY THE WSHP SHIPMENT  *
      *    INQUIRY.  A LINE NOT YET SHIPPED IS WHAT HOLDS THE ITEM'S   *
      *    STOCK AGAINST HELO-ITM-QTY-ALLOC.  STATUS CODES (HEADER AND *
      *    LINE ALIKE): O OPEN, P PICKED, S STAGED, X SHIPPED.  THE    *
      *    ZZZZZZZZZZ RECORD IS THE PRIMING DUMMY LOADED AT DEFINE     *
      *    TIME AND IS IGNORED BY EVERY READER.                        *
      ******************************************************************
       01  HELO-SHP-RECORD.
           05  HELO-SHP-KEY.
               10  HELO-SHP-ORDER-NO       PIC X(10).
               10  HELO-SHP-LINE-NO        PIC 9(03).
           05  HELO-SHP-REC-TYPE           PIC X(01).
               88  HELO-SHP-HEADER             VALUE 'H'.
               88  HELO-SHP-LINE               VALUE 'L'.
           05  HELO-SHP-DATA               PIC X(66).
           05  HELO-SHP-HEADER-REC REDEFINES HELO-SHP-DATA.
               10  HELO-SHP-STATUS         PIC X(01).
                   88  HELO-SHP-OPEN           VALUE 'O'.
                   88  HELO-SHP-PICKED         VALUE 'P'.
                   88  HELO-SHP-STAGED         VALUE 'S'.
                   88  HELO-SHP-SHIPPED        VALUE 'X'.
               10  HELO-SHP-DUE-DATE       PIC 9(06).
               10  HELO-SHP-ZONE           PIC X(02).
               10  HELO-SHP-DOCK-DOOR      PIC X(03).
               10  HELO-SHP-CARRIER        PIC X(15).
               10  HELO-SHP-SHIP-TO        PIC X(25).
               10  HELO-SHP-LINE-COUNT     PIC 9(03).
               10  HELO-SHP-FEED-DATE      PIC 9(06).
               10  FILLER                  PIC X(05).
           05  HELO-SHP-LINE-REC REDEFINES HELO-SHP-DATA.
               10  HELO-SHP-ITEM-NO        PIC X(08).
               10  HELO-SHP-QTY-ORDERED    PIC 9(07).
               10  HELO-SHP-QTY-PICKED     PIC 9(07).
               10  HELO-SHP-LINE-STATUS    PIC X(01).
                   88  HELO-SHP-LN-OPEN        VALUE 'O'.
                   88  HELO-SHP-LN-PICKED      VALUE 'P'.
                   88  HELO-SHP-LN-STAGED      VALUE 'S'.
                   88  HELO-SHP-LN-SHIPPED     VALUE 'X'.
               10  FILLER                  PIC X(43).
