      ******************************************************************
      *    RECORD LAYOUT FOR THE PURCHASE ORDER MASTER FILE (POMSTR)   *
      *    VSAM KSDS, KEYED BY PO NUMBER + ITEM NUMBER.  THE RECORD    *
      *    WITH A BLANK ITEM IS THE PO HEADER (VENDOR, ORDER AND DUE   *
      *    DATES, PO STATUS) AND SORTS AHEAD OF THE PO'S LINES; EACH   *
      *    LINE CARRIES PURCHASING'S LINE NUMBER, THE ORDERED          *
      *    QUANTITY, PURCHASING'S RECEIVED-TO-DATE AS OF THE LAST      *
      *    LOAD, AND THE QUANTITY RECEIVED AT THE DOCK THROUGH WRCV.   *
      *    THE DOCK FIGURE IS ADDED TO BY WRCV AS EACH RECEIPT IS      *
      *    KEYED AND IS CARRIED ACROSS EVERY RELOAD; PURCHASING POSTS  *
      *    FROM THE DOCK'S OWN REGISTER, SO THE LINE'S TRUE RECEIVED   *
      *    QUANTITY IS THE GREATER OF THE TWO.  LOADED NIGHTLY BY      *
      *    HELOPOSY FROM THE OFFICE PURCHASING FEED AND READ BY THE    *
      *    HELOPREC RECEIPT-TO-PO RECONCILIATION.  STATUS CODES: O     *
      *    OPEN, C CLOSED.  THE ZZZZZZZZ RECORD IS THE PRIMING DUMMY   *
      *    LOADED AT DEFINE TIME AND IS IGNORED BY EVERY READER.       *
      ******************************************************************
       01  HELO-POM-RECORD.
           05  HELO-POM-KEY.
               10  HELO-POM-PO-NO          PIC X(08).
               10  HELO-POM-ITEM-NO        PIC X(08).
           05  HELO-POM-REC-TYPE           PIC X(01).
               88  HELO-POM-HEADER             VALUE 'H'.
               88  HELO-POM-LINE               VALUE 'L'.
           05  HELO-POM-DATA               PIC X(63).
           05  HELO-POM-HEADER-REC REDEFINES HELO-POM-DATA.
               10  HELO-POM-VENDOR         PIC X(08).
               10  HELO-POM-VENDOR-NAME    PIC X(25).
               10  HELO-POM-ORDER-DATE     PIC 9(06).
               10  HELO-POM-DUE-DATE       PIC 9(06).
               10  HELO-POM-PO-STATUS      PIC X(01).
                   88  HELO-POM-PO-OPEN        VALUE 'O'.
                   88  HELO-POM-PO-CLOSED      VALUE 'C'.
               10  HELO-POM-FEED-DATE      PIC 9(06).
               10  FILLER                  PIC X(11).
           05  HELO-POM-LINE-REC REDEFINES HELO-POM-DATA.
               10  HELO-POM-LINE-NO        PIC 9(03).
               10  HELO-POM-QTY-ORDERED    PIC 9(07).
               10  HELO-POM-QTY-RECEIVED   PIC 9(07).
               10  HELO-POM-QTY-DOCK       PIC 9(07).
               10  HELO-POM-LINE-STATUS    PIC X(01).
                   88  HELO-POM-LN-OPEN        VALUE 'O'.
                   88  HELO-POM-LN-CLOSED      VALUE 'C'.
               10  FILLER                  PIC X(38).
