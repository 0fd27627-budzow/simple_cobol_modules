      ******************************************************************
      *    RECORD LAYOUT FOR THE DAMAGED-RECEIPT QUARANTINE FILE       *
      *    (QTNMST).  VSAM KSDS, KEYED BY THE RCPLOG KEY OF THE        *
      *    DAMAGED RECEIPT (DATE + TIME + TERMINAL), SO THE FILE       *
      *    READS OLDEST RECEIPT FIRST.  ONE RECORD IS OPENED BY WRCV   *
      *    FOR EVERY RECEIPT KEYED WITH THE DAMAGE FLAG, CARRYING THE  *
      *    PO, ITEM, VENDOR, AND QUANTITY, AND WAITS (DISPOSITION      *
      *    BLANK) FOR QA TO DECIDE IT THROUGH THE QDSP TRANSACTION:    *
      *    R RETURN TO VENDOR, S SCRAP, OR A ACCEPT INTO STOCK.  THE   *
      *    CLAIM QUANTITY IS THE NUMBER OF UNITS CHARGED BACK TO THE   *
      *    VENDOR; ON AN ACCEPT THE REST OF THE RECEIPT GOES TO THE    *
      *    ITEM'S ON-HAND AND THAT QUANTITY IS KEPT HERE.  WHO         *
      *    DECIDED, FROM WHICH TERMINAL, AND WHEN ARE STAMPED ON THE   *
      *    DECISION.  A CLAIM STAYS OPEN UNTIL PURCHASING MARKS IT     *
      *    SETTLED.  READ BY THE WEEKLY HELOQRPT CLAIM AND AGING       *
      *    REPORT.  THE 999999 RECORD IS THE PRIMING DUMMY LOADED AT   *
      *    DEFINE TIME AND IS IGNORED BY EVERY READER.                 *
      ******************************************************************
       01  HELO-QTN-RECORD.
           05  HELO-QTN-KEY.
               10  HELO-QTN-RCP-DATE   PIC 9(06).
               10  HELO-QTN-RCP-TIME   PIC 9(06).
               10  HELO-QTN-RCP-TERM-ID
                                       PIC X(04).
           05  HELO-QTN-PO-NO          PIC X(08).
           05  HELO-QTN-ITEM-NO        PIC X(08).
           05  HELO-QTN-VENDOR         PIC X(08).
           05  HELO-QTN-QTY-RECEIVED   PIC 9(05).
           05  HELO-QTN-RCV-OPERID     PIC X(03).
           05  HELO-QTN-DISPOSITION    PIC X(01).
               88  HELO-QTN-UNDECIDED      VALUE SPACE.
               88  HELO-QTN-RETURN         VALUE 'R'.
               88  HELO-QTN-SCRAP          VALUE 'S'.
               88  HELO-QTN-ACCEPT         VALUE 'A'.
           05  HELO-QTN-CLAIM-QTY      PIC 9(05).
           05  HELO-QTN-REASON         PIC X(30).
           05  HELO-QTN-QTY-TO-STOCK   PIC 9(05).
           05  HELO-QTN-DEC-USERID     PIC X(08).
           05  HELO-QTN-DEC-DATE       PIC 9(06).
           05  HELO-QTN-DEC-TIME       PIC 9(06).
           05  HELO-QTN-DEC-TERM-ID    PIC X(04).
           05  HELO-QTN-CLAIM-STATUS   PIC X(01).
               88  HELO-QTN-NO-CLAIM       VALUE 'N'.
               88  HELO-QTN-CLAIM-OPEN     VALUE 'O'.
               88  HELO-QTN-CLAIM-SETTLED  VALUE 'S'.
           05  HELO-QTN-SETL-USERID    PIC X(08).
           05  HELO-QTN-SETL-DATE      PIC 9(06).
           05  FILLER                  PIC X(12).
