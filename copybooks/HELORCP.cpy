      *    IT.  READ BY THE NIGHTLY HELORRPT RECEIVING REGISTER SO     *
      *    THE OFFICE CAN POST AGAINST POS THE NEXT MORNING.  THE      *
      *    999999 RECORD IS THE PRIMING DUMMY LOADED AT DEFINE TIME    *
      *    AND IS IGNORED BY EVERY READER.  THE POSTED SWITCH AND      *
      *    DATE ARE SET BY THE NIGHTLY HELORPST POSTING ONCE AN        *
      *    UNDAMAGED RECEIPT IS IN THE ITEM'S ON-HAND QUANTITY; WRCV   *
      *    WRITES THEM AS SPACES.                                      *
      ******************************************************************
       01  HELO-RCP-RECORD.
           05  HELO-RCP-KEY.
               88  HELO-RCP-DAMAGED        VALUE 'Y'.
               88  HELO-RCP-UNDAMAGED      VALUE 'N'.
           05  HELO-RCP-OPERID         PIC X(03).
           05  HELO-RCP-POST-SW        PIC X(01).
               88  HELO-RCP-POSTED         VALUE 'P'.
           05  HELO-RCP-POST-DATE      PIC 9(06).
           05  FILLER                  PIC X(32).
