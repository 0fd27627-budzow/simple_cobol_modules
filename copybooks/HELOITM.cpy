      *    TRMMST), AND THE ON-HAND AND ALLOCATED QUANTITIES.  READ    *
      *    BY THE WINQ INVENTORY INQUIRY SO THE FLOOR CAN ANSWER       *
      *    "WHERE IS IT / HOW MANY" WITHOUT PHONING THE OFFICE.        *
      *    THE LAST-RECEIPT KEY IS THE RCPLOG KEY OF THE NEWEST        *
      *    RECEIPT THE NIGHTLY HELORPST POSTING HAS ADDED TO ON-HAND;  *
      *    IT IS SET IN THE SAME REWRITE AS THE QUANTITY, SO A         *
      *    RECEIPT AT OR BELOW IT IS NEVER POSTED TWICE.               *
      ******************************************************************
       01  HELO-ITM-RECORD.
           05  HELO-ITM-ITEM-NO       PIC X(08).
           05  HELO-ITM-ZONE          PIC X(02).
           05  HELO-ITM-QTY-ONHAND    PIC 9(07).
           05  HELO-ITM-QTY-ALLOC     PIC 9(07).
           05  HELO-ITM-LAST-RCP-KEY  PIC X(16).
           05  FILLER                 PIC X(04).
