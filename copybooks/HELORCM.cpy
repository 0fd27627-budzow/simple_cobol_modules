      *    (STATE, OPERATOR ID, OPERATOR NAME), SO WHEN THE WAREHOUSE  *
      *    MENU ROUTES HERE WITH THE HELOCOM COMMAREA THE OPERATOR'S   *
      *    IDENTITY LANDS IN PLACE AND THE MENU'S STATE BYTE ('M')     *
      *    MARKS THE TRIP AS THE FIRST ONE.  THE OVER-RECEIPT FIELDS   *
      *    HOLD A RECEIPT THAT WAS TURNED BACK FOR BEING OVER THE PO   *
      *    LINE'S OPEN QUANTITY; THE SAME PO, ITEM, AND QUANTITY       *
      *    ENTERED AGAIN ON THE NEXT SCREEN IS THE CLERK CONFIRMING    *
      *    IT.                                                         *
      *    COPIED INTO THE LINKAGE SECTION AS DFHCOMMAREA              *
      ******************************************************************
       01  DFHCOMMAREA.
               88  HELO-RCM-SHOWING        VALUE 'R'.
           05  HELO-RCM-OPERID         PIC X(03).
           05  HELO-RCM-OPER-NAME      PIC X(30).
           05  HELO-RCM-OVER-PO        PIC X(08).
           05  HELO-RCM-OVER-ITEM      PIC X(08).
           05  HELO-RCM-OVER-QTY       PIC 9(05).
           05  FILLER                  PIC X(15).
