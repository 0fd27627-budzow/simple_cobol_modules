      ******************************************************************
      *    COMMAREA LAYOUT FOR TRANSACTION WSHP (SHIPMENT INQUIRY).    *
      *    CARRIES STATE BETWEEN PSEUDO-CONVERSATIONAL SCREENS,        *
      *    INCLUDING THE FUNCTION AND SEARCH ARGUMENT LAST SHOWN AND   *
      *    THE SHPORD KEY OF THE LAST ROW ON THE PANEL, SO PRESSING    *
      *    ENTER AGAIN PAGES FORWARD FROM WHERE THE LIST LEFT OFF.     *
      *    THE FIRST 34 BYTES LINE UP FIELD-FOR-FIELD WITH HELOCOM     *
      *    (STATE, OPERATOR ID, OPERATOR NAME), SO WHEN THE WAREHOUSE  *
      *    MENU ROUTES HERE WITH THE HELOCOM COMMAREA THE OPERATOR'S   *
      *    IDENTITY LANDS IN PLACE AND THE MENU'S STATE BYTE ('M')     *
      *    MARKS THE TRIP AS THE FIRST ONE.                            *
      *    COPIED INTO THE LINKAGE SECTION AS DFHCOMMAREA              *
      ******************************************************************
       01  DFHCOMMAREA.
           05  HELO-OCM-STATE          PIC X(01).
               88  HELO-OCM-FIRST-TIME     VALUE SPACE.
               88  HELO-OCM-FROM-MENU      VALUE 'M'.
               88  HELO-OCM-SHOWING        VALUE 'S'.
           05  HELO-OCM-OPERID         PIC X(03).
           05  HELO-OCM-OPER-NAME      PIC X(30).
           05  HELO-OCM-LAST-FUNC      PIC X(01).
           05  HELO-OCM-LAST-ARG       PIC X(10).
           05  HELO-OCM-LAST-KEY.
               10  HELO-OCM-LAST-ORDER PIC X(10).
               10  HELO-OCM-LAST-LINE  PIC 9(03).
           05  FILLER                  PIC X(12).
