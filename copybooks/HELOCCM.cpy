      ******************************************************************
      *    COMMAREA LAYOUT FOR TRANSACTION WCYC (CYCLE COUNT).         *
      *    CARRIES STATE BETWEEN PSEUDO-CONVERSATIONAL SCREENS,        *
      *    INCLUDING THE BIN BEING COUNTED AND THE ITEM NOW SHOWN FOR  *
      *    A COUNT, SO EACH ENTER RECORDS THAT ITEM AND STEPS TO THE   *
      *    NEXT ONE IN THE BIN.  THE FIRST 34 BYTES LINE UP FIELD-FOR- *
      *    FIELD WITH HELOCOM (STATE, OPERATOR ID, OPERATOR NAME), SO  *
      *    WHEN THE WAREHOUSE MENU ROUTES HERE WITH THE HELOCOM        *
      *    COMMAREA THE OPERATOR'S IDENTITY LANDS IN PLACE AND THE     *
      *    MENU'S STATE BYTE ('M') MARKS THE TRIP AS THE FIRST ONE.    *
      *    COPIED INTO THE LINKAGE SECTION AS DFHCOMMAREA              *
      ******************************************************************
       01  DFHCOMMAREA.
           05  HELO-CCM-STATE          PIC X(01).
               88  HELO-CCM-FIRST-TIME     VALUE SPACE.
               88  HELO-CCM-FROM-MENU      VALUE 'M'.
               88  HELO-CCM-SHOWING        VALUE 'C'.
           05  HELO-CCM-OPERID         PIC X(03).
           05  HELO-CCM-OPER-NAME      PIC X(30).
           05  HELO-CCM-CUR-BIN        PIC X(06).
           05  HELO-CCM-CUR-ITEM       PIC X(08).
           05  FILLER                  PIC X(22).
