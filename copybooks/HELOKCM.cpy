      ******************************************************************
      *    COMMAREA LAYOUT FOR TRANSACTION CAPR (CYCLE COUNT           *
      *    APPROVAL).  CARRIES STATE BETWEEN PSEUDO-CONVERSATIONAL     *
      *    SCREENS, INCLUDING THE KEY OF THE COUNT NOW SHOWN, SO AN    *
      *    APPROVE OR REJECT ACTS ON EXACTLY THE COUNT THE SUPERVISOR  *
      *    WAS LOOKING AT.                                             *
      *    COPIED INTO THE LINKAGE SECTION AS DFHCOMMAREA              *
      ******************************************************************
       01  DFHCOMMAREA.
           05  HELO-KCM-STATE          PIC X(01).
               88  HELO-KCM-FIRST-TIME     VALUE SPACE.
               88  HELO-KCM-SHOWING        VALUE 'S'.
           05  HELO-KCM-CNT-KEY.
               10  HELO-KCM-CNT-ITEM   PIC X(08).
               10  HELO-KCM-CNT-STAMP  PIC X(12).
           05  FILLER                  PIC X(19).
