      ******************************************************************
      *    COMMAREA LAYOUT FOR TRANSACTION QDSP (DAMAGED RECEIPT       *
      *    QUARANTINE DISPOSITION).  CARRIES STATE BETWEEN PSEUDO-     *
      *    CONVERSATIONAL SCREENS, INCLUDING THE KEY OF THE QUARANTINE *
      *    RECORD NOW SHOWN AND WHICH LIST IT CAME FROM (UNDECIDED     *
      *    ITEMS OR OPEN CLAIMS), SO A DECISION OR SETTLEMENT ACTS ON  *
      *    EXACTLY THE ITEM QA WAS LOOKING AT AND THE NEXT I OR C      *
      *    CARRIES ON FROM IT.                                         *
      *    COPIED INTO THE LINKAGE SECTION AS DFHCOMMAREA              *
      ******************************************************************
       01  DFHCOMMAREA.
           05  HELO-QCM-STATE          PIC X(01).
               88  HELO-QCM-FIRST-TIME     VALUE SPACE.
               88  HELO-QCM-SHOWING        VALUE 'S'.
           05  HELO-QCM-QTN-KEY        PIC X(16).
           05  HELO-QCM-LIST           PIC X(01).
               88  HELO-QCM-UNDECIDED-LIST VALUE 'I'.
               88  HELO-QCM-CLAIM-LIST     VALUE 'C'.
           05  FILLER                  PIC X(22).
