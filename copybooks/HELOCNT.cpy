      ******************************************************************
      *    RECORD LAYOUT FOR THE CYCLE COUNT VARIANCE FILE (CNTVAR)    *
      *    VSAM KSDS, KEYED BY ITEM NUMBER + COUNT DATE + COUNT TIME,  *
      *    SO EVERY COUNT OF THE SAME ITEM LINES UP BEHIND IT IN       *
      *    TIME ORDER.  ONE RECORD PER ITEM COUNTED THROUGH THE WCYC   *
      *    PANEL, HOLDING THE COUNTED QUANTITY NEXT TO THE BOOK        *
      *    FIGURE AT THE MOMENT OF THE COUNT (THE ITMMST ON-HAND PLUS  *
      *    THE ITEM'S RECEIPTS KEYED BUT NOT YET POSTED), AND STAMPED  *
      *    WITH THE OPERATOR AND TERMINAL THAT KEYED IT.  A COUNT      *
      *    THAT AGREES WITH THE BOOK IS MATCHED; ONE THAT DOES NOT     *
      *    WAITS FOR A SUPERVISOR THROUGH THE CAPR TRANSACTION, WHICH  *
      *    EITHER APPROVES IT (THE VARIANCE IS APPLIED TO ITMMST AND   *
      *    THE ON-HAND BEFORE AND AFTER THE ADJUSTMENT ARE KEPT HERE   *
      *    WITH WHO APPROVED IT AND WHEN) OR REJECTS IT FOR A          *
      *    RECOUNT.  READ BY THE NIGHTLY HELOVRPT VARIANCE REPORT.     *
      *    THE ZZZZZZZZ RECORD IS THE PRIMING DUMMY LOADED AT DEFINE   *
      *    TIME AND IS IGNORED BY EVERY READER.                        *
      ******************************************************************
       01  HELO-CNT-RECORD.
           05  HELO-CNT-KEY.
               10  HELO-CNT-ITEM-NO    PIC X(08).
               10  HELO-CNT-DATE       PIC 9(06).
               10  HELO-CNT-TIME       PIC 9(06).
           05  HELO-CNT-TERM-ID        PIC X(04).
           05  HELO-CNT-OPERID         PIC X(03).
           05  HELO-CNT-BIN-LOC        PIC X(06).
           05  HELO-CNT-ZONE           PIC X(02).
           05  HELO-CNT-QTY-ONHAND     PIC 9(07).
           05  HELO-CNT-QTY-COUNTED    PIC 9(07).
           05  HELO-CNT-STATUS         PIC X(01).
               88  HELO-CNT-MATCHED        VALUE 'M'.
               88  HELO-CNT-PENDING        VALUE 'P'.
               88  HELO-CNT-APPROVED       VALUE 'A'.
               88  HELO-CNT-REJECTED       VALUE 'R'.
           05  HELO-CNT-APPR-USERID    PIC X(08).
           05  HELO-CNT-APPR-DATE      PIC 9(06).
           05  HELO-CNT-APPR-TIME      PIC 9(06).
           05  HELO-CNT-APPR-TERM-ID   PIC X(04).
           05  HELO-CNT-QTY-BEFORE     PIC 9(07).
           05  HELO-CNT-QTY-AFTER      PIC 9(07).
           05  FILLER                  PIC X(12).
