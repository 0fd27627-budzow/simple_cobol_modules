      *    THE UNION STEWARD SEE EXACTLY WHAT WAS ALTERED BY HAND      *
      *    VERSUS PUNCHED BY THE OPERATOR.  THE ZZZ RECORD IS THE      *
      *    PRIMING DUMMY LOADED AT DEFINE TIME AND IS IGNORED BY       *
      *    EVERY READER.  THE PERIOD SWITCH IS 'P' WHEN THE PUNCH      *
      *    DATE WAS ALREADY IN A CLOSED PAY PERIOD (PAYPER) AT THE     *
      *    TIME OF THE CHANGE -- THE WEEKLY HELOPAYR RUN SENDS THE     *
      *    HOURS DIFFERENCE TO THE PAYROLL VENDOR AS A PRIOR-PERIOD    *
      *    ADJUSTMENT INSTEAD OF LETTING IT CHANGE A PAID WEEK.        *
      ******************************************************************
       01  HELO-ADJ-RECORD.
           05  HELO-ADJ-KEY.
           05  HELO-ADJ-SUPPLIED-SW    PIC X(01).
               88  HELO-ADJ-SUPPLIED       VALUE 'Y'.
               88  HELO-ADJ-CORRECTED      VALUE 'N'.
           05  HELO-ADJ-PERIOD-SW      PIC X(01).
               88  HELO-ADJ-PRIOR-PERIOD   VALUE 'P'.
           05  FILLER                  PIC X(21).
