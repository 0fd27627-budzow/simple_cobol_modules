      ******************************************************************
      *    RECORD LAYOUT FOR THE NIGHTLY RUN-CONTROL FILE (RUNCTL)     *
      *    VSAM KSDS, KEYED BY BUSINESS DATE AND STEP PROGRAM NAME.    *
      *    EACH HELORPTJ STEP PROGRAM WRITES ITS OWN RECORD FOR THE    *
      *    DATE WHEN IT STARTS (STATUS 'S') AND REWRITES IT WHEN IT    *
      *    ENDS (STATUS 'C' FOR RETURN CODE 4 OR LESS, 'F' ABOVE),     *
      *    WITH THE START/END STAMPS, RETURN CODE AND RECORD COUNTS.   *
      *    A STEP THAT ABENDS IS LEFT AT 'S'.  THE 000000 'CONTROL'    *
      *    RECORD IS SET BY HELORCTL AT THE TOP OF THE JOB: IT CARRIES *
      *    THE BUSINESS DATE EVERY STEP RUNS FOR, THE STEP FORCED TO   *
      *    RERUN ('ALL' FOR EVERY STEP), AND THE HIGHEST DATE EVER     *
      *    SET, WHICH THE NEXT NIGHT ROLLS FORWARD FROM.  THE 999999   *
      *    RECORD IS THE PRIMING DUMMY LOADED AT DEFINE TIME AND IS    *
      *    IGNORED BY EVERY READER.                                    *
      ******************************************************************
       01  HELO-RCT-RECORD.
           05  HELO-RCT-KEY.
               10  HELO-RCT-BUS-DATE   PIC 9(06).
               10  HELO-RCT-STEP       PIC X(08).
           05  HELO-RCT-DATA           PIC X(66).
           05  HELO-RCT-STEP-DATA REDEFINES HELO-RCT-DATA.
               10  HELO-RCT-STATUS     PIC X(01).
                   88  HELO-RCT-STARTED    VALUE 'S'.
                   88  HELO-RCT-COMPLETE   VALUE 'C'.
                   88  HELO-RCT-FAILED     VALUE 'F'.
               10  HELO-RCT-START-DATE PIC 9(06).
               10  HELO-RCT-START-TIME PIC 9(06).
               10  HELO-RCT-END-DATE   PIC 9(06).
               10  HELO-RCT-END-TIME   PIC 9(06).
               10  HELO-RCT-RETURN-CODE
                                       PIC 9(04).
               10  HELO-RCT-READ-COUNT PIC 9(07).
               10  HELO-RCT-WRITE-COUNT
                                       PIC 9(07).
               10  HELO-RCT-RUN-COUNT  PIC 9(03).
               10  HELO-RCT-FORCED-SW  PIC X(01).
                   88  HELO-RCT-FORCED     VALUE 'Y'.
               10  FILLER              PIC X(19).
           05  HELO-RCT-CONTROL-DATA REDEFINES HELO-RCT-DATA.
               10  HELO-RCT-CTL-BUS-DATE
                                       PIC 9(06).
               10  HELO-RCT-CTL-FORCE  PIC X(08).
                   88  HELO-RCT-CTL-FORCE-ALL  VALUE 'ALL'.
               10  HELO-RCT-CTL-HIGH-DATE
                                       PIC 9(06).
               10  HELO-RCT-CTL-SET-DATE
                                       PIC 9(06).
               10  HELO-RCT-CTL-SET-TIME
                                       PIC 9(06).
               10  FILLER              PIC X(34).
