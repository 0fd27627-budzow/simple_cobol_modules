      ******************************************************************
      *    SYMBOLIC MAP FOR MAPSET HELOCYS, MAP HELOCYM                *
      *    (CYCLE COUNT PANEL, TRANSACTION WCYC)                       *
      *    GENERATED FROM BMS SOURCE IN BMS/HELOCYS.BMS                *
      *    DO NOT HAND-EDIT THE FIELD LAYOUT -- REASSEMBLE THE MAPSET  *
      ******************************************************************
       01  HELOCYMI.
           02  FILLER                  PIC X(12).
           02  COPERL                  COMP PIC S9(4).
           02  COPERF                  PIC X.
           02  FILLER REDEFINES COPERF.
               03  COPERA               PIC X.
           02  COPERI                  PIC X(40).
           02  CBINL                   COMP PIC S9(4).
           02  CBINF                   PIC X.
           02  FILLER REDEFINES CBINF.
               03  CBINA                PIC X.
           02  CBINI                   PIC X(6).
           02  CITEML                  COMP PIC S9(4).
           02  CITEMF                  PIC X.
           02  FILLER REDEFINES CITEMF.
               03  CITEMA               PIC X.
           02  CITEMI                  PIC X(8).
           02  CDESCL                  COMP PIC S9(4).
           02  CDESCF                  PIC X.
           02  FILLER REDEFINES CDESCF.
               03  CDESCA               PIC X.
           02  CDESCI                  PIC X(30).
           02  CQTYL                   COMP PIC S9(4).
           02  CQTYF                   PIC X.
           02  FILLER REDEFINES CQTYF.
               03  CQTYA                PIC X.
           02  CQTYI                   PIC X(7).
           02  CEMSGL                  COMP PIC S9(4).
           02  CEMSGF                  PIC X.
           02  FILLER REDEFINES CEMSGF.
               03  CEMSGA               PIC X.
           02  CEMSGI                  PIC X(79).
       01  HELOCYMO REDEFINES HELOCYMI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(3).
           02  COPERO                  PIC X(40).
           02  FILLER                  PIC X(3).
           02  CBINO                   PIC X(6).
           02  FILLER                  PIC X(3).
           02  CITEMO                  PIC X(8).
           02  FILLER                  PIC X(3).
           02  CDESCO                  PIC X(30).
           02  FILLER                  PIC X(3).
           02  CQTYO                   PIC X(7).
           02  FILLER                  PIC X(3).
           02  CEMSGO                  PIC X(79).
