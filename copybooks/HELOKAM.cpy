      ******************************************************************
      *    SYMBOLIC MAP FOR MAPSET HELOKAS, MAP HELOKAM                *
      *    (CYCLE COUNT APPROVAL PANEL, TRANSACTION CAPR)              *
      *    GENERATED FROM BMS SOURCE IN BMS/HELOKAS.BMS                *
      *    DO NOT HAND-EDIT THE FIELD LAYOUT -- REASSEMBLE THE MAPSET  *
      ******************************************************************
       01  HELOKAMI.
           02  FILLER                  PIC X(12).
           02  KFUNCL                  COMP PIC S9(4).
           02  KFUNCF                  PIC X.
           02  FILLER REDEFINES KFUNCF.
               03  KFUNCA               PIC X.
           02  KFUNCI                  PIC X(1).
           02  KITEML                  COMP PIC S9(4).
           02  KITEMF                  PIC X.
           02  FILLER REDEFINES KITEMF.
               03  KITEMA               PIC X.
           02  KITEMI                  PIC X(8).
           02  KDESCL                  COMP PIC S9(4).
           02  KDESCF                  PIC X.
           02  FILLER REDEFINES KDESCF.
               03  KDESCA               PIC X.
           02  KDESCI                  PIC X(30).
           02  KWHEREL                 COMP PIC S9(4).
           02  KWHEREF                 PIC X.
           02  FILLER REDEFINES KWHEREF.
               03  KWHEREA              PIC X.
           02  KWHEREI                 PIC X(11).
           02  KWHENL                  COMP PIC S9(4).
           02  KWHENF                  PIC X.
           02  FILLER REDEFINES KWHENF.
               03  KWHENA               PIC X.
           02  KWHENI                  PIC X(13).
           02  KWHOL                   COMP PIC S9(4).
           02  KWHOF                   PIC X.
           02  FILLER REDEFINES KWHOF.
               03  KWHOA                PIC X.
           02  KWHOI                   PIC X(8).
           02  KBOOKL                  COMP PIC S9(4).
           02  KBOOKF                  PIC X.
           02  FILLER REDEFINES KBOOKF.
               03  KBOOKA               PIC X.
           02  KBOOKI                  PIC X(9).
           02  KCNTL                   COMP PIC S9(4).
           02  KCNTF                   PIC X.
           02  FILLER REDEFINES KCNTF.
               03  KCNTA                PIC X.
           02  KCNTI                   PIC X(9).
           02  KVARL                   COMP PIC S9(4).
           02  KVARF                   PIC X.
           02  FILLER REDEFINES KVARF.
               03  KVARA                PIC X.
           02  KVARI                   PIC X(10).
           02  KCURL                   COMP PIC S9(4).
           02  KCURF                   PIC X.
           02  FILLER REDEFINES KCURF.
               03  KCURA                PIC X.
           02  KCURI                   PIC X(9).
           02  KNEWL                   COMP PIC S9(4).
           02  KNEWF                   PIC X.
           02  FILLER REDEFINES KNEWF.
               03  KNEWA                PIC X.
           02  KNEWI                   PIC X(9).
           02  KEMSGL                  COMP PIC S9(4).
           02  KEMSGF                  PIC X.
           02  FILLER REDEFINES KEMSGF.
               03  KEMSGA               PIC X.
           02  KEMSGI                  PIC X(79).
       01  HELOKAMO REDEFINES HELOKAMI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(3).
           02  KFUNCO                  PIC X(1).
           02  FILLER                  PIC X(3).
           02  KITEMO                  PIC X(8).
           02  FILLER                  PIC X(3).
           02  KDESCO                  PIC X(30).
           02  FILLER                  PIC X(3).
           02  KWHEREO                 PIC X(11).
           02  FILLER                  PIC X(3).
           02  KWHENO                  PIC X(13).
           02  FILLER                  PIC X(3).
           02  KWHOO                   PIC X(8).
           02  FILLER                  PIC X(3).
           02  KBOOKO                  PIC X(9).
           02  FILLER                  PIC X(3).
           02  KCNTO                   PIC X(9).
           02  FILLER                  PIC X(3).
           02  KVARO                   PIC X(10).
           02  FILLER                  PIC X(3).
           02  KCURO                   PIC X(9).
           02  FILLER                  PIC X(3).
           02  KNEWO                   PIC X(9).
           02  FILLER                  PIC X(3).
           02  KEMSGO                  PIC X(79).
