      ******************************************************************
      *    SYMBOLIC MAP FOR MAPSET HELOQAS, MAP HELOQAM                *
      *    (DAMAGED RECEIPT QUARANTINE PANEL, TRANSACTION QDSP)        *
      *    GENERATED FROM BMS SOURCE IN BMS/HELOQAS.BMS                *
      *    DO NOT HAND-EDIT THE FIELD LAYOUT -- REASSEMBLE THE MAPSET  *
      ******************************************************************
       01  HELOQAMI.
           02  FILLER                  PIC X(12).
           02  QFUNCL                  COMP PIC S9(4).
           02  QFUNCF                  PIC X.
           02  FILLER REDEFINES QFUNCF.
               03  QFUNCA               PIC X.
           02  QFUNCI                  PIC X(1).
           02  QWHENL                  COMP PIC S9(4).
           02  QWHENF                  PIC X.
           02  FILLER REDEFINES QWHENF.
               03  QWHENA               PIC X.
           02  QWHENI                  PIC X(18).
           02  QPOVENL                 COMP PIC S9(4).
           02  QPOVENF                 PIC X.
           02  FILLER REDEFINES QPOVENF.
               03  QPOVENA              PIC X.
           02  QPOVENI                 PIC X(19).
           02  QITEML                  COMP PIC S9(4).
           02  QITEMF                  PIC X.
           02  FILLER REDEFINES QITEMF.
               03  QITEMA               PIC X.
           02  QITEMI                  PIC X(8).
           02  QDESCL                  COMP PIC S9(4).
           02  QDESCF                  PIC X.
           02  FILLER REDEFINES QDESCF.
               03  QDESCA               PIC X.
           02  QDESCI                  PIC X(30).
           02  QOPERL                  COMP PIC S9(4).
           02  QOPERF                  PIC X.
           02  FILLER REDEFINES QOPERF.
               03  QOPERA               PIC X.
           02  QOPERI                  PIC X(3).
           02  QRQTYL                  COMP PIC S9(4).
           02  QRQTYF                  PIC X.
           02  FILLER REDEFINES QRQTYF.
               03  QRQTYA               PIC X.
           02  QRQTYI                  PIC X(9).
           02  QDISPL                  COMP PIC S9(4).
           02  QDISPF                  PIC X.
           02  FILLER REDEFINES QDISPF.
               03  QDISPA               PIC X.
           02  QDISPI                  PIC X(20).
           02  QDECBYL                 COMP PIC S9(4).
           02  QDECBYF                 PIC X.
           02  FILLER REDEFINES QDECBYF.
               03  QDECBYA              PIC X.
           02  QDECBYI                 PIC X(27).
           02  QSTOCKL                 COMP PIC S9(4).
           02  QSTOCKF                 PIC X.
           02  FILLER REDEFINES QSTOCKF.
               03  QSTOCKA              PIC X.
           02  QSTOCKI                 PIC X(9).
           02  QCSTATL                 COMP PIC S9(4).
           02  QCSTATF                 PIC X.
           02  FILLER REDEFINES QCSTATF.
               03  QCSTATA              PIC X.
           02  QCSTATI                 PIC X(40).
           02  QCLAIML                 COMP PIC S9(4).
           02  QCLAIMF                 PIC X.
           02  FILLER REDEFINES QCLAIMF.
               03  QCLAIMA              PIC X.
           02  QCLAIMI                 PIC X(5).
           02  QREASL                  COMP PIC S9(4).
           02  QREASF                  PIC X.
           02  FILLER REDEFINES QREASF.
               03  QREASA               PIC X.
           02  QREASI                  PIC X(30).
           02  QEMSGL                  COMP PIC S9(4).
           02  QEMSGF                  PIC X.
           02  FILLER REDEFINES QEMSGF.
               03  QEMSGA               PIC X.
           02  QEMSGI                  PIC X(79).
       01  HELOQAMO REDEFINES HELOQAMI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(3).
           02  QFUNCO                  PIC X(1).
           02  FILLER                  PIC X(3).
           02  QWHENO                  PIC X(18).
           02  FILLER                  PIC X(3).
           02  QPOVENO                 PIC X(19).
           02  FILLER                  PIC X(3).
           02  QITEMO                  PIC X(8).
           02  FILLER                  PIC X(3).
           02  QDESCO                  PIC X(30).
           02  FILLER                  PIC X(3).
           02  QOPERO                  PIC X(3).
           02  FILLER                  PIC X(3).
           02  QRQTYO                  PIC X(9).
           02  FILLER                  PIC X(3).
           02  QDISPO                  PIC X(20).
           02  FILLER                  PIC X(3).
           02  QDECBYO                 PIC X(27).
           02  FILLER                  PIC X(3).
           02  QSTOCKO                 PIC X(9).
           02  FILLER                  PIC X(3).
           02  QCSTATO                 PIC X(40).
           02  FILLER                  PIC X(3).
           02  QCLAIMO                 PIC X(5).
           02  FILLER                  PIC X(3).
           02  QREASO                  PIC X(30).
           02  FILLER                  PIC X(3).
           02  QEMSGO                  PIC X(79).
