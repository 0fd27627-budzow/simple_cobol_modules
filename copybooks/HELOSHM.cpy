      ******************************************************************
      *    SYMBOLIC MAP FOR MAPSET HELOSHS, MAP HELOSHM                *
      *    (SHIPMENT INQUIRY PANEL, TRANSACTION WSHP)                  *
      *    GENERATED FROM BMS SOURCE IN BMS/HELOSHS.BMS                *
      *    DO NOT HAND-EDIT THE FIELD LAYOUT -- REASSEMBLE THE MAPSET  *
      ******************************************************************
       01  HELOSHMI.
           02  FILLER                  PIC X(12).
           02  SOPERL                  COMP PIC S9(4).
           02  SOPERF                  PIC X.
           02  FILLER REDEFINES SOPERF.
               03  SOPERA               PIC X.
           02  SOPERI                  PIC X(40).
           02  SFUNCL                  COMP PIC S9(4).
           02  SFUNCF                  PIC X.
           02  FILLER REDEFINES SFUNCF.
               03  SFUNCA               PIC X.
           02  SFUNCI                  PIC X(1).
           02  SORDRL                  COMP PIC S9(4).
           02  SORDRF                  PIC X.
           02  FILLER REDEFINES SORDRF.
               03  SORDRA               PIC X.
           02  SORDRI                  PIC X(10).
           02  SZONEL                  COMP PIC S9(4).
           02  SZONEF                  PIC X.
           02  FILLER REDEFINES SZONEF.
               03  SZONEA               PIC X.
           02  SZONEI                  PIC X(2).
           02  SITEML                  COMP PIC S9(4).
           02  SITEMF                  PIC X.
           02  FILLER REDEFINES SITEMF.
               03  SITEMA               PIC X.
           02  SITEMI                  PIC X(8).
           02  SSTATL                  COMP PIC S9(4).
           02  SSTATF                  PIC X.
           02  FILLER REDEFINES SSTATF.
               03  SSTATA               PIC X.
           02  SSTATI                  PIC X(8).
           02  SDUEL                   COMP PIC S9(4).
           02  SDUEF                   PIC X.
           02  FILLER REDEFINES SDUEF.
               03  SDUEA                PIC X.
           02  SDUEI                   PIC X(6).
           02  SDOORL                  COMP PIC S9(4).
           02  SDOORF                  PIC X.
           02  FILLER REDEFINES SDOORF.
               03  SDOORA               PIC X.
           02  SDOORI                  PIC X(3).
           02  SCARRL                  COMP PIC S9(4).
           02  SCARRF                  PIC X.
           02  FILLER REDEFINES SCARRF.
               03  SCARRA               PIC X.
           02  SCARRI                  PIC X(15).
           02  SSHIPL                  COMP PIC S9(4).
           02  SSHIPF                  PIC X.
           02  FILLER REDEFINES SSHIPF.
               03  SSHIPA               PIC X.
           02  SSHIPI                  PIC X(25).
           02  SSUMML                  COMP PIC S9(4).
           02  SSUMMF                  PIC X.
           02  FILLER REDEFINES SSUMMF.
               03  SSUMMA               PIC X.
           02  SSUMMI                  PIC X(79).
           02  SHEADL                  COMP PIC S9(4).
           02  SHEADF                  PIC X.
           02  FILLER REDEFINES SHEADF.
               03  SHEADA               PIC X.
           02  SHEADI                  PIC X(79).
           02  SLIN1L                  COMP PIC S9(4).
           02  SLIN1F                  PIC X.
           02  FILLER REDEFINES SLIN1F.
               03  SLIN1A               PIC X.
           02  SLIN1I                  PIC X(79).
           02  SLIN2L                  COMP PIC S9(4).
           02  SLIN2F                  PIC X.
           02  FILLER REDEFINES SLIN2F.
               03  SLIN2A               PIC X.
           02  SLIN2I                  PIC X(79).
           02  SLIN3L                  COMP PIC S9(4).
           02  SLIN3F                  PIC X.
           02  FILLER REDEFINES SLIN3F.
               03  SLIN3A               PIC X.
           02  SLIN3I                  PIC X(79).
           02  SLIN4L                  COMP PIC S9(4).
           02  SLIN4F                  PIC X.
           02  FILLER REDEFINES SLIN4F.
               03  SLIN4A               PIC X.
           02  SLIN4I                  PIC X(79).
           02  SLIN5L                  COMP PIC S9(4).
           02  SLIN5F                  PIC X.
           02  FILLER REDEFINES SLIN5F.
               03  SLIN5A               PIC X.
           02  SLIN5I                  PIC X(79).
           02  SLIN6L                  COMP PIC S9(4).
           02  SLIN6F                  PIC X.
           02  FILLER REDEFINES SLIN6F.
               03  SLIN6A               PIC X.
           02  SLIN6I                  PIC X(79).
           02  SEMSGL                  COMP PIC S9(4).
           02  SEMSGF                  PIC X.
           02  FILLER REDEFINES SEMSGF.
               03  SEMSGA               PIC X.
           02  SEMSGI                  PIC X(79).
       01  HELOSHMO REDEFINES HELOSHMI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(3).
           02  SOPERO                  PIC X(40).
           02  FILLER                  PIC X(3).
           02  SFUNCO                  PIC X(1).
           02  FILLER                  PIC X(3).
           02  SORDRO                  PIC X(10).
           02  FILLER                  PIC X(3).
           02  SZONEO                  PIC X(2).
           02  FILLER                  PIC X(3).
           02  SITEMO                  PIC X(8).
           02  FILLER                  PIC X(3).
           02  SSTATO                  PIC X(8).
           02  FILLER                  PIC X(3).
           02  SDUEO                   PIC X(6).
           02  FILLER                  PIC X(3).
           02  SDOORO                  PIC X(3).
           02  FILLER                  PIC X(3).
           02  SCARRO                  PIC X(15).
           02  FILLER                  PIC X(3).
           02  SSHIPO                  PIC X(25).
           02  FILLER                  PIC X(3).
           02  SSUMMO                  PIC X(79).
           02  FILLER                  PIC X(3).
           02  SHEADO                  PIC X(79).
           02  FILLER                  PIC X(3).
           02  SLIN1O                  PIC X(79).
           02  FILLER                  PIC X(3).
           02  SLIN2O                  PIC X(79).
           02  FILLER                  PIC X(3).
           02  SLIN3O                  PIC X(79).
           02  FILLER                  PIC X(3).
           02  SLIN4O                  PIC X(79).
           02  FILLER                  PIC X(3).
           02  SLIN5O                  PIC X(79).
           02  FILLER                  PIC X(3).
           02  SLIN6O                  PIC X(79).
           02  FILLER                  PIC X(3).
           02  SEMSGO                  PIC X(79).
