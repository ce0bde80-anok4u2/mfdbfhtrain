      *****************************************************************
      *  XACLMAP symbolic map -- hand-maintained equivalent of the
      *  copybook the BMS translator generates from XACLMAP.bms.
      *  Used by XACL (the shop business calendar maintenance
      *  transaction).
      *****************************************************************
       01  XACLMSI.
           05  FILLER                  PIC X(12).
           05  ACTNL                   PIC S9(4) COMP.
           05  ACTNF                   PIC X.
           05  FILLER REDEFINES ACTNF.
               10  ACTNA                PIC X.
           05  ACTNI                   PIC X(1).
           05  DATEL                   PIC S9(4) COMP.
           05  DATEF                   PIC X.
           05  FILLER REDEFINES DATEF.
               10  DATEA                PIC X.
           05  DATEI                   PIC X(8).
           05  WDAYL                   PIC S9(4) COMP.
           05  WDAYF                   PIC X.
           05  FILLER REDEFINES WDAYF.
               10  WDAYA                PIC X.
           05  WDAYI                   PIC X(9).
           05  DTYPL                   PIC S9(4) COMP.
           05  DTYPF                   PIC X.
           05  FILLER REDEFINES DTYPF.
               10  DTYPA                PIC X.
           05  DTYPI                   PIC X(1).
           05  DESCL                   PIC S9(4) COMP.
           05  DESCF                   PIC X.
           05  FILLER REDEFINES DESCF.
               10  DESCA                PIC X.
           05  DESCI                   PIC X(30).
           05  UPDBL                   PIC S9(4) COMP.
           05  UPDBF                   PIC X.
           05  FILLER REDEFINES UPDBF.
               10  UPDBA                PIC X.
           05  UPDBI                   PIC X(8).
           05  UPDDL                   PIC S9(4) COMP.
           05  UPDDF                   PIC X.
           05  FILLER REDEFINES UPDDF.
               10  UPDDA                PIC X.
           05  UPDDI                   PIC X(8).
           05  LST1L                   PIC S9(4) COMP.
           05  LST1F                   PIC X.
           05  FILLER REDEFINES LST1F.
               10  LST1A                PIC X.
           05  LST1I                   PIC X(60).
           05  LST2L                   PIC S9(4) COMP.
           05  LST2F                   PIC X.
           05  FILLER REDEFINES LST2F.
               10  LST2A                PIC X.
           05  LST2I                   PIC X(60).
           05  LST3L                   PIC S9(4) COMP.
           05  LST3F                   PIC X.
           05  FILLER REDEFINES LST3F.
               10  LST3A                PIC X.
           05  LST3I                   PIC X(60).
           05  LST4L                   PIC S9(4) COMP.
           05  LST4F                   PIC X.
           05  FILLER REDEFINES LST4F.
               10  LST4A                PIC X.
           05  LST4I                   PIC X(60).
           05  LST5L                   PIC S9(4) COMP.
           05  LST5F                   PIC X.
           05  FILLER REDEFINES LST5F.
               10  LST5A                PIC X.
           05  LST5I                   PIC X(60).
           05  LST6L                   PIC S9(4) COMP.
           05  LST6F                   PIC X.
           05  FILLER REDEFINES LST6F.
               10  LST6A                PIC X.
           05  LST6I                   PIC X(60).
           05  LST7L                   PIC S9(4) COMP.
           05  LST7F                   PIC X.
           05  FILLER REDEFINES LST7F.
               10  LST7A                PIC X.
           05  LST7I                   PIC X(60).
           05  LST8L                   PIC S9(4) COMP.
           05  LST8F                   PIC X.
           05  FILLER REDEFINES LST8F.
               10  LST8A                PIC X.
           05  LST8I                   PIC X(60).

       01  XACLMSO REDEFINES XACLMSI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  ACTNO                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  DATEO                   PIC X(8).
           05  FILLER                  PIC X(3).
           05  WDAYO                   PIC X(9).
           05  FILLER                  PIC X(3).
           05  DTYPO                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  DESCO                   PIC X(30).
           05  FILLER                  PIC X(3).
           05  UPDBO                   PIC X(8).
           05  FILLER                  PIC X(3).
           05  UPDDO                   PIC X(8).
           05  FILLER                  PIC X(3).
           05  LST1O                   PIC X(60).
           05  FILLER                  PIC X(3).
           05  LST2O                   PIC X(60).
           05  FILLER                  PIC X(3).
           05  LST3O                   PIC X(60).
           05  FILLER                  PIC X(3).
           05  LST4O                   PIC X(60).
           05  FILLER                  PIC X(3).
           05  LST5O                   PIC X(60).
           05  FILLER                  PIC X(3).
           05  LST6O                   PIC X(60).
           05  FILLER                  PIC X(3).
           05  LST7O                   PIC X(60).
           05  FILLER                  PIC X(3).
           05  LST8O                   PIC X(60).
           05  FILLER                  PIC X(3).
           05  MSGO                    PIC X(79).
