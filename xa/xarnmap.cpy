      *****************************************************************
      *  XARNMAP symbolic map -- hand-maintained equivalent of the
      *  copybook the BMS translator generates from XARNMAP.bms.
      *  Used by XARN (the region registry maintenance
      *  transaction).
      *****************************************************************
       01  XARNMSI.
           05  FILLER                  PIC X(12).
           05  ACTNL                   PIC S9(4) COMP.
           05  ACTNF                   PIC X.
           05  FILLER REDEFINES ACTNF.
               10  ACTNA                PIC X.
           05  ACTNI                   PIC X(1).
           05  REGNL                   PIC S9(4) COMP.
           05  REGNF                   PIC X.
           05  FILLER REDEFINES REGNF.
               10  REGNA                PIC X.
           05  REGNI                   PIC X(8).
           05  RESNL                   PIC S9(4) COMP.
           05  RESNF                   PIC X.
           05  FILLER REDEFINES RESNF.
               10  RESNA                PIC X.
           05  RESNI                   PIC X(8).
           05  TYPEL                   PIC S9(4) COMP.
           05  TYPEF                   PIC X.
           05  FILLER REDEFINES TYPEF.
               10  TYPEA                PIC X.
           05  TYPEI                   PIC X(1).
           05  ENVL                    PIC S9(4) COMP.
           05  ENVF                    PIC X.
           05  FILLER REDEFINES ENVF.
               10  ENVA                 PIC X.
           05  ENVI                    PIC X(8).
           05  ACTVL                   PIC S9(4) COMP.
           05  ACTVF                   PIC X.
           05  FILLER REDEFINES ACTVF.
               10  ACTVA                PIC X.
           05  ACTVI                   PIC X(1).
           05  GAPL                    PIC S9(4) COMP.
           05  GAPF                    PIC X.
           05  FILLER REDEFINES GAPF.
               10  GAPA                 PIC X.
           05  GAPI                    PIC X(5).
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
           05  LST1I                   PIC X(70).
           05  LST2L                   PIC S9(4) COMP.
           05  LST2F                   PIC X.
           05  FILLER REDEFINES LST2F.
               10  LST2A                PIC X.
           05  LST2I                   PIC X(70).
           05  LST3L                   PIC S9(4) COMP.
           05  LST3F                   PIC X.
           05  FILLER REDEFINES LST3F.
               10  LST3A                PIC X.
           05  LST3I                   PIC X(70).
           05  LST4L                   PIC S9(4) COMP.
           05  LST4F                   PIC X.
           05  FILLER REDEFINES LST4F.
               10  LST4A                PIC X.
           05  LST4I                   PIC X(70).
           05  LST5L                   PIC S9(4) COMP.
           05  LST5F                   PIC X.
           05  FILLER REDEFINES LST5F.
               10  LST5A                PIC X.
           05  LST5I                   PIC X(70).
           05  LST6L                   PIC S9(4) COMP.
           05  LST6F                   PIC X.
           05  FILLER REDEFINES LST6F.
               10  LST6A                PIC X.
           05  LST6I                   PIC X(70).

       01  XARNMSO REDEFINES XARNMSI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  ACTNO                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  REGNO                   PIC X(8).
           05  FILLER                  PIC X(3).
           05  RESNO                   PIC X(8).
           05  FILLER                  PIC X(3).
           05  TYPEO                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  ENVO                    PIC X(8).
           05  FILLER                  PIC X(3).
           05  ACTVO                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  GAPO                    PIC X(5).
           05  FILLER                  PIC X(3).
           05  DESCO                   PIC X(30).
           05  FILLER                  PIC X(3).
           05  UPDBO                   PIC X(8).
           05  FILLER                  PIC X(3).
           05  UPDDO                   PIC X(8).
           05  FILLER                  PIC X(3).
           05  LST1O                   PIC X(70).
           05  FILLER                  PIC X(3).
           05  LST2O                   PIC X(70).
           05  FILLER                  PIC X(3).
           05  LST3O                   PIC X(70).
           05  FILLER                  PIC X(3).
           05  LST4O                   PIC X(70).
           05  FILLER                  PIC X(3).
           05  LST5O                   PIC X(70).
           05  FILLER                  PIC X(3).
           05  LST6O                   PIC X(70).
           05  FILLER                  PIC X(3).
           05  MSGO                    PIC X(79).
