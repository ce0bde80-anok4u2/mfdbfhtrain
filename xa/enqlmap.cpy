      *****************************************************************
      *  ENQLMAP symbolic map -- hand-maintained equivalent of the
      *  copybook the BMS translator generates from ENQLMAP.bms.
      *  Used by ENQL (the contention-scenario library maintenance
      *  transaction).
      *****************************************************************
       01  ENQLMSI.
           05  FILLER                  PIC X(12).
           05  ACTNL                   PIC S9(4) COMP.
           05  ACTNF                   PIC X.
           05  FILLER REDEFINES ACTNF.
               10  ACTNA                PIC X.
           05  ACTNI                   PIC X(1).
           05  SCENL                   PIC S9(4) COMP.
           05  SCENF                   PIC X.
           05  FILLER REDEFINES SCENF.
               10  SCENA                PIC X.
           05  SCENI                   PIC X(8).
           05  VERSL                   PIC S9(4) COMP.
           05  VERSF                   PIC X.
           05  FILLER REDEFINES VERSF.
               10  VERSA                PIC X.
           05  VERSI                   PIC X(3).
           05  STEPL                   PIC S9(4) COMP.
           05  STEPF                   PIC X.
           05  FILLER REDEFINES STEPF.
               10  STEPA                PIC X.
           05  STEPI                   PIC X(3).
           05  SACTL                   PIC S9(4) COMP.
           05  SACTF                   PIC X.
           05  FILLER REDEFINES SACTF.
               10  SACTA                PIC X.
           05  SACTI                   PIC X(5).
           05  OPNDL                   PIC S9(4) COMP.
           05  OPNDF                   PIC X.
           05  FILLER REDEFINES OPNDF.
               10  OPNDA                PIC X.
           05  OPNDI                   PIC X(10).
           05  NOTEL                   PIC S9(4) COMP.
           05  NOTEF                   PIC X.
           05  FILLER REDEFINES NOTEF.
               10  NOTEA                PIC X.
           05  NOTEI                   PIC X(30).
           05  DESCL                   PIC S9(4) COMP.
           05  DESCF                   PIC X.
           05  FILLER REDEFINES DESCF.
               10  DESCA                PIC X.
           05  DESCI                   PIC X(30).
           05  STATL                   PIC S9(4) COMP.
           05  STATF                   PIC X.
           05  FILLER REDEFINES STATF.
               10  STATA                PIC X.
           05  STATI                   PIC X(56).
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
           05  LST7L                   PIC S9(4) COMP.
           05  LST7F                   PIC X.
           05  FILLER REDEFINES LST7F.
               10  LST7A                PIC X.
           05  LST7I                   PIC X(70).

       01  ENQLMSO REDEFINES ENQLMSI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  ACTNO                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  SCENO                   PIC X(8).
           05  FILLER                  PIC X(3).
           05  VERSO                   PIC X(3).
           05  FILLER                  PIC X(3).
           05  STEPO                   PIC X(3).
           05  FILLER                  PIC X(3).
           05  SACTO                   PIC X(5).
           05  FILLER                  PIC X(3).
           05  OPNDO                   PIC X(10).
           05  FILLER                  PIC X(3).
           05  NOTEO                   PIC X(30).
           05  FILLER                  PIC X(3).
           05  DESCO                   PIC X(30).
           05  FILLER                  PIC X(3).
           05  STATO                   PIC X(56).
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
           05  LST7O                   PIC X(70).
           05  FILLER                  PIC X(3).
           05  MSGO                    PIC X(79).
