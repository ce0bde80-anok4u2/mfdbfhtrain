      *****************************************************************
      *  XAORMAP symbolic map -- hand-maintained equivalent of the
      *  copybook the BMS translator generates from XAORMAP.bms.
      *  Used by XAOR (the operator authority recertification
      *  transaction).
      *****************************************************************
       01  XAORMSI.
           05  FILLER                  PIC X(12).
           05  USERL                   PIC S9(4) COMP.
           05  USERF                   PIC X.
           05  FILLER REDEFINES USERF.
               10  USERA                PIC X.
           05  USERI                   PIC X(8).
           05  OPNDL                   PIC S9(4) COMP.
           05  OPNDF                   PIC X.
           05  FILLER REDEFINES OPNDF.
               10  OPNDA                PIC X.
           05  OPNDI                   PIC X(8).
           05  DUEL                    PIC S9(4) COMP.
           05  DUEF                    PIC X.
           05  FILLER REDEFINES DUEF.
               10  DUEA                 PIC X.
           05  DUEI                    PIC X(8).
           05  ACT1L                   PIC S9(4) COMP.
           05  ACT1F                   PIC X.
           05  FILLER REDEFINES ACT1F.
               10  ACT1A                PIC X.
           05  ACT1I                   PIC X(1).
           05  LIN1L                   PIC S9(4) COMP.
           05  LIN1F                   PIC X.
           05  FILLER REDEFINES LIN1F.
               10  LIN1A                PIC X.
           05  LIN1I                   PIC X(60).
           05  ACT2L                   PIC S9(4) COMP.
           05  ACT2F                   PIC X.
           05  FILLER REDEFINES ACT2F.
               10  ACT2A                PIC X.
           05  ACT2I                   PIC X(1).
           05  LIN2L                   PIC S9(4) COMP.
           05  LIN2F                   PIC X.
           05  FILLER REDEFINES LIN2F.
               10  LIN2A                PIC X.
           05  LIN2I                   PIC X(60).
           05  ACT3L                   PIC S9(4) COMP.
           05  ACT3F                   PIC X.
           05  FILLER REDEFINES ACT3F.
               10  ACT3A                PIC X.
           05  ACT3I                   PIC X(1).
           05  LIN3L                   PIC S9(4) COMP.
           05  LIN3F                   PIC X.
           05  FILLER REDEFINES LIN3F.
               10  LIN3A                PIC X.
           05  LIN3I                   PIC X(60).
           05  ACT4L                   PIC S9(4) COMP.
           05  ACT4F                   PIC X.
           05  FILLER REDEFINES ACT4F.
               10  ACT4A                PIC X.
           05  ACT4I                   PIC X(1).
           05  LIN4L                   PIC S9(4) COMP.
           05  LIN4F                   PIC X.
           05  FILLER REDEFINES LIN4F.
               10  LIN4A                PIC X.
           05  LIN4I                   PIC X(60).
           05  ACT5L                   PIC S9(4) COMP.
           05  ACT5F                   PIC X.
           05  FILLER REDEFINES ACT5F.
               10  ACT5A                PIC X.
           05  ACT5I                   PIC X(1).
           05  LIN5L                   PIC S9(4) COMP.
           05  LIN5F                   PIC X.
           05  FILLER REDEFINES LIN5F.
               10  LIN5A                PIC X.
           05  LIN5I                   PIC X(60).
           05  ACT6L                   PIC S9(4) COMP.
           05  ACT6F                   PIC X.
           05  FILLER REDEFINES ACT6F.
               10  ACT6A                PIC X.
           05  ACT6I                   PIC X(1).
           05  LIN6L                   PIC S9(4) COMP.
           05  LIN6F                   PIC X.
           05  FILLER REDEFINES LIN6F.
               10  LIN6A                PIC X.
           05  LIN6I                   PIC X(60).
           05  ACT7L                   PIC S9(4) COMP.
           05  ACT7F                   PIC X.
           05  FILLER REDEFINES ACT7F.
               10  ACT7A                PIC X.
           05  ACT7I                   PIC X(1).
           05  LIN7L                   PIC S9(4) COMP.
           05  LIN7F                   PIC X.
           05  FILLER REDEFINES LIN7F.
               10  LIN7A                PIC X.
           05  LIN7I                   PIC X(60).
           05  PINFOL                  PIC S9(4) COMP.
           05  PINFOF                  PIC X.
           05  FILLER REDEFINES PINFOF.
               10  PINFOA               PIC X.
           05  PINFOI                  PIC X(79).

       01  XAORMSO REDEFINES XAORMSI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  USERO                   PIC X(8).
           05  FILLER                  PIC X(3).
           05  OPNDO                   PIC X(8).
           05  FILLER                  PIC X(3).
           05  DUEO                    PIC X(8).
           05  FILLER                  PIC X(3).
           05  ACT1O                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  LIN1O                   PIC X(60).
           05  FILLER                  PIC X(3).
           05  ACT2O                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  LIN2O                   PIC X(60).
           05  FILLER                  PIC X(3).
           05  ACT3O                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  LIN3O                   PIC X(60).
           05  FILLER                  PIC X(3).
           05  ACT4O                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  LIN4O                   PIC X(60).
           05  FILLER                  PIC X(3).
           05  ACT5O                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  LIN5O                   PIC X(60).
           05  FILLER                  PIC X(3).
           05  ACT6O                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  LIN6O                   PIC X(60).
           05  FILLER                  PIC X(3).
           05  ACT7O                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  LIN7O                   PIC X(60).
           05  FILLER                  PIC X(3).
           05  PINFOO                  PIC X(79).
           05  FILLER                  PIC X(3).
           05  MSGO                    PIC X(79).
