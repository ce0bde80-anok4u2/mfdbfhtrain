      *****************************************************************
      *  XARBMAP symbolic map -- hand-maintained equivalent of the
      *  copybook the BMS translator generates from XARBMAP.bms.
      *  Used by XARB (the alert runbook maintenance transaction).
      *****************************************************************
       01  XARBMSI.
           05  FILLER                  PIC X(12).
           05  ACTNL                   PIC S9(4) COMP.
           05  ACTNF                   PIC X.
           05  FILLER REDEFINES ACTNF.
               10  ACTNA                PIC X.
           05  ACTNI                   PIC X(1).
           05  SRCL                    PIC S9(4) COMP.
           05  SRCF                    PIC X.
           05  FILLER REDEFINES SRCF.
               10  SRCA                 PIC X.
           05  SRCI                    PIC X(8).
           05  RESL                    PIC S9(4) COMP.
           05  RESF                    PIC X.
           05  FILLER REDEFINES RESF.
               10  RESA                 PIC X.
           05  RESI                    PIC X(8).
           05  PFXL                    PIC S9(4) COMP.
           05  PFXF                    PIC X.
           05  FILLER REDEFINES PFXF.
               10  PFXA                 PIC X.
           05  PFXI                    PIC X(20).
           05  STP1L                   PIC S9(4) COMP.
           05  STP1F                   PIC X.
           05  FILLER REDEFINES STP1F.
               10  STP1A                PIC X.
           05  STP1I                   PIC X(60).
           05  STP2L                   PIC S9(4) COMP.
           05  STP2F                   PIC X.
           05  FILLER REDEFINES STP2F.
               10  STP2A                PIC X.
           05  STP2I                   PIC X(60).
           05  STP3L                   PIC S9(4) COMP.
           05  STP3F                   PIC X.
           05  FILLER REDEFINES STP3F.
               10  STP3A                PIC X.
           05  STP3I                   PIC X(60).
           05  STP4L                   PIC S9(4) COMP.
           05  STP4F                   PIC X.
           05  FILLER REDEFINES STP4F.
               10  STP4A                PIC X.
           05  STP4I                   PIC X(60).
           05  STP5L                   PIC S9(4) COMP.
           05  STP5F                   PIC X.
           05  FILLER REDEFINES STP5F.
               10  STP5A                PIC X.
           05  STP5I                   PIC X(60).
           05  STP6L                   PIC S9(4) COMP.
           05  STP6F                   PIC X.
           05  FILLER REDEFINES STP6F.
               10  STP6A                PIC X.
           05  STP6I                   PIC X(60).
           05  STP7L                   PIC S9(4) COMP.
           05  STP7F                   PIC X.
           05  FILLER REDEFINES STP7F.
               10  STP7A                PIC X.
           05  STP7I                   PIC X(60).
           05  STP8L                   PIC S9(4) COMP.
           05  STP8F                   PIC X.
           05  FILLER REDEFINES STP8F.
               10  STP8A                PIC X.
           05  STP8I                   PIC X(60).
           05  ESCL                    PIC S9(4) COMP.
           05  ESCF                    PIC X.
           05  FILLER REDEFINES ESCF.
               10  ESCA                 PIC X.
           05  ESCI                    PIC X(40).
           05  RVWDL                   PIC S9(4) COMP.
           05  RVWDF                   PIC X.
           05  FILLER REDEFINES RVWDF.
               10  RVWDA                PIC X.
           05  RVWDI                   PIC X(8).
           05  RVWBL                   PIC S9(4) COMP.
           05  RVWBF                   PIC X.
           05  FILLER REDEFINES RVWBF.
               10  RVWBA                PIC X.
           05  RVWBI                   PIC X(8).
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

       01  XARBMSO REDEFINES XARBMSI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  ACTNO                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  SRCO                    PIC X(8).
           05  FILLER                  PIC X(3).
           05  RESO                    PIC X(8).
           05  FILLER                  PIC X(3).
           05  PFXO                    PIC X(20).
           05  FILLER                  PIC X(3).
           05  STP1O                   PIC X(60).
           05  FILLER                  PIC X(3).
           05  STP2O                   PIC X(60).
           05  FILLER                  PIC X(3).
           05  STP3O                   PIC X(60).
           05  FILLER                  PIC X(3).
           05  STP4O                   PIC X(60).
           05  FILLER                  PIC X(3).
           05  STP5O                   PIC X(60).
           05  FILLER                  PIC X(3).
           05  STP6O                   PIC X(60).
           05  FILLER                  PIC X(3).
           05  STP7O                   PIC X(60).
           05  FILLER                  PIC X(3).
           05  STP8O                   PIC X(60).
           05  FILLER                  PIC X(3).
           05  ESCO                    PIC X(40).
           05  FILLER                  PIC X(3).
           05  RVWDO                   PIC X(8).
           05  FILLER                  PIC X(3).
           05  RVWBO                   PIC X(8).
           05  FILLER                  PIC X(3).
           05  UPDBO                   PIC X(8).
           05  FILLER                  PIC X(3).
           05  UPDDO                   PIC X(8).
           05  FILLER                  PIC X(3).
           05  MSGO                    PIC X(79).
