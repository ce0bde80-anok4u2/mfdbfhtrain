      *****************************************************************
      *  XAOCMAP symbolic map -- hand-maintained equivalent of the
      *  copybook the BMS translator generates from XAOCMAP.bms.
      *  Used by XAOC (the on-call rota maintenance transaction).
      *****************************************************************
       01  XAOCMSI.
           05  FILLER                  PIC X(12).
           05  ACTNL                   PIC S9(4) COMP.
           05  ACTNF                   PIC X.
           05  FILLER REDEFINES ACTNF.
               10  ACTNA                PIC X.
           05  ACTNI                   PIC X(1).
           05  TEAML                   PIC S9(4) COMP.
           05  TEAMF                   PIC X.
           05  FILLER REDEFINES TEAMF.
               10  TEAMA                PIC X.
           05  TEAMI                   PIC X(16).
           05  RDATL                   PIC S9(4) COMP.
           05  RDATF                   PIC X.
           05  FILLER REDEFINES RDATF.
               10  RDATA                PIC X.
           05  RDATI                   PIC X(8).
           05  SHFTL                   PIC S9(4) COMP.
           05  SHFTF                   PIC X.
           05  FILLER REDEFINES SHFTF.
               10  SHFTA                PIC X.
           05  SHFTI                   PIC X(1).
           05  STRTL                   PIC S9(4) COMP.
           05  STRTF                   PIC X.
           05  FILLER REDEFINES STRTF.
               10  STRTA                PIC X.
           05  STRTI                   PIC X(4).
           05  ENDTL                   PIC S9(4) COMP.
           05  ENDTF                   PIC X.
           05  FILLER REDEFINES ENDTF.
               10  ENDTA                PIC X.
           05  ENDTI                   PIC X(4).
           05  PNAML                   PIC S9(4) COMP.
           05  PNAMF                   PIC X.
           05  FILLER REDEFINES PNAMF.
               10  PNAMA                PIC X.
           05  PNAMI                   PIC X(24).
           05  PPGRL                   PIC S9(4) COMP.
           05  PPGRF                   PIC X.
           05  FILLER REDEFINES PPGRF.
               10  PPGRA                PIC X.
           05  PPGRI                   PIC X(16).
           05  SNAML                   PIC S9(4) COMP.
           05  SNAMF                   PIC X.
           05  FILLER REDEFINES SNAMF.
               10  SNAMA                PIC X.
           05  SNAMI                   PIC X(24).
           05  SPGRL                   PIC S9(4) COMP.
           05  SPGRF                   PIC X.
           05  FILLER REDEFINES SPGRF.
               10  SPGRA                PIC X.
           05  SPGRI                   PIC X(16).
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

       01  XAOCMSO REDEFINES XAOCMSI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  ACTNO                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  TEAMO                   PIC X(16).
           05  FILLER                  PIC X(3).
           05  RDATO                   PIC X(8).
           05  FILLER                  PIC X(3).
           05  SHFTO                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  STRTO                   PIC X(4).
           05  FILLER                  PIC X(3).
           05  ENDTO                   PIC X(4).
           05  FILLER                  PIC X(3).
           05  PNAMO                   PIC X(24).
           05  FILLER                  PIC X(3).
           05  PPGRO                   PIC X(16).
           05  FILLER                  PIC X(3).
           05  SNAMO                   PIC X(24).
           05  FILLER                  PIC X(3).
           05  SPGRO                   PIC X(16).
           05  FILLER                  PIC X(3).
           05  UPDBO                   PIC X(8).
           05  FILLER                  PIC X(3).
           05  UPDDO                   PIC X(8).
           05  FILLER                  PIC X(3).
           05  MSGO                    PIC X(79).
