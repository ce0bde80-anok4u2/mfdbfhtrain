      *****************************************************************
      *  XAICMAP symbolic map -- hand-maintained equivalent of the
      *  copybook the BMS translator generates from XAICMAP.bms.
      *  Used by XAIC (the incident folder transaction).
      *****************************************************************
       01  XAICMSI.
           05  FILLER                  PIC X(12).
           05  ACTNL                   PIC S9(4) COMP.
           05  ACTNF                   PIC X.
           05  FILLER REDEFINES ACTNF.
               10  ACTNA                PIC X.
           05  ACTNI                   PIC X(1).
           05  INCNL                   PIC S9(4) COMP.
           05  INCNF                   PIC X.
           05  FILLER REDEFINES INCNF.
               10  INCNA                PIC X.
           05  INCNI                   PIC X(6).
           05  TITLL                   PIC S9(4) COMP.
           05  TITLF                   PIC X.
           05  FILLER REDEFINES TITLF.
               10  TITLA                PIC X.
           05  TITLI                   PIC X(56).
           05  STATL                   PIC S9(4) COMP.
           05  STATF                   PIC X.
           05  FILLER REDEFINES STATF.
               10  STATA                PIC X.
           05  STATI                   PIC X(6).
           05  OPNBL                   PIC S9(4) COMP.
           05  OPNBF                   PIC X.
           05  FILLER REDEFINES OPNBF.
               10  OPNBA                PIC X.
           05  OPNBI                   PIC X(8).
           05  OPNDL                   PIC S9(4) COMP.
           05  OPNDF                   PIC X.
           05  FILLER REDEFINES OPNDF.
               10  OPNDA                PIC X.
           05  OPNDI                   PIC X(8).
           05  OPNTL                   PIC S9(4) COMP.
           05  OPNTF                   PIC X.
           05  FILLER REDEFINES OPNTF.
               10  OPNTA                PIC X.
           05  OPNTI                   PIC X(6).
           05  CLSBL                   PIC S9(4) COMP.
           05  CLSBF                   PIC X.
           05  FILLER REDEFINES CLSBF.
               10  CLSBA                PIC X.
           05  CLSBI                   PIC X(8).
           05  CLSDL                   PIC S9(4) COMP.
           05  CLSDF                   PIC X.
           05  FILLER REDEFINES CLSDF.
               10  CLSDA                PIC X.
           05  CLSDI                   PIC X(8).
           05  CLSTL                   PIC S9(4) COMP.
           05  CLSTF                   PIC X.
           05  FILLER REDEFINES CLSTF.
               10  CLSTA                PIC X.
           05  CLSTI                   PIC X(6).
           05  LFILL                   PIC S9(4) COMP.
           05  LFILF                   PIC X.
           05  FILLER REDEFINES LFILF.
               10  LFILA                PIC X.
           05  LFILI                   PIC X(8).
           05  LKEYL                   PIC S9(4) COMP.
           05  LKEYF                   PIC X.
           05  FILLER REDEFINES LKEYF.
               10  LKEYA                PIC X.
           05  LKEYI                   PIC X(38).
           05  CAUSL                   PIC S9(4) COMP.
           05  CAUSF                   PIC X.
           05  FILLER REDEFINES CAUSF.
               10  CAUSA                PIC X.
           05  CAUSI                   PIC X(4).
           05  NOTEL                   PIC S9(4) COMP.
           05  NOTEF                   PIC X.
           05  FILLER REDEFINES NOTEF.
               10  NOTEA                PIC X.
           05  NOTEI                   PIC X(56).
           05  ATHDL                   PIC S9(4) COMP.
           05  ATHDF                   PIC X.
           05  FILLER REDEFINES ATHDF.
               10  ATHDA                PIC X.
           05  ATHDI                   PIC X(79).
           05  ATT1L                   PIC S9(4) COMP.
           05  ATT1F                   PIC X.
           05  FILLER REDEFINES ATT1F.
               10  ATT1A                PIC X.
           05  ATT1I                   PIC X(79).
           05  ATT2L                   PIC S9(4) COMP.
           05  ATT2F                   PIC X.
           05  FILLER REDEFINES ATT2F.
               10  ATT2A                PIC X.
           05  ATT2I                   PIC X(79).
           05  ATT3L                   PIC S9(4) COMP.
           05  ATT3F                   PIC X.
           05  FILLER REDEFINES ATT3F.
               10  ATT3A                PIC X.
           05  ATT3I                   PIC X(79).
           05  ATT4L                   PIC S9(4) COMP.
           05  ATT4F                   PIC X.
           05  FILLER REDEFINES ATT4F.
               10  ATT4A                PIC X.
           05  ATT4I                   PIC X(79).
           05  ATT5L                   PIC S9(4) COMP.
           05  ATT5F                   PIC X.
           05  FILLER REDEFINES ATT5F.
               10  ATT5A                PIC X.
           05  ATT5I                   PIC X(79).

       01  XAICMSO REDEFINES XAICMSI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  ACTNO                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  INCNO                   PIC X(6).
           05  FILLER                  PIC X(3).
           05  TITLO                   PIC X(56).
           05  FILLER                  PIC X(3).
           05  STATO                   PIC X(6).
           05  FILLER                  PIC X(3).
           05  OPNBO                   PIC X(8).
           05  FILLER                  PIC X(3).
           05  OPNDO                   PIC X(8).
           05  FILLER                  PIC X(3).
           05  OPNTO                   PIC X(6).
           05  FILLER                  PIC X(3).
           05  CLSBO                   PIC X(8).
           05  FILLER                  PIC X(3).
           05  CLSDO                   PIC X(8).
           05  FILLER                  PIC X(3).
           05  CLSTO                   PIC X(6).
           05  FILLER                  PIC X(3).
           05  LFILO                   PIC X(8).
           05  FILLER                  PIC X(3).
           05  LKEYO                   PIC X(38).
           05  FILLER                  PIC X(3).
           05  CAUSO                   PIC X(4).
           05  FILLER                  PIC X(3).
           05  NOTEO                   PIC X(56).
           05  FILLER                  PIC X(3).
           05  ATHDO                   PIC X(79).
           05  FILLER                  PIC X(3).
           05  ATT1O                   PIC X(79).
           05  FILLER                  PIC X(3).
           05  ATT2O                   PIC X(79).
           05  FILLER                  PIC X(3).
           05  ATT3O                   PIC X(79).
           05  FILLER                  PIC X(3).
           05  ATT4O                   PIC X(79).
           05  FILLER                  PIC X(3).
           05  ATT5O                   PIC X(79).
           05  FILLER                  PIC X(3).
           05  MSGO                    PIC X(79).
