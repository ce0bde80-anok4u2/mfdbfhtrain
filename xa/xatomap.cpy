      *****************************************************************
      *  XATOMAP symbolic map -- hand-maintained equivalent of the
      *  copybook the BMS translator generates from XATOMAP.bms.
      *  Used by XATO (the time-boxed trace request transaction).
      *****************************************************************
       01  XATOMSI.
           05  FILLER                  PIC X(12).
           05  ACTNL                   PIC S9(4) COMP.
           05  ACTNF                   PIC X.
           05  FILLER REDEFINES ACTNF.
               10  ACTNA                PIC X.
           05  ACTNI                   PIC X(1).
           05  TYPEL                   PIC S9(4) COMP.
           05  TYPEF                   PIC X.
           05  FILLER REDEFINES TYPEF.
               10  TYPEA                PIC X.
           05  TYPEI                   PIC X(1).
           05  NAMEL                   PIC S9(4) COMP.
           05  NAMEF                   PIC X.
           05  FILLER REDEFINES NAMEF.
               10  NAMEA                PIC X.
           05  NAMEI                   PIC X(8).
           05  LVLL                    PIC S9(4) COMP.
           05  LVLF                    PIC X.
           05  FILLER REDEFINES LVLF.
               10  LVLA                 PIC X.
           05  LVLI                    PIC X(4).
           05  MINSL                   PIC S9(4) COMP.
           05  MINSF                   PIC X.
           05  FILLER REDEFINES MINSF.
               10  MINSA                PIC X.
           05  MINSI                   PIC X(4).
           05  FL1L                    PIC S9(4) COMP.
           05  FL1F                    PIC X.
           05  FILLER REDEFINES FL1F.
               10  FL1A                 PIC X.
           05  FL1I                    PIC X(1).
           05  FL2L                    PIC S9(4) COMP.
           05  FL2F                    PIC X.
           05  FILLER REDEFINES FL2F.
               10  FL2A                 PIC X.
           05  FL2I                    PIC X(1).
           05  FL3L                    PIC S9(4) COMP.
           05  FL3F                    PIC X.
           05  FILLER REDEFINES FL3F.
               10  FL3A                 PIC X.
           05  FL3I                    PIC X(1).
           05  FL4L                    PIC S9(4) COMP.
           05  FL4F                    PIC X.
           05  FILLER REDEFINES FL4F.
               10  FL4A                 PIC X.
           05  FL4I                    PIC X(1).
           05  FL5L                    PIC S9(4) COMP.
           05  FL5F                    PIC X.
           05  FILLER REDEFINES FL5F.
               10  FL5A                 PIC X.
           05  FL5I                    PIC X(1).
           05  FL6L                    PIC S9(4) COMP.
           05  FL6F                    PIC X.
           05  FILLER REDEFINES FL6F.
               10  FL6A                 PIC X.
           05  FL6I                    PIC X(1).
           05  FL7L                    PIC S9(4) COMP.
           05  FL7F                    PIC X.
           05  FILLER REDEFINES FL7F.
               10  FL7A                 PIC X.
           05  FL7I                    PIC X(1).
           05  FL8L                    PIC S9(4) COMP.
           05  FL8F                    PIC X.
           05  FILLER REDEFINES FL8F.
               10  FL8A                 PIC X.
           05  FL8I                    PIC X(1).
           05  STATL                   PIC S9(4) COMP.
           05  STATF                   PIC X.
           05  FILLER REDEFINES STATF.
               10  STATA                PIC X.
           05  STATI                   PIC X(9).
           05  REMNL                   PIC S9(4) COMP.
           05  REMNF                   PIC X.
           05  FILLER REDEFINES REMNF.
               10  REMNA                PIC X.
           05  REMNI                   PIC X(5).
           05  REQBL                   PIC S9(4) COMP.
           05  REQBF                   PIC X.
           05  FILLER REDEFINES REQBF.
               10  REQBA                PIC X.
           05  REQBI                   PIC X(8).
           05  STRTL                   PIC S9(4) COMP.
           05  STRTF                   PIC X.
           05  FILLER REDEFINES STRTF.
               10  STRTA                PIC X.
           05  STRTI                   PIC X(15).
           05  EXPRL                   PIC S9(4) COMP.
           05  EXPRF                   PIC X.
           05  FILLER REDEFINES EXPRF.
               10  EXPRA                PIC X.
           05  EXPRI                   PIC X(15).

       01  XATOMSO REDEFINES XATOMSI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  ACTNO                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  TYPEO                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  NAMEO                   PIC X(8).
           05  FILLER                  PIC X(3).
           05  LVLO                    PIC X(4).
           05  FILLER                  PIC X(3).
           05  MINSO                   PIC X(4).
           05  FILLER                  PIC X(3).
           05  FL1O                    PIC X(1).
           05  FILLER                  PIC X(3).
           05  FL2O                    PIC X(1).
           05  FILLER                  PIC X(3).
           05  FL3O                    PIC X(1).
           05  FILLER                  PIC X(3).
           05  FL4O                    PIC X(1).
           05  FILLER                  PIC X(3).
           05  FL5O                    PIC X(1).
           05  FILLER                  PIC X(3).
           05  FL6O                    PIC X(1).
           05  FILLER                  PIC X(3).
           05  FL7O                    PIC X(1).
           05  FILLER                  PIC X(3).
           05  FL8O                    PIC X(1).
           05  FILLER                  PIC X(3).
           05  STATO                   PIC X(9).
           05  FILLER                  PIC X(3).
           05  REMNO                   PIC X(5).
           05  FILLER                  PIC X(3).
           05  REQBO                   PIC X(8).
           05  FILLER                  PIC X(3).
           05  STRTO                   PIC X(15).
           05  FILLER                  PIC X(3).
           05  EXPRO                   PIC X(15).
           05  FILLER                  PIC X(3).
           05  MSGO                    PIC X(79).
