      *****************************************************************
      *  XASLMAP symbolic map -- hand-maintained equivalent of the
      *  copybook the BMS translator generates from XASLMAP.bms.
      *  Used by XASL (the SLA target register maintenance
      *  transaction).
      *****************************************************************
       01  XASLMSI.
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
           05  NAMEI                   PIC X(16).
           05  TEAML                   PIC S9(4) COMP.
           05  TEAMF                   PIC X.
           05  FILLER REDEFINES TEAMF.
               10  TEAMA                PIC X.
           05  TEAMI                   PIC X(16).
           05  AVLIL                   PIC S9(4) COMP.
           05  AVLIF                   PIC X.
           05  FILLER REDEFINES AVLIF.
               10  AVLIA                PIC X.
           05  AVLII                   PIC X(3).
           05  AVLDL                   PIC S9(4) COMP.
           05  AVLDF                   PIC X.
           05  FILLER REDEFINES AVLDF.
               10  AVLDA                PIC X.
           05  AVLDI                   PIC X(2).
           05  RSLHL                   PIC S9(4) COMP.
           05  RSLHF                   PIC X.
           05  FILLER REDEFINES RSLHF.
               10  RSLHA                PIC X.
           05  RSLHI                   PIC X(4).
           05  ACKML                   PIC S9(4) COMP.
           05  ACKMF                   PIC X.
           05  FILLER REDEFINES ACKMF.
               10  ACKMA                PIC X.
           05  ACKMI                   PIC X(5).
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

       01  XASLMSO REDEFINES XASLMSI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  ACTNO                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  TYPEO                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  NAMEO                   PIC X(16).
           05  FILLER                  PIC X(3).
           05  TEAMO                   PIC X(16).
           05  FILLER                  PIC X(3).
           05  AVLIO                   PIC X(3).
           05  FILLER                  PIC X(3).
           05  AVLDO                   PIC X(2).
           05  FILLER                  PIC X(3).
           05  RSLHO                   PIC X(4).
           05  FILLER                  PIC X(3).
           05  ACKMO                   PIC X(5).
           05  FILLER                  PIC X(3).
           05  UPDBO                   PIC X(8).
           05  FILLER                  PIC X(3).
           05  UPDDO                   PIC X(8).
           05  FILLER                  PIC X(3).
           05  MSGO                    PIC X(79).
