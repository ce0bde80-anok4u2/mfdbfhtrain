           05  FILLER REDEFINES TRCAF.
               10  TRCAA                PIC X.
           05  TRCAI                   PIC X(1).
           05  TRSAL                   PIC S9(4) COMP.
           05  TRSAF                   PIC X.
           05  FILLER REDEFINES TRSAF.
               10  TRSAA                PIC X.
           05  TRSAI                   PIC X(1).

       01  XAOPMSO REDEFINES XAOPMSI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  TRCAO                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  TRSAO                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  PINFO                   PIC X(70).
           05  FILLER                  PIC X(3).
           05  MSGO                    PIC X(79).
