      *****************************************************************
       01  XASTMSI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(428).

       01  XASTMSO REDEFINES XASTMSI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  SWDTO                   PIC X(70).
           05  FILLER                  PIC X(3).
           05  BRSTO                   PIC X(5).
           05  FILLER                  PIC X(3).
           05  BRDTO                   PIC X(70).
           05  FILLER                  PIC X(3).
           05  OASTO                   PIC X(5).
           05  FILLER                  PIC X(3).
           05  OADTO                   PIC X(70).
           05  FILLER                  PIC X(3).
           05  MSGO                    PIC X(79).
