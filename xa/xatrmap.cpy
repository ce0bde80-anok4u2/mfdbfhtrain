           05  FILLER                  PIC X(3).
           05  FV8O                    PIC X(3).
           05  FILLER                  PIC X(3).
           05  OVRO                    PIC X(58).
           05  FILLER                  PIC X(3).
           05  OVMO                    PIC X(5).
           05  FILLER                  PIC X(3).
           05  MSGO                    PIC X(79).
