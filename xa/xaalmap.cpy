           05  FILLER                  PIC X(3).
           05  TXT8O                   PIC X(40).
           05  FILLER                  PIC X(3).
           05  RBHO                    PIC X(79).
           05  FILLER                  PIC X(3).
           05  RBS1O                   PIC X(64).
           05  FILLER                  PIC X(3).
           05  RBS2O                   PIC X(64).
           05  FILLER                  PIC X(3).
           05  RBS3O                   PIC X(64).
           05  FILLER                  PIC X(3).
           05  RBS4O                   PIC X(64).
           05  FILLER                  PIC X(3).
           05  RBS5O                   PIC X(64).
           05  FILLER                  PIC X(3).
           05  RBS6O                   PIC X(64).
           05  FILLER                  PIC X(3).
           05  RBS7O                   PIC X(64).
           05  FILLER                  PIC X(3).
           05  RBS8O                   PIC X(64).
           05  FILLER                  PIC X(3).
           05  RBEO                    PIC X(79).
           05  FILLER                  PIC X(3).
           05  MSGO                    PIC X(79).
