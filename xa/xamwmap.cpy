           05  FILLER REDEFINES CREFF.
               10  CREFA                PIC X.
           05  CREFI                   PIC X(12).
           05  TGRPL                   PIC S9(4) COMP.
           05  TGRPF                   PIC X.
           05  FILLER REDEFINES TGRPF.
               10  TGRPA                PIC X.
           05  TGRPI                   PIC X(4).
           05  TMPLL                   PIC S9(4) COMP.
           05  TMPLF                   PIC X.
           05  FILLER REDEFINES TMPLF.
               10  TMPLA                PIC X.
           05  TMPLI                   PIC X(4).

       01  XAMWMSO REDEFINES XAMWMSI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  CREFO                   PIC X(12).
           05  FILLER                  PIC X(3).
           05  TGRPO                   PIC X(4).
           05  FILLER                  PIC X(3).
           05  TMPLO                   PIC X(4).
           05  FILLER                  PIC X(3).
           05  MSGO                    PIC X(79).
