      *****************************************************************
      *    INCIDENT CAUSE CODES.  COPY INTO WORKING-STORAGE OF ANY
      *    PROGRAM THAT SETS OR REPORTS XAINCID-CAUSE-CODE (XAIC,
      *    XAINCTML).  A CLOSED INCIDENT CARRIES ONE OF THESE CODES;
      *    ADD A CODE HERE AND RECOMPILE BOTH PROGRAMS.
      *****************************************************************
       01  XAINCCAU-TABLE.
           05  FILLER                      PIC X(34) VALUE
               "HARDHARDWARE FAILURE".
           05  FILLER                      PIC X(34) VALUE
               "SOFTSOFTWARE DEFECT".
           05  FILLER                      PIC X(34) VALUE
               "CONFCONFIGURATION ERROR".
           05  FILLER                      PIC X(34) VALUE
               "CHNGCHANGE OR IMPLEMENTATION".
           05  FILLER                      PIC X(34) VALUE
               "CAPYCAPACITY EXHAUSTED".
           05  FILLER                      PIC X(34) VALUE
               "NETWNETWORK FAILURE".
           05  FILLER                      PIC X(34) VALUE
               "DBMSDATABASE MANAGER FAILURE".
           05  FILLER                      PIC X(34) VALUE
               "EXTNEXTERNAL OR THIRD PARTY".
           05  FILLER                      PIC X(34) VALUE
               "OPEROPERATOR ERROR".
           05  FILLER                      PIC X(34) VALUE
               "UNKNCAUSE NOT DETERMINED".
       01  FILLER REDEFINES XAINCCAU-TABLE.
           05  XAINCCAU-ENTRY OCCURS 10 TIMES.
               10  XAINCCAU-CODE           PIC X(04).
               10  XAINCCAU-DESC           PIC X(30).
       77  XAINCCAU-COUNT                  PIC S9(04) COMP-5 VALUE 10.
