      *****************************************************************
      *    SHOP CALENDAR WORK FIELDS.  COPY INTO WORKING-STORAGE OF
      *    ANY BATCH PROGRAM THAT COPIES XA/XACALCTL.CPY, AFTER
      *    XA/XARUNWS.CPY (THE CONSOLE MESSAGES CARRY WS-RUNCTL-JOB).
      *
      *    WS-CAL-TABLE HOLDS THE XACAL HOLIDAY AND REDUCED-SERVICE
      *    DATES IN DATE ORDER, AS LOADED BY 9600-CAL-LOAD.  THE
      *    CALLER'S DATES ARE PASSED IN THE FIELDS BELOW IT:
      *      9620-CAL-CLASSIFY       WS-CAL-DATE  ->  WS-CAL-DAY-TYPE,
      *                              WS-CAL-WEEKDAY
      *      9650-CAL-BUSINESS-DAYS  WS-CAL-FROM-DATE, WS-CAL-TO-DATE
      *                              ->  WS-CAL-BUS-DAYS
      *      9670-CAL-BUSINESS-SECS  WS-CAL-START-SECS, WS-CAL-END-SECS
      *                              ->  WS-CAL-BUS-SECS
      *    SECONDS ARE COUNTED FROM THE START OF THE INTEGER-OF-DATE
      *    CALENDAR (INTEGER-OF-DATE * 86400 + SECONDS INTO THE DAY).
      *****************************************************************
       77  WS-XACAL-STATUS                 PIC X(02) VALUE SPACES.
           88  WS-XACAL-OK                    VALUE "00".
           88  WS-XACAL-NOT-FOUND             VALUE "35" "23".

       77  WS-CAL-MAX                      PIC S9(04) COMP-5 VALUE 1500.
       77  WS-CAL-COUNT                    PIC S9(04) COMP-5 VALUE ZERO.
       77  WS-CAL-SUB                      PIC S9(04) COMP-5 VALUE ZERO.
       77  WS-CAL-IX                       PIC S9(04) COMP-5 VALUE ZERO.
       77  WS-CAL-EOF-SW                   PIC 9(01) VALUE 0.

       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 1500 TIMES.
               10  WS-CAL-ENT-DATE         PIC X(08).
               10  WS-CAL-ENT-TYPE         PIC X(01).

       01  WS-CAL-DATE                     PIC X(08).
       01  WS-CAL-DATE-N REDEFINES WS-CAL-DATE
                                           PIC 9(08).
       01  WS-CAL-DAY-TYPE                 PIC X(01).
           88  WS-CAL-WORKDAY                 VALUE "W".
           88  WS-CAL-REDUCED                 VALUE "R".
           88  WS-CAL-HOLIDAY                 VALUE "H".
           88  WS-CAL-WEEKEND                 VALUE "E".
           88  WS-CAL-BUSINESS-DAY            VALUE "W" "R".
      *    1 = MONDAY ... 7 = SUNDAY; ZERO WHEN THE DATE IS NOT VALID.
       01  WS-CAL-WEEKDAY                  PIC 9(01).

       01  WS-CAL-FROM-DATE                PIC X(08).
       01  WS-CAL-FROM-DATE-N REDEFINES WS-CAL-FROM-DATE
                                           PIC 9(08).
       01  WS-CAL-TO-DATE                  PIC X(08).
       01  WS-CAL-TO-DATE-N REDEFINES WS-CAL-TO-DATE
                                           PIC 9(08).
       01  WS-CAL-BUS-DAYS                 PIC 9(07) COMP.

       01  WS-CAL-START-SECS               PIC 9(12) COMP.
       01  WS-CAL-END-SECS                 PIC 9(12) COMP.
       01  WS-CAL-BUS-SECS                 PIC 9(12) COMP.
       01  WS-CAL-PIECE-FROM               PIC 9(12) COMP.
       01  WS-CAL-PIECE-TO                 PIC 9(12) COMP.

       01  WS-CAL-DAY-INT                  PIC 9(09) COMP.
       01  WS-CAL-LAST-INT                 PIC 9(09) COMP.
       01  WS-CAL-WORK-INT                 PIC 9(09) COMP.
       01  WS-CAL-REM                      PIC 9(09) COMP.
