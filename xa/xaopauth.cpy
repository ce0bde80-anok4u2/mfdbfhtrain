      *    SEED THE FIRST ADMINISTRATOR RECORD WITH THE STANDARD
      *    FILE UTILITIES ONCE, AT INSTALLATION; EVERYTHING AFTER
      *    THAT GOES THROUGH XAOP.
      *
      *    EVERY GRANT IS RECERTIFIED QUARTERLY (XAOPCRT, XAOR AND
      *    XA/XAOPCERT.CPY); ONE NOT RECERTIFIED OR LEFT UNUSED IS
      *    PARKED AND THEN TURNED OFF HERE BY THE NIGHTLY XAOPCRT RUN.
      ******************************************************************
          FD  XAOPAUTH
              LABEL RECORDS ARE STANDARD.
      *   MAY VIEW TRACE SETTINGS THROUGH XATR.
          05  XAOPAUTH-TRACE-AUTH         PIC X(01).
              88  XAOPAUTH-MAY-TRACE         VALUE "Y".
      *   MAY RAISE TRACE FOR A RESOURCE OR DATABASE TECHNOLOGY FOR
      *   A FIXED TIME THROUGH XATO.
          05  XAOPAUTH-TRCSET-AUTH        PIC X(01).
              88  XAOPAUTH-MAY-TRCSET        VALUE "Y".
          05  FILLER                      PIC X(09).
