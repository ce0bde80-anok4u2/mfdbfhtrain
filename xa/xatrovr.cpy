      *****************************************************************
      *    XATROVR -- TIME-BOXED TRACE OVERRIDES.  ONE RECORD PER
      *    RESOURCE (TYPE "R", KEYED BY THE XARESREG RESOURCE NAME) OR
      *    PER DATABASE TECHNOLOGY (TYPE "T", KEYED BY THE SWITCH
      *    MODULE BUILD NAME: DB2, SQLSRVR, OCI, ODBC, ORA, PGSQL, XDB
      *    OR XDBOPC).  WHILE AN ACTIVE OVERRIDE IS INSIDE ITS EXPIRY
      *    STAMP, ApplyTraceOverride (xapd.cpy) REPLACES THE
      *    TRACER'S CTF TRACE LEVEL AND FLAGS WITH THE ONES BELOW ON
      *    EVERY GetCustomizationParams CALL FOR THE RESOURCE; A
      *    RESOURCE OVERRIDE WINS OVER ITS TECHNOLOGY'S.  ONCE THE
      *    STAMP PASSES THE PROCESSING SIDE GOES BACK TO THE TRACER'S
      *    OWN SETTINGS ON ITS NEXT OPEN, WHETHER OR NOT THE RECORD
      *    HAS BEEN MARKED EXPIRED YET.
      *    XATROVR-FLAG(1) TO (8) ARE Y/N FOR THE EIGHT
      *    TRACE-FLAGS-ESXA-* BITS (xaws.cpy) IN THE ORDER XATR SHOWS
      *    THEM: DB2, MSSQL, OCI, ODBC, ORA, PGSQL, XDB, XDBOPC.
      *    WRITTEN BY THE XATO TRANSACTION (ACTIVATE, CANCEL); THE
      *    XATX SWEEP MARKS EACH OVERRIDE EXPIRED WHEN ITS TIME IS UP.
      *    EVERY CHANGE OF STATE IS AUDITED TO XATRAUD.  XATR SHOWS
      *    AN ACTIVE OVERRIDE AND ITS TIME REMAINING.
      *****************************************************************
          FD  XATROVR
              LABEL RECORDS ARE STANDARD.

       01  xatrovr-record.
           05  xatrovr-key.
               10  xatrovr-type        pic x(1).
                   88  xatrovr-is-resource    value "R".
                   88  xatrovr-is-technology  value "T".
               10  xatrovr-name        pic x(8).
           05  xatrovr-status          pic x(1).
               88  xatrovr-is-active      value "A".
               88  xatrovr-is-expired     value "E".
               88  xatrovr-is-cancelled   value "C".
           05  xatrovr-level           pic 9(4).
           05  xatrovr-flags.
               10  xatrovr-flag        pic x(1) occurs 8 times.
           05  xatrovr-minutes         pic 9(4).
           05  xatrovr-start.
               10  xatrovr-start-date  pic x(8).
               10  xatrovr-start-time  pic x(6).
           05  xatrovr-expiry.
               10  xatrovr-expiry-date pic x(8).
               10  xatrovr-expiry-time pic x(6).
           05  xatrovr-requested-by    pic x(8).
           05  xatrovr-termid          pic x(4).
           05  xatrovr-ended.
               10  xatrovr-ended-date  pic x(8).
               10  xatrovr-ended-time  pic x(6).
           05  xatrovr-ended-by        pic x(8).
           05  filler                  pic x(20).
