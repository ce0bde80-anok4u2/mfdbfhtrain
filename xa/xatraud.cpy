      *****************************************************************
      *    XATRAUD -- AUDIT OF TIME-BOXED TRACE OVERRIDES (XATROVR).
      *    ONE RECORD PER ACTIVATION OR CANCELLATION THROUGH XATO AND
      *    PER EXPIRY, KEYED BY THE OVERRIDE'S TYPE + NAME +
      *    TIMESTAMP (+ CICS TASK NUMBER), SO ONE RESOURCE'S OR
      *    TECHNOLOGY'S TRACE HISTORY READS IN ORDER.  EACH RECORD
      *    CARRIES THE OVERRIDE AS IT STOOD -- LEVEL, FLAGS, MINUTES,
      *    START AND EXPIRY -- AND WHO OR WHAT ENDED IT:
      *      ACTIVATE  THE REQUESTER, THROUGH XATO
      *      CANCEL    THE OPERATOR WHO ENDED IT EARLY, THROUGH XATO
      *      EXPIRE    THE XATX SWEEP; OR XATO, WHEN A NEW REQUEST
      *                REPLACES AN OVERRIDE WHOSE TIME HAD RUN OUT
      *                BEFORE THE SWEEP REACHED IT
      *****************************************************************
          FD  XATRAUD
              LABEL RECORDS ARE STANDARD.

       01  xatraud-record.
           05  xatraud-key.
               10  xatraud-type        pic x(1).
               10  xatraud-name        pic x(8).
               10  xatraud-timestamp.
                   15  xatraud-date    pic x(8).
                   15  xatraud-time    pic x(6).
               10  xatraud-taskno      pic 9(7).
           05  xatraud-action          pic x(8).
               88  xatraud-is-activate    value "ACTIVATE".
               88  xatraud-is-cancel      value "CANCEL  ".
               88  xatraud-is-expire      value "EXPIRE  ".
           05  xatraud-userid          pic x(8).
           05  xatraud-termid          pic x(4).
           05  xatraud-transid         pic x(4).
           05  xatraud-level           pic 9(4).
           05  xatraud-flags           pic x(8).
           05  xatraud-minutes         pic 9(4).
           05  xatraud-start.
               10  xatraud-start-date  pic x(8).
               10  xatraud-start-time  pic x(6).
           05  xatraud-expiry.
               10  xatraud-expiry-date pic x(8).
               10  xatraud-expiry-time pic x(6).
           05  xatraud-requested-by    pic x(8).
           05  filler                  pic x(20).
