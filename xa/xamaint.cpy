               10  xamaint-end-date    pic x(8).
               10  xamaint-end-time    pic x(6).
           05  xamaint-change-ref      pic x(12).
      *    OUTAGE ANNOUNCEMENT (XAMA).  A WINDOW NAMING A TARGET
      *    MSGTERMS GROUP OR A MSGLIB TEMPLATE IS ANNOUNCED AHEAD OF
      *    ITS START AND GETS A SERVICE-RESTORED NOTICE WHEN IT ENDS;
      *    BLANK GROUP = EVERY ACTIVE TERMINAL, ZERO TEMPLATE = XAMA'S
      *    OWN WORDING.  THE NOTICE STAGE IS THE LEAD-TIME SLOT LAST
      *    ANNOUNCED (0 = NONE YET).  WINDOWS KEYED BEFORE THESE
      *    FIELDS EXISTED HOLD SPACES HERE AND ARE NOT ANNOUNCED.
           05  xamaint-notify-group    pic x(4).
           05  xamaint-template-no     pic 9(4).
           05  xamaint-notice-stage    pic 9(1).
           05  xamaint-restored-sent   pic x(1).
               88  xamaint-restored-is-sent  value "Y".
