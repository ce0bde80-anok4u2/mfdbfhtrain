      *  AlertMfdbfhRegFailure (xa/xapd.cpy) on repeated failures
      *  rather than a single one.
       78  78-SWITCH-MISMATCH-ALERT-THRESHOLD value 3.

      *  Longest time, in minutes, a trace override requested through
      *  XATO may stay in force before it expires (24 hours).
       78  78-MAX-TRACE-OVERRIDE-MINS   value 1440.
