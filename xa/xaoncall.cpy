      *****************************************************************
      *    XAONCALL -- ON-CALL ROTA.  ONE RECORD PER OWNER TEAM, DATE
      *    AND SHIFT, NAMING THE PRIMARY AND SECONDARY ON CALL AND
      *    THE PAGER ADDRESS THE PAGING GATEWAY DELIVERS TO.  THE
      *    TEAM IS THE OWNER-TEAM NAME AS KEYED IN XARESREG OR
      *    ENQREG.  A SHIFT RUNS FROM ITS START TIME ON THE ROTA DATE
      *    TO ITS END TIME; AN END AT OR BEFORE THE START RUNS ON
      *    INTO THE NEXT DAY (AN OVERNIGHT SHIFT IS KEYED UNDER THE
      *    DATE IT STARTS).  MAINTAINED THROUGH THE XAOC TRANSACTION;
      *    READ BY XAPAGE TO ROUTE PAGES FOR NEW HIGH-SEVERITY ALERTS.
      *****************************************************************
          FD  XAONCALL
              LABEL RECORDS ARE STANDARD.

       01  xaoncall-record.
           05  xaoncall-key.
               10  xaoncall-team       pic x(16).
               10  xaoncall-date       pic x(8).
               10  xaoncall-shift      pic x(1).
           05  xaoncall-start-time     pic x(4).
           05  xaoncall-end-time       pic x(4).
           05  xaoncall-primary-name   pic x(24).
           05  xaoncall-primary-pager  pic x(16).
      *   SPACES WHEN THE SHIFT HAS NO SECONDARY -- AN UNACKNOWLEDGED
      *   PAGE IS THEN NOT RE-PAGED.
           05  xaoncall-second-name    pic x(24).
           05  xaoncall-second-pager   pic x(16).
           05  xaoncall-updated-by     pic x(8).
           05  xaoncall-updated-date   pic x(8).
           05  filler                  pic x(11).
