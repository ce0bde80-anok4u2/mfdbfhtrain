      *****************************************************************
      *    XAPAGLOG -- PAGE LOG.  ONE RECORD PER PAGE XAPAGE HAS SENT
      *    THROUGH THE PAGING GATEWAY: THE PRIMARY PAGE FOR A NEW
      *    HIGH-SEVERITY XAALERT ITEM AND, IF THE ITEM WAS STILL
      *    UNACKNOWLEDGED WHEN THE RE-PAGE INTERVAL RAN OUT, THE
      *    SECONDARY PAGE.  KEYED BY THE ALERT'S OWN KEY PLUS THE
      *    LEVEL, SO NO ITEM IS EVER PAGED TWICE AT THE SAME LEVEL
      *    HOWEVER OFTEN XAPAGE RUNS.  RECORDS ARE NEVER UPDATED,
      *    ONLY ADDED; XAPALIST PRINTS THEM FOR THE MORNING REVIEW.
      *    PURGE IN STEP WITH XAALERT'S OWN RETENTION.
      *****************************************************************
          FD  XAPAGLOG
              LABEL RECORDS ARE STANDARD.

       01  xapaglog-record.
           05  xapaglog-key.
               10  xapaglog-alert-key  pic x(30).
               10  xapaglog-level      pic x(1).
                   88  xapaglog-is-primary   value "P".
                   88  xapaglog-is-secondary value "S".
           05  xapaglog-paged-timestamp.
               10  xapaglog-paged-date pic x(8).
               10  xapaglog-paged-time pic x(6).
           05  xapaglog-team           pic x(16).
      *   THE ROTA ENTRY THE PAGE WAS ROUTED BY (DATE AND SHIFT).
           05  xapaglog-rota-date      pic x(8).
           05  xapaglog-rota-shift     pic x(1).
           05  xapaglog-name           pic x(24).
           05  xapaglog-pager          pic x(16).
           05  xapaglog-text           pic x(60).
           05  filler                  pic x(10).
