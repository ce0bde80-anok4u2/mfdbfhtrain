      *****************************************************************
      *    FILE-CONTROL ENTRY FOR XAPAGLOG.  COPY INTO THE ENVIRONMENT
      *    DIVISION OF ANY BATCH PROGRAM THAT WRITES OR REVIEWS THE
      *    PAGE LOG (XAPAGE, XAPALIST).
      *****************************************************************
           SELECT XAPAGLOG ASSIGN TO "XAPAGLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS xapaglog-key
               FILE STATUS IS ws-xapaglog-status.
