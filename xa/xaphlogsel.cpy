      *****************************************************************
      *    FILE-CONTROL ENTRY FOR XAPHLOG.  COPY INTO THE ENVIRONMENT
      *    DIVISION OF ANY PROGRAM THAT LOGS XA OPEN-PATH PHASE
      *    TIMINGS (XA/XAHEUR.CPY LOGPHASETIMINGS) OR REPORTS ON
      *    THEM.  LIKE XAJTLOG THIS IS AN APPEND-ONLY LOG, SO IT IS
      *    SEQUENTIAL RATHER THAN INDEXED.
      *****************************************************************
           SELECT XAPHLOG ASSIGN TO "XAPHLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-xaphlog-status.
