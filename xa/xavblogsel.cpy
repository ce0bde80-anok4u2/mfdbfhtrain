      *****************************************************************
      *    FILE-CONTROL ENTRY FOR XAVBLOG.  COPY INTO THE ENVIRONMENT
      *    DIVISION OF ANY PROGRAM THAT USES THE XA VERB WRAPPERS IN
      *    XA/XAHEUR.CPY OR REPORTS ON THE VERB-OUTCOME LOG.  LIKE
      *    XAJTLOG THIS IS AN APPEND-ONLY LOG, SO IT IS SEQUENTIAL
      *    RATHER THAN INDEXED.
      *****************************************************************
           SELECT XAVBLOG ASSIGN TO "XAVBLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-xavblog-status.
