      *****************************************************************
      *    FILE-CONTROL ENTRY FOR ENQHIST.  COPY INTO THE ENVIRONMENT
      *    DIVISION OF ANY BATCH PROGRAM THAT REPORTS ON ENQ
      *    CONTENTION HISTORY.  ONLINE, ENQMON REACHES THE SAME FILE
      *    THROUGH EXEC CICS WRITE FILE("ENQHIST").
      *****************************************************************
           SELECT ENQHIST ASSIGN TO "ENQHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS enqhist-key
               FILE STATUS IS ws-enqhist-status.
