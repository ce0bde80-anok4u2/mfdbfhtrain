      *****************************************************************
      *    FILE-CONTROL ENTRY FOR XASLAREG.  COPY INTO THE ENVIRONMENT
      *    DIVISION OF ANY BATCH PROGRAM THAT READS THE SLA TARGET
      *    REGISTER (XASLARPT).  ONLINE, XASL REACHES THE SAME FILE
      *    THROUGH EXEC CICS READ/WRITE FILE("XASLAREG").
      *****************************************************************
           SELECT XASLAREG ASSIGN TO "XASLAREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS xaslareg-key
               FILE STATUS IS ws-xaslareg-status.
