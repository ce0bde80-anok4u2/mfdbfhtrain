      *****************************************************************
      *    FILE-CONTROL ENTRY FOR XAINCID.  COPY INTO THE ENVIRONMENT
      *    DIVISION OF ANY BATCH PROGRAM THAT READS THE INCIDENT FILE
      *    (XAINCTML).  ONLINE, XAIC REACHES THE SAME FILE THROUGH
      *    EXEC CICS READ/WRITE FILE("XAINCID").
      *****************************************************************
           SELECT XAINCID ASSIGN TO "XAINCID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS xaincid-no
               FILE STATUS IS ws-xaincid-status.
