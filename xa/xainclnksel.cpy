      *****************************************************************
      *    FILE-CONTROL ENTRY FOR XAINCLNK.  COPY INTO THE ENVIRONMENT
      *    DIVISION OF ANY BATCH PROGRAM THAT READS THE INCIDENT
      *    ATTACHMENTS (XAINCTML).  ONLINE, XAIC REACHES THE SAME FILE
      *    THROUGH EXEC CICS READ/WRITE/STARTBR FILE("XAINCLNK").
      *****************************************************************
           SELECT XAINCLNK ASSIGN TO "XAINCLNK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS xainclnk-key
               FILE STATUS IS ws-xainclnk-status.
