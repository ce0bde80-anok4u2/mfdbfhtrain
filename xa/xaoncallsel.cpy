      *****************************************************************
      *    FILE-CONTROL ENTRY FOR XAONCALL.  COPY INTO THE ENVIRONMENT
      *    DIVISION OF ANY BATCH PROGRAM THAT READS THE ON-CALL ROTA
      *    (XAPAGE).  ONLINE, XAOC REACHES THE SAME FILE THROUGH
      *    EXEC CICS READ/WRITE FILE("XAONCALL").
      *****************************************************************
           SELECT XAONCALL ASSIGN TO "XAONCALL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS xaoncall-key
               FILE STATUS IS ws-xaoncall-status.
