      *****************************************************************
      *    FILE-CONTROL ENTRY FOR XAREFAUD.  COPY INTO THE ENVIRONMENT
      *    DIVISION OF ANY PROGRAM THAT RECORDS OR REPORTS ON
      *    REFERENCE-DATA CHANGE HISTORY.  ONLINE, ENQG, MSGT, MSGL
      *    AND XAMW REACH THE SAME FILE THROUGH EXEC CICS
      *    WRITE FILE("XAREFAUD").
      *****************************************************************
           SELECT XAREFAUD ASSIGN TO "XAREFAUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS xarefaud-key
               FILE STATUS IS ws-xarefaud-status.
