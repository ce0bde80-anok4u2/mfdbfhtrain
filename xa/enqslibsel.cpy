      *****************************************************************
      *    FILE-CONTROL ENTRY FOR ENQSLIB (THE CONTENTION-SCENARIO
      *    LIBRARY).  ONLINE, ENQL MAINTAINS THE SAME FILE AND ENQSCN
      *    READS IT THROUGH EXEC CICS FILE("ENQSLIB").
      *****************************************************************
           SELECT ENQSLIB ASSIGN TO "ENQSLIB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS enqslib-key
               FILE STATUS IS ws-enqslib-status.
