      *****************************************************************
      *    FILE-CONTROL ENTRY FOR XAALOPEN, THE OPEN-ALERT INDEX OVER
      *    XAALERT.  COPY INTO THE ENVIRONMENT DIVISION OF ANY BATCH
      *    PROGRAM THAT COPIES XAALERTSEL.CPY AND WRITES, DELETES OR
      *    LISTS OPEN ALERTS.  ONLINE, XAAL, XAST AND ENQMON REACH THE
      *    SAME FILE THROUGH EXEC CICS ... FILE("XAALOPEN").
      *****************************************************************
           SELECT XAALOPEN ASSIGN TO "XAALOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XAALOPEN-KEY
               FILE STATUS IS WS-XAALOPEN-STATUS.
