      *****************************************************************
      *    FILE-CONTROL ENTRY FOR XARUNBK.  COPY INTO THE ENVIRONMENT
      *    DIVISION OF ANY BATCH PROGRAM THAT READS THE ALERT RUNBOOK
      *    LIBRARY (XARBRPT).  ONLINE, XARB AND XAAL REACH THE SAME
      *    FILE THROUGH EXEC CICS READ/WRITE/STARTBR FILE("XARUNBK").
      *****************************************************************
           SELECT XARUNBK ASSIGN TO "XARUNBK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS xarunbk-key
               FILE STATUS IS ws-xarunbk-status.
