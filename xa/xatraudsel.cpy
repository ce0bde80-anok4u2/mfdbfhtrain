      *****************************************************************
      *  FILE-CONTROL entry for XATRAUD.  COPY into the ENVIRONMENT
      *  DIVISION of any batch program that reads or reports on the
      *  trace override audit.  Online, XATO and XATX reach the same
      *  file through EXEC CICS WRITE FILE("XATRAUD").
      *****************************************************************
           SELECT XATRAUD ASSIGN TO "XATRAUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS xatraud-key
               FILE STATUS IS ws-xatraud-status.
