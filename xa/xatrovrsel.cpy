      *****************************************************************
      *  FILE-CONTROL entry for XATROVR.  COPY into the ENVIRONMENT
      *  DIVISION of any program that honours or reads the time-boxed
      *  trace overrides (ApplyTraceOverride's host).  Online, XATO,
      *  XATX and XATR reach the same file through EXEC CICS
      *  READ/WRITE FILE("XATROVR").
      *****************************************************************
           SELECT XATROVR ASSIGN TO "XATROVR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS xatrovr-key
               FILE STATUS IS ws-xatrovr-status.
