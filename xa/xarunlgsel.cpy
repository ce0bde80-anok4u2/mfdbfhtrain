      *****************************************************************
      *    FILE-CONTROL ENTRY FOR XARUNLG.  COPY INTO THE ENVIRONMENT
      *    DIVISION OF EVERY NIGHTLY BATCH PROGRAM (THE LEDGER
      *    PARAGRAPHS IN XA/XARUNCTL.CPY WRITE THROUGH IT) AND OF
      *    XARUNCHK, WHICH READS IT BACK.  ONLINE, XAST READS THE
      *    SUMMARY RECORD THROUGH EXEC CICS READ FILE("XARUNLG").
      *****************************************************************
           SELECT XARUNLG ASSIGN TO "XARUNLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XARUNLG-KEY
               FILE STATUS IS WS-XARUNLG-STATUS.
