      *****************************************************************
      *    FILE-CONTROL ENTRY FOR XAFOOTP.  COPY INTO THE ENVIRONMENT
      *    DIVISION OF ANY PROGRAM THAT RECORDS OR REPORTS ON THE
      *    RESOURCE USAGE FOOTPRINT (RecordResourceFootprint'S HOST,
      *    XAIMPACT).  KEYED, SO A REPEAT CALL FROM THE SAME
      *    TRANSACTION UPDATES ITS ROW IN PLACE INSTEAD OF APPENDING.
      *****************************************************************
           SELECT XAFOOTP ASSIGN TO "XAFOOTP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS xafootp-key
               FILE STATUS IS ws-xafootp-status.
