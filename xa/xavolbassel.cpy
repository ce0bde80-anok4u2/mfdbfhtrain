      *****************************************************************
      *    FILE-CONTROL ENTRY FOR XAVOLBAS.  COPY INTO THE ENVIRONMENT
      *    DIVISION OF ANY BATCH PROGRAM THAT READS OR MAINTAINS THE
      *    SAME-WEEKDAY VOLUME BASELINE (XAVOLANM).
      *****************************************************************
           SELECT XAVOLBAS ASSIGN TO "XAVOLBAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS xavolbas-key
               FILE STATUS IS ws-xavolbas-status.
