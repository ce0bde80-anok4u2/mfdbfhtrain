      ******************************************************************
      *    FILE-CONTROL ENTRY FOR XAOPCERT.  COPY INTO THE ENVIRONMENT
      *    DIVISION OF ANY BATCH PROGRAM THAT READS OR MAINTAINS THE
      *    RECERTIFICATION LINES.  ONLINE, XAOR REACHES THE SAME FILE
      *    THROUGH EXEC CICS READ FILE("XAOPCERT").
      ******************************************************************
               SELECT XAOPCERT ASSIGN TO "XAOPCERT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS XAOPCERT-KEY
                   FILE STATUS IS WS-XAOPCERT-STATUS.
