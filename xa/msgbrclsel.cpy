      *****************************************************************
      *    FILE-CONTROL ENTRY FOR MSGBRCL.  COPY INTO THE ENVIRONMENT
      *    DIVISION OF ANY BATCH PROGRAM THAT REPORTS ON BROADCAST
      *    RECALLS.  ONLINE, MSGC/MSGD REACH THE SAME FILE THROUGH
      *    EXEC CICS WRITE/READ FILE("MSGBRCL").
      *****************************************************************
           SELECT MSGBRCL ASSIGN TO "MSGBRCL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS msgbrcl-key
               FILE STATUS IS ws-msgbrcl-status.
