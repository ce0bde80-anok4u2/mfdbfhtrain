      *****************************************************************
      *    FILE-CONTROL ENTRY FOR XACAL.  COPY INTO THE ENVIRONMENT
      *    DIVISION OF ANY BATCH PROGRAM THAT COPIES XA/XACALCTL.CPY
      *    (THE SHOP CALENDAR PARAGRAPHS READ THROUGH IT).  ONLINE,
      *    XACL MAINTAINS THE SAME FILE AND MSGS READS IT THROUGH
      *    EXEC CICS READ FILE("XACAL").
      *****************************************************************
           SELECT XACAL ASSIGN TO "XACAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS xacal-key
               FILE STATUS IS ws-xacal-status.
