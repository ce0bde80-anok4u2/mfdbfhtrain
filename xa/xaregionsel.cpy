      *****************************************************************
      *    FILE-CONTROL ENTRY FOR XAREGION (THE REGION REGISTRY).
      *    ONLINE, XARN MAINTAINS THE SAME FILE THROUGH EXEC CICS
      *    FILE("XAREGION").
      *****************************************************************
           SELECT XAREGION ASSIGN TO "XAREGION"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS xaregion-key
               FILE STATUS IS ws-xaregion-status.
