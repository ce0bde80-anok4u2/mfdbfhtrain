      *****************************************************************
      *    XAINCLNK -- RECORDS ATTACHED TO AN XAINCID INCIDENT.  ONE
      *    RECORD PER ATTACHMENT, KEYED INCIDENT NUMBER + THE FILE
      *    THE ATTACHED RECORD LIVES ON + THAT RECORD'S OWN KEY,
      *    LEFT-JUSTIFIED (THE SAME ORIGIN-AND-KEY CONVENTION AS
      *    XATKXREF), SO ONE INCIDENT'S ATTACHMENTS READ TOGETHER:
      *      XAALERT   ALERT DATE + TIME + SOURCE + RESOURCE
      *      XAHEURLG  RESOURCE + LOG DATE + LOG TIME
      *      MSGBCAST  BROADCAST MESSAGE ID (SENT DATE + TIME)
      *      XAMAINT   RESOURCE + WINDOW START DATE + TIME
      *      XATKXREF  ORIGIN FILE + ORIGIN KEY OF THE TICKET EXPORT
      *    ATTACHED AND DETACHED THROUGH THE XAIC TRANSACTION, WHICH
      *    CHECKS THE RECORD IS ON FILE BEFORE ATTACHING IT.
      *****************************************************************
          FD  XAINCLNK
              LABEL RECORDS ARE STANDARD.

       01  xainclnk-record.
           05  xainclnk-key.
               10  xainclnk-incident-no
                                       pic 9(6).
               10  xainclnk-file       pic x(8).
               10  xainclnk-rec-key    pic x(38).
           05  xainclnk-attached-by    pic x(8).
           05  xainclnk-attached-timestamp.
               10  xainclnk-attached-date
                                       pic x(8).
               10  xainclnk-attached-time
                                       pic x(6).
           05  filler                  pic x(20).
