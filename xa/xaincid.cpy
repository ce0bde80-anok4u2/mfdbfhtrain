      *****************************************************************
      *    XAINCID -- INCIDENT FOLDERS.  ONE RECORD PER INCIDENT,
      *    NUMBERED FROM 000001 IN THE ORDER THEY ARE OPENED THROUGH
      *    THE XAIC TRANSACTION.  AN INCIDENT IS OPEN ("O") WHILE
      *    RECORDS ARE BEING GATHERED INTO IT AND CLOSED ("C") WITH
      *    A CAUSE CODE FROM XA/XAINCCAU.CPY.  THE RECORDS ATTACHED
      *    TO IT -- XAALERT ITEMS, XAHEURLG ENTRIES, MSGBCAST
      *    BROADCASTS, XAMAINT WINDOWS AND XATKXREF TICKET EXPORTS --
      *    ARE ON XAINCLNK; XAINCID-ATTACH-COUNT IS HOW MANY.
      *    THE RESERVED KEY 000000 IS THE NUMBERING CONTROL RECORD:
      *    XAINCID-LAST-NO IS THE NUMBER GIVEN TO THE LATEST INCIDENT.
      *    XAINCTML PRINTS ONE INCIDENT'S TIMELINE FOR THE REVIEW.
      *****************************************************************
          FD  XAINCID
              LABEL RECORDS ARE STANDARD.

       01  xaincid-record.
           05  xaincid-no              pic 9(6).
               88  xaincid-is-control     value zero.
           05  xaincid-body.
               10  xaincid-status      pic x(1).
                   88  xaincid-is-open        value "O".
                   88  xaincid-is-closed      value "C".
               10  xaincid-title       pic x(56).
               10  xaincid-opened-by   pic x(8).
               10  xaincid-opened-timestamp.
                   15  xaincid-opened-date
                                       pic x(8).
                   15  xaincid-opened-time
                                       pic x(6).
               10  xaincid-closed-by   pic x(8).
               10  xaincid-closed-timestamp.
                   15  xaincid-closed-date
                                       pic x(8).
                   15  xaincid-closed-time
                                       pic x(6).
               10  xaincid-cause-code  pic x(4).
               10  xaincid-close-note  pic x(56).
               10  xaincid-attach-count
                                       pic 9(4).
               10  filler              pic x(30).
           05  xaincid-control redefines xaincid-body.
               10  xaincid-last-no     pic 9(6).
               10  filler              pic x(189).
