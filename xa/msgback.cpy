      *    SPACES WHEN THE ACKNOWLEDGMENT CARRIED NO REPLY.  MSGBRPT
      *    PRINTS THE REPLIES UNDER EACH MESSAGE.
           05  msgback-reply-text      pic x(30).
      *    "Y" ONCE THE MESSAGE HAS BEEN RECALLED (MSGC): THE MSGR
      *    REDELIVERY SWEEP AND THE MSGBESC ESCALATION SWEEP LEAVE
      *    THE RECORD ALONE FROM THEN ON, WHATEVER ITS DELIVERY AND
      *    ACKNOWLEDGMENT STATE.  SPACES ON EVERY OTHER RECORD.
           05  msgback-recalled        pic x(1).
               88  msgback-is-recalled    value "Y".
           05  filler                  pic x(2).
