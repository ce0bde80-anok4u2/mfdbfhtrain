      *****************************************************************
      *    MSGBRCL -- BROADCAST RECALL REGISTER.  WRITTEN BY MSGC WHEN
      *    AN OPERATOR RECALLS A BROADCAST ALREADY SENT.  TWO KINDS OF
      *    RECORD, KEYED BY MESSAGE ID AND RECORD TYPE:
      *
      *      "R" -- THE MESSAGE WAS RECALLED: WHO, WHEN, HOW MANY
      *             TERMINAL RECORDS WERE WITHDRAWN, HOW MANY STILL
      *             OWED A DELIVERY THAT WILL NOW NEVER BE MADE, AND
      *             THE ID OF THE CORRECTION SENT IN ITS PLACE (SPACES
      *             FOR A PLAIN RECALL);
      *      "C" -- THE MESSAGE IS A CORRECTION: THE LINKED ID IS THE
      *             RECALLED ORIGINAL.
      *
      *    MSGD WILL NOT DELIVER A MESSAGE WITH AN "R" RECORD (A START
      *    ALREADY QUEUED AT A TERMINAL WHEN THE RECALL WAS MADE SENDS
      *    NOTHING) AND HEADS A MESSAGE WITH A "C" RECORD WITH THE
      *    ORIGINAL'S SEND TIME.  MSGBRPT PRINTS EACH CORRECTION UNDER
      *    THE MESSAGE IT REPLACED.
      *****************************************************************
          FD  MSGBRCL
              LABEL RECORDS ARE STANDARD.

       01  msgbrcl-record.
           05  msgbrcl-key.
               10  msgbrcl-msg-id      pic x(14).
               10  msgbrcl-type        pic x(1).
                   88  msgbrcl-is-recall      value "R".
                   88  msgbrcl-is-correction  value "C".
           05  msgbrcl-linked-id       pic x(14).
           05  msgbrcl-timestamp.
               10  msgbrcl-date        pic x(8).
               10  msgbrcl-time        pic x(6).
           05  msgbrcl-by              pic x(8).
           05  msgbrcl-termid          pic x(4).
           05  msgbrcl-withdrawn-count pic 9(4) comp-5.
           05  msgbrcl-stopped-count   pic 9(4) comp-5.
           05  msgbrcl-corrected-count pic 9(4) comp-5.
           05  filler                  pic x(20).
