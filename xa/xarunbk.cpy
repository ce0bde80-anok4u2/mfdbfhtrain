      *****************************************************************
      *    XARUNBK -- ALERT RUNBOOK LIBRARY.  ONE RECORD PER RUNBOOK,
      *    KEYED BY THE XAALERT SOURCE THAT RAISES THE ALERT (XARECON,
      *    XASWRECN, ENQMON, MSGBESC ...), AN OPTIONAL RESOURCE AND AN
      *    OPTIONAL ALERT TEXT PREFIX:
      *      RESOURCE SPACES   THE RUNBOOK APPLIES TO EVERY RESOURCE
      *      PREFIX   SPACES   THE RUNBOOK APPLIES TO EVERY ALERT TEXT
      *    A RUNBOOK APPLIES TO AN ALERT WHEN THE SOURCES ARE EQUAL,
      *    THE RESOURCE IS SPACES OR EQUAL AND THE PREFIX IS SPACES OR
      *    THE FIRST CHARACTERS OF THE ALERT TEXT.  WHEN SEVERAL APPLY,
      *    THE BEST MATCH IS THE ONE NAMING THE RESOURCE, THEN THE ONE
      *    WITH THE LONGEST PREFIX.
      *    EACH RUNBOOK HOLDS UP TO EIGHT NUMBERED ACTION STEPS (STEP
      *    COUNT = THE NUMBER KEYED, NO GAPS), THE CONTACT TO ESCALATE
      *    TO AND THE DATE AND USERID OF ITS LAST REVIEW -- EVERY ADD
      *    OR UPDATE THROUGH XARB COUNTS AS A REVIEW, AND XARB'S "R"
      *    ACTION CONFIRMS AN UNCHANGED RUNBOOK AS REVIEWED.
      *    MAINTAINED THROUGH THE XARB TRANSACTION; SHOWN BY XAAL FOR
      *    THE SELECTED ALERT; CHECKED NIGHTLY BY XARBRPT FOR ALERT
      *    SOURCES WITH NO RUNBOOK AND RUNBOOKS OVERDUE FOR REVIEW.
      *****************************************************************
          FD  XARUNBK
              LABEL RECORDS ARE STANDARD.

       01  xarunbk-record.
           05  xarunbk-key.
               10  xarunbk-source      pic x(8).
               10  xarunbk-resource    pic x(8).
               10  xarunbk-prefix      pic x(20).
           05  xarunbk-step-count      pic 9(2).
           05  xarunbk-steps.
               10  xarunbk-step occurs 8 times
                                       pic x(60).
           05  xarunbk-escalation      pic x(40).
           05  xarunbk-reviewed-date   pic x(8).
           05  xarunbk-reviewed-by     pic x(8).
           05  xarunbk-updated-by      pic x(8).
           05  xarunbk-updated-date    pic x(8).
           05  filler                  pic x(30).
