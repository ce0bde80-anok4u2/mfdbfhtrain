      *****************************************************************
      *    XAREFAUD -- BEFORE/AFTER CHANGE HISTORY FOR THE REFERENCE-
      *    DATA MAINTENANCE TRANSACTIONS.  ONE RECORD PER SUCCESSFUL
      *    ADD, UPDATE OR DELETE THROUGH ENQG (ENQREG), MSGT
      *    (MSGTERMS), MSGL (MSGLIB), XAMW (XAMAINT), XASL
      *    (XASLAREG), XACL (XACAL), XARN (XAREGION) AND ENQL
      *    (ENQSLIB), CARRYING THE WHOLE RECORD AS IT STOOD BEFORE
      *    AND AFTER THE CHANGE:
      *      ADD     BEFORE-IMAGE SPACES, AFTER-IMAGE THE NEW RECORD
      *      UPDATE  BOTH IMAGES
      *      DELETE  BEFORE-IMAGE THE RECORD, AFTER-IMAGE SPACES
      *    KEYED FILE NAME + RECORD KEY + TIMESTAMP (+ CICS TASK
      *    NUMBER, SO TWO CHANGES TO ONE RECORD IN THE SAME SECOND
      *    STILL BOTH LAND), SO ONE RECORD'S HISTORY READS IN ORDER.
      *    THE RECORD KEY IS THE MAINTAINED FILE'S OWN KEY, LEFT-
      *    JUSTIFIED.  XAREFASO REBUILDS ENQREG, MSGTERMS, MSGLIB AND
      *    XAMAINT RECORDS AS OF A DATE FROM IT; XAREFCHG LISTS ONE
      *    DAY'S CHANGES FOR SUPERVISOR REVIEW.
      *    ENQREG AND MSGTERMS CHANGES MADE BY A XARGBULK BULK LOAD
      *    ARE RECORDED THE SAME WAY UNDER THE REQUESTER'S USERID,
      *    WITH NO TERMINAL OR TRANSACTION AND THE DECK ROW NUMBER IN
      *    XAREFAUD-TASKNO.  XAMAINT AND XASLAREG RECORDS REMOVED BY A
      *    XADECOM RESOURCE DECOMMISSION ARE RECORDED AS DELETES THE
      *    SAME WAY, WITH THE RUN'S REMOVAL COUNT IN XAREFAUD-TASKNO.
      *    ENQREG AND MSGLIB RECORDS APPLIED BY A XACFGIMP PACKAGE
      *    IMPORT ARE RECORDED UNDER THE REQUESTER'S USERID WITH THE
      *    PACKAGE ENTRY NUMBER IN XAREFAUD-TASKNO.
      *****************************************************************
      *  NOTE: see xacsnap.cpy's note -- this FD's record is never
      *  COPYed alongside xacustom.cpy, so there is no duplicate
      *  78-level hazard here.
          FD  XAREFAUD
              LABEL RECORDS ARE STANDARD.

       01  xarefaud-record.
           05  xarefaud-key.
               10  xarefaud-file           pic x(8).
               10  xarefaud-rec-key        pic x(24).
               10  xarefaud-timestamp.
                   15  xarefaud-date       pic x(8).
                   15  xarefaud-time       pic x(6).
               10  xarefaud-taskno         pic 9(7).
           05  xarefaud-action             pic x(8).
               88  xarefaud-is-add            value "ADD     ".
               88  xarefaud-is-update         value "UPDATE  ".
               88  xarefaud-is-delete         value "DELETE  ".
           05  xarefaud-userid             pic x(8).
           05  xarefaud-termid             pic x(4).
           05  xarefaud-transid            pic x(4).
           05  xarefaud-before-image       pic x(200).
           05  xarefaud-after-image        pic x(200).
           05  filler                      pic x(20).
