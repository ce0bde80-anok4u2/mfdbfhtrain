      *****************************************************************
      *  XAVBLOG -- XA VERB-OUTCOME LOG.  APPENDED BY THE VERB
      *  WRAPPERS IN XA/XAHEUR.CPY (MFESXA-CALL-OPEN THROUGH
      *  MFESXA-CALL-COMPLETE), SO EVERY SWITCH MODULE BUILT FROM
      *  XA/XAPD.CPY AND THE XACERT CERTIFICATION JOB WRITE IT.
      *  TWO RECORD TYPES SHARE THE LAYOUT:
      *    "E"  ONE PER FAILING VERB CALL -- ANY NON-ZERO RETURN
      *         OTHER THAN XA-RDONLY FROM PREPARE AND A RECORD COUNT
      *         FROM RECOVER -- WITH THE RETURN CODE AND THE
      *         XAI-CURRENT-USER THE CALL RAN UNDER.
      *    "T"  A TALLY OF CALLS AND ERRORS PER VERB SINCE THE LAST
      *         TALLY, WRITTEN BY FLUSHVERBTALLY, SO XAVBRPT HAS A
      *         DENOMINATOR FOR THE ERROR RATE.
      *  XAVBRPT (XAVBRPT.CBL) TOTALS THE FILE DAILY PER RESOURCE,
      *  VERB AND RETURN CODE.
      *****************************************************************
      *  NOTE: see xacsnap.cpy's note -- this FD's record is never
      *  COPYed alongside xacustom.cpy, so there is no duplicate
      *  78-level hazard here.
          FD  XAVBLOG
              LABEL RECORDS ARE STANDARD.

       01  xavblog-record.
           05  xavblog-rec-type            pic x(1).
               88  xavblog-is-error        value "E".
               88  xavblog-is-tally        value "T".
           05  xavblog-resource            pic x(8).
           05  xavblog-region              pic x(8).
           05  xavblog-timestamp.
               10  xavblog-log-date        pic x(8).
               10  xavblog-log-time        pic x(6).
           05  xavblog-verb                pic x(8).
           05  xavblog-return-code         pic s9(9)
                                           sign leading separate.
           05  xavblog-user                pic x(8).
           05  xavblog-call-count          pic 9(9).
           05  xavblog-error-count         pic 9(9).
           05  filler                      pic x(20).
