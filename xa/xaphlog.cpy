      *****************************************************************
      *  XAPHLOG -- XA OPEN-PATH PHASE TIMING LOG.  ONE RECORD PER
      *  TIMED PHASE PER CALL, APPENDED BY LOGPHASETIMINGS
      *  (XA/XAHEUR.CPY) FROM THE TIMERS IN XA/XAPHTIM.CPY:
      *    GETCUST  GETCUSTOMIZATIONPARAMS AS A WHOLE (XA/XAPD.CPY)
      *    EXITCFG  THE ESXAEXTCFG CUSTOMIZATION EXIT INSIDE IT
      *    MACROS   VAULTEXPANDMACROS (XA/XAMACRO.CPY)
      *    RMOPEN   THE RESOURCE MANAGER'S OWN XA_OPEN
      *             (MFESXA-CALL-OPEN, XA/XAHEUR.CPY)
      *  TAGGED WITH RESOURCE, REGION AND THE CALLING TASK'S JOB TYPE
      *  (XAI-SEP-TYPE, AS ON XAJTLOG).  XAPHRPT (XAPHRPT.CBL) BUILDS
      *  THE DAILY COUNT/AVERAGE/PERCENTILE REPORT FROM IT.
      *****************************************************************
      *  NOTE: see xacsnap.cpy's note -- this FD's record is never
      *  COPYed alongside xacustom.cpy, so there is no duplicate
      *  78-level hazard here.
          FD  XAPHLOG
              LABEL RECORDS ARE STANDARD.

       01  xaphlog-record.
           05  xaphlog-resource            pic x(8).
           05  xaphlog-region              pic x(8).
           05  xaphlog-timestamp.
               10  xaphlog-log-date        pic x(8).
               10  xaphlog-log-time        pic x(6).
           05  xaphlog-job-type            pic x(1) comp-x.
           05  xaphlog-phase               pic x(8).
           05  xaphlog-elapsed-ms          pic 9(9).
           05  filler                      pic x(20).
