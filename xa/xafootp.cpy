      *****************************************************************
      *  XAFOOTP -- RESOURCE USAGE FOOTPRINT.  ONE RECORD PER
      *  DISTINCT RESOURCE + REGION + TRANSACTION + JOB TYPE +
      *  TERMINAL THAT HAS EVER OPENED THE RESOURCE, MAINTAINED BY
      *  RecordResourceFootprint (XA/XAPD.CPY) EVERY TIME
      *  GetCustomizationParams RUNS.  UNLIKE XAINSHR, WHICH ONLY
      *  KEEPS THE LAST TASK PER RESOURCE, THIS FILE ACCUMULATES, SO
      *  IT ANSWERS "WHAT DEPENDS ON THIS RESOURCE": FIRST-SEEN AND
      *  LAST-SEEN STAMPS AND A CALL COUNT PER COMBINATION.  THE
      *  TERMINAL IS PART OF THE KEY SO XAIMPACT CAN MAP USERS TO
      *  THEIR MSGTERMS TERMINAL GROUP; BATCH AND OTHER NON-TERMINAL
      *  WORK CARRIES A BLANK TERMID AND KEEPS ONE RECORD PER
      *  TRANSACTION.  XAIMPACT (XAIMPACT.CBL) IS THE IMPACT-ANALYSIS
      *  REPORT OVER IT.
      *****************************************************************
      *  NOTE: see xacsnap.cpy's note -- this FD's record is never
      *  COPYed alongside xacustom.cpy, so there is no duplicate
      *  78-level hazard here.
          FD  XAFOOTP
              LABEL RECORDS ARE STANDARD.

       01  xafootp-record.
           05  xafootp-key.
               10  xafootp-resource        pic x(8).
               10  xafootp-region          pic x(8).
               10  xafootp-transid         pic x(4).
               10  xafootp-job-type        pic x(1) comp-x.
               10  xafootp-termid          pic x(4).
           05  xafootp-first-seen.
               10  xafootp-first-date      pic x(8).
               10  xafootp-first-time      pic x(6).
           05  xafootp-last-seen.
               10  xafootp-last-date       pic x(8).
               10  xafootp-last-time       pic x(6).
           05  xafootp-call-count          pic 9(9).
           05  xafootp-job-name            pic x(8).
           05  filler                      pic x(20).
