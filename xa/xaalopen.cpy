      *****************************************************************
      *    XAALOPEN -- OPEN-ALERT INDEX.  XAALERT IS KEYED BY TIME AND
      *    ACKNOWLEDGED ALERTS STAY ON IT FOR THE AUDIT TRAIL, SO
      *    FINDING THE OPEN ONES MEANT READING ALL OF IT.  EVERY
      *    UNACKNOWLEDGED XAALERT RECORD HAS TWO ENTRIES HERE, ONE ON
      *    EACH ACCESS PATH:
      *      "R" + RESOURCE       -- BY RESOURCE (STORM CONTROL, AND
      *                              ANY "WHAT IS OPEN ON X" QUESTION)
      *      "S" + SEVERITY RANK  -- BY SEVERITY, HIGH FIRST (XAAL,
      *                              XAST, XAALCHK, XATMLIST, XAPAGE,
      *                              XATKFEED)
      *    EACH FOLLOWED BY THE FULL XAALERT KEY, SO THE ALERTS ON ONE
      *    PATH VALUE COME BACK OLDEST FIRST.  THE ENTRIES ARE ADDED
      *    WHEREVER AN ALERT IS WRITTEN (XA/XAALOCTL.CPY IN BATCH,
      *    XA/XAPD.CPY AND ENQMON ONLINE) AND REMOVED WHEN IT IS
      *    ACKNOWLEDGED (XAAL) OR DECOMMISSIONED (XADECOM).
      *
      *    THE INDEX ONLY POINTS; XAALERT STAYS THE RECORD OF TRUTH.
      *    A READER ALWAYS RE-READS THE XAALERT RECORD AND PASSES
      *    OVER AN ENTRY WHOSE ALERT IS GONE OR ALREADY ACKNOWLEDGED,
      *    SO A MISSED DELETE COSTS ONE EXTRA READ, NOT A WRONG
      *    ANSWER.  AFTER XAALERT IS RESTORED, OR WHENEVER THE TWO
      *    ARE IN DOUBT, XAALIDX REBUILDS THIS FILE FROM XAALERT.
      *****************************************************************
          FD  XAALOPEN
              LABEL RECORDS ARE STANDARD.

       01  XAALOPEN-RECORD.
          05  XAALOPEN-KEY.
              10  XAALOPEN-PATH           PIC X(01).
                  88  XAALOPEN-BY-RESOURCE   VALUE "R".
                  88  XAALOPEN-BY-SEVERITY   VALUE "S".
      *   THE RESOURCE ON THE "R" PATH; ON THE "S" PATH THE SEVERITY
      *   RANK -- "1" HIGH, "2" MEDIUM, "3" LOW, "9" ANYTHING ELSE --
      *   LEFT-JUSTIFIED.
              10  XAALOPEN-PATH-VALUE     PIC X(08).
              10  XAALOPEN-ALERT-KEY.
                  15  XAALOPEN-AL-DATE    PIC X(08).
                  15  XAALOPEN-AL-TIME    PIC X(06).
                  15  XAALOPEN-AL-SOURCE  PIC X(08).
                  15  XAALOPEN-AL-RESOURCE
                                          PIC X(08).
      *   COPIED FROM THE ALERT WHEN THE ENTRY IS WRITTEN, SO A
      *   COUNT BY SEVERITY NEED NOT READ XAALERT.
          05  XAALOPEN-SEVERITY           PIC X(01).
          05  XAALOPEN-IN-WINDOW          PIC X(01).
          05  FILLER                      PIC X(09).
