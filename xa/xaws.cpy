           88  ws-xaheurlg-not-found        VALUE "35" "23".
           88  ws-xaheurlg-duplicate        VALUE "22".

      *----------------------------------------------------------------
      *    XA verb-outcome log (XAVBLOG) support -- every verb
      *    wrapper in xaheur.cpy (mfesxa-call-open through
      *    mfesxa-call-complete) counts its call in the tally below
      *    and, on a failing return code, LogVerbOutcome appends an
      *    "E" record with the resource, region, verb, return code
      *    and XAi-current-user.  FlushVerbTally writes the call and
      *    error counts as "T" records so XAVBRPT can report an error
      *    rate, not just an error count.  A program whose copy of
      *    xapd.cpy (or xaheur.cpy) uses the wrappers must COPY
      *    xavblogsel/xavblog like the other logging files.
      *----------------------------------------------------------------
       01  WS-XAVBLOG-STATUS               PIC X(2).
           88  ws-xavblog-ok                VALUE "00".
           88  ws-xavblog-not-found         VALUE "35" "23".

      *----------------------------------------------------------------
      *    XA open-path phase timing log (XAPHLOG) support -- the
      *    timers in xaphtim.cpy time GetCustomizationParams as a
      *    whole, its ESXAEXTCFG exit, VaultExpandMacros and the
      *    resource manager's own xa_open; LogPhaseTimings
      *    (xaheur.cpy) writes one record per timed phase, tagged
      *    with resource and job type, for the XAPHRPT percentile
      *    report.  A program whose copy of xapd.cpy (or xaheur.cpy)
      *    logs timings must COPY xaphlogsel/xaphlog like the other
      *    logging files.
      *----------------------------------------------------------------
       01  WS-XAPHLOG-STATUS               PIC X(2).
           88  ws-xaphlog-ok                VALUE "00".
           88  ws-xaphlog-not-found         VALUE "35" "23".

       78  78-PHASE-COUNT                  value 4.
       78  78-PHASE-GETCUST                value 1.
       78  78-PHASE-EXITCFG                value 2.
       78  78-PHASE-MACROS                 value 3.
       78  78-PHASE-RMOPEN                 value 4.
       01  ws-phase-names-init             PIC X(32) VALUE
               "GETCUST EXITCFG MACROS  RMOPEN  ".
       01  ws-phase-names redefines ws-phase-names-init.
           03  ws-phase-name occurs 78-PHASE-COUNT times PIC X(8).
       01  ws-phase-ix                     PIC S9(4) COMP-5 VALUE 0.
       01  ws-phase-timer-table.
           03  ws-phase-timer occurs 78-PHASE-COUNT times.
               05  ws-phase-start-ms       PIC S9(9) COMP-5 VALUE 0.
               05  ws-phase-elapsed-ms     PIC S9(9) COMP-5 VALUE 0.
               05  ws-phase-pending        PIC 9 VALUE 0.
       01  ws-phase-clock-ms               PIC S9(9) COMP-5 VALUE 0.
       01  ws-phase-clock-stamp.
           03  ws-phase-clock-date         PIC X(8).
           03  ws-phase-clock-hh           PIC 9(2).
           03  ws-phase-clock-mm           PIC 9(2).
           03  ws-phase-clock-ss           PIC 9(2).
           03  ws-phase-clock-cc           PIC 9(2).
           03  filler                      PIC X(5).

      *----------------------------------------------------------------
      *    Kept-open state for the logging files the xapd.cpy
      *    writers use.  Each file used to be OPENed and CLOSEd on
           03  ws-xaswrlog-open            PIC 9 VALUE 0.
           03  ws-xajtlog-open             PIC 9 VALUE 0.
           03  ws-xainshr-open             PIC 9 VALUE 0.
           03  ws-xafootp-open             PIC 9 VALUE 0.
           03  ws-xatrovr-open             PIC 9 VALUE 0.
           03  ws-xadb2aud-open            PIC 9 VALUE 0.
           03  ws-xamfhlog-open            PIC 9 VALUE 0.
           03  ws-xaheurlg-open            PIC 9 VALUE 0.
           03  ws-xaalert-open             PIC 9 VALUE 0.
           03  ws-xaalopen-open            PIC 9 VALUE 0.
           03  ws-xamaint-open             PIC 9 VALUE 0.
           03  ws-xavblog-open             PIC 9 VALUE 0.
           03  ws-xaphlog-open             PIC 9 VALUE 0.

      *----------------------------------------------------------------
      *    Persistent alert store (XAALERT) support --
           88  ws-xaalert-not-found         VALUE "35" "23".
           88  ws-xaalert-duplicate         VALUE "22".

      *----------------------------------------------------------------
      *    Open-alert index (XAALOPEN) support -- WriteAlertStoreRecord
      *    (xapd.cpy) enters each new alert in XAALOPEN by resource
      *    and by severity (see xaalopen.cpy), and CollapseRepeatedAlert
      *    finds the open alerts on a resource through it instead of
      *    reading the day's XAALERT records.  A program whose copy of
      *    xapd.cpy raises alerts must COPY xaalopensel/xaalopen like
      *    the other logging files.
      *----------------------------------------------------------------
       01  WS-XAALOPEN-STATUS              PIC X(2).
           88  ws-xaalopen-ok               VALUE "00".
           88  ws-xaalopen-not-found        VALUE "35" "23".
           88  ws-xaalopen-duplicate        VALUE "22".

       01  ws-alopen-rank                  PIC X.

      *----------------------------------------------------------------
      *    Planned-maintenance window calendar (XAMAINT) support --
      *    CheckMaintenanceWindow (xapd.cpy) reads the calendar the
           88  ws-xainshr-not-found         VALUE "35" "23".
           88  ws-xainshr-duplicate         VALUE "22".

      *----------------------------------------------------------------
      *    Resource usage footprint (XAFOOTP) support --
      *    RecordResourceFootprint (xapd.cpy) keeps one record per
      *    resource + region + transaction + job type + terminal,
      *    with first/last-seen stamps and a call count, for the
      *    XAIMPACT impact-analysis report.  A program whose copy of
      *    xapd.cpy records footprints must COPY xafootpsel/xafootp
      *    like the other logging files.
      *----------------------------------------------------------------
       01  ws-xafootp-status               PIC X(2).
           88  ws-xafootp-ok                VALUE "00".
           88  ws-xafootp-not-found         VALUE "35" "23".
           88  ws-xafootp-duplicate         VALUE "22".

      *----------------------------------------------------------------
      *    Time-boxed trace override (XATROVR) support --
      *    ApplyTraceOverride (xapd.cpy) replaces the tracer's CTF
      *    trace level and flags with an active, unexpired override
      *    for the resource or, failing that, for this module's
      *    database technology (ws-trovr-tech, set from XABUILD).
      *    The tracer's own values are kept in ws-trovr-base while an
      *    override is in force, so the notify callback keeps them
      *    current and they are put back once the override ends.  A
      *    program whose copy of xapd.cpy honours overrides must COPY
      *    xatrovrsel/xatrovr like the other logging files.
      *----------------------------------------------------------------
       01  ws-xatrovr-status               PIC X(2).
           88  ws-xatrovr-ok                VALUE "00".
           88  ws-xatrovr-not-found         VALUE "35" "23".

       01  ws-trovr-applied                PIC 9 VALUE 0.
       01  ws-trovr-tech                   PIC X(8).
       01  ws-trovr-now                    PIC X(14).
       01  ws-trovr-found                  PIC 9.
       01  ws-trovr-base.
           03  ws-trovr-base-level         PIC X(4) COMP-5.
           03  ws-trovr-base-flags         PIC X(4) COMP-5.
       01  ws-trovr-hold.
           03  ws-trovr-hold-level         PIC X(4) COMP-5.
           03  ws-trovr-hold-flags         PIC X(4) COMP-5.

      *    X/Open XID block passed by reference on the xa_commit/
      *    xa_rollback calls: format id, gtrid and bqual lengths,
      *    then up to 128 bytes of identifier data.  The first 32
      $END
           03  ws-xid-data                PIC X(128).

      *    Flags word for the wrapped XA verb calls; the caller
      *    sets it (TMNOFLAGS/TMSUCCESS/TMONEPHASE/...) before
      *    PERFORMing the wrapper section.  Sized like lk-flags.
      $IF P64 SET
       01  ws-xa-call-flags                PIC S9(18) COMP-5 VALUE 0.
       01  ws-heur-retry                   PIC 9 VALUE 0.
       01  ws-heur-time-num                PIC 9(6).

      *    Count word for the wrapped xa_recover call -- the number of
      *    XIDs ws-xid-block has room for, so always 1.  Sized like
      *    lk-flags for the same reason ws-xa-call-flags is.
      $IF P64 SET
       01  ws-xa-recover-count             PIC S9(18) COMP-5 VALUE 1.
      $ELSE
       01  ws-xa-recover-count             PIC S9(9) COMP-5 VALUE 1.
      $END

      *    Handle and return-value words for the wrapped xa_complete
      *    call (both int *, passed by reference).
       01  ws-xa-complete-handle           binary-long value 0.
       01  ws-xa-complete-retval           binary-long value 0.

      *    Verb-outcome tally (see XAVBLOG above).  ws-verb-ix is set
      *    by each wrapper to its verb's slot in ws-verb-names; the
      *    counts are flushed to XAVBLOG every 78-VERB-TALLY-FLUSH
      *    calls, on every close, and whenever the resource or the
      *    date changes under them.
       78  78-VERB-TALLY-FLUSH             value 100.
       78  78-VERB-COUNT                   value 10.
       01  ws-verb-names-init.
           03  filler  PIC X(40) VALUE
               "OPEN    CLOSE   START   END     PREPARE ".
           03  filler  PIC X(40) VALUE
               "COMMIT  ROLLBACKRECOVER FORGET  COMPLETE".
       01  ws-verb-names redefines ws-verb-names-init.
           03  ws-verb-name occurs 78-VERB-COUNT times PIC X(8).
       01  ws-verb-ix                      PIC S9(4) COMP-5 VALUE 0.
       01  ws-verb-rc                      PIC S9(9) COMP-5 VALUE 0.
       01  ws-verb-is-error                PIC 9 VALUE 0.
       01  ws-verb-tally-resource          PIC X(8) VALUE SPACES.
       01  ws-verb-tally-date              PIC X(8) VALUE SPACES.
       01  ws-verb-tally-time              PIC X(6) VALUE SPACES.
       01  ws-verb-tally-calls             PIC S9(9) COMP-5 VALUE 0.
       01  ws-verb-tally-table.
           03  ws-verb-tally occurs 78-VERB-COUNT times.
               05  ws-vt-calls             PIC S9(9) COMP-5 VALUE 0.
               05  ws-vt-errors            PIC S9(9) COMP-5 VALUE 0.

      *----------------------------------------------------------------
      *    Display work fields for the ESXAEXTCFG entry-table
      *    overflow warning in GetCustomizationParams (xapd.cpy)
