      *****************************************************************
      *    XAHEUR -- outcome capture for the XA switch-call layer:
      *    wrappers that call through the mfesxa-switch-struct entry
      *    points (open, close, start, end, prepare, commit, rollback,
      *    recover, forget, complete).  Commit and rollback write the
      *    XAHEURLG record the moment the resource manager answers
      *    with an XA-HEUR* code; every wrapper counts its call and
      *    logs any failing return code to XAVBLOG (TallyVerbOutcome
      *    below) for the XAVBRPT error-rate report.  The open
      *    wrapper also times the resource manager's xa_open and
      *    writes the XAPHLOG phase timings (LogPhaseTimings) that
      *    XAPHRPT reports on.
      *
      *    Split out of xapd.cpy into its own member -- the same way
      *    xamacro.cpy was split out for XAMACTST -- so XACERT (the
               move ws-commit-rc to ws-generic-rc
               perform LogHeuristicOutcome
           end-if

           move 6 to ws-verb-ix
           move ws-commit-rc to ws-verb-rc
           perform TallyVerbOutcome
           EXIT SECTION
           .

               move ws-rollback-rc to ws-generic-rc
               perform LogHeuristicOutcome
           end-if

           move 7 to ws-verb-ix
           move ws-rollback-rc to ws-verb-rc
           perform TallyVerbOutcome
           EXIT SECTION
           .

      *****************************************************************
      *  Call through mfesxa-open-entry with the open string in
      *  ws-open-string, counting the call and logging any failing
      *  return code to XAVBLOG.  The resource manager's own open is
      *  timed (RMOPEN) and written to XAPHLOG along with any phase
      *  timings still pending from GetCustomizationParams.
      *  The caller loads ws-open-string, ws-rmid and
      *  ws-xa-call-flags first, as for the commit and rollback
      *  wrappers below.
      *****************************************************************
       mfesxa-call-open SECTION.
           move 78-PHASE-RMOPEN to ws-phase-ix
           perform StartPhaseTimer
           call mfesxa-open-entry using
                                    by reference ws-open-string
                                    by value     ws-rmid
                                    by value     ws-xa-call-flags
                                    returning    ws-open-rc
           end-call
           move 78-PHASE-RMOPEN to ws-phase-ix
           perform StopPhaseTimer
           perform LogPhaseTimings

           move 1 to ws-verb-ix
           move ws-open-rc to ws-verb-rc
           perform TallyVerbOutcome
           EXIT SECTION
           .

      *****************************************************************
      *  Call through mfesxa-close-entry (same close string as the
      *  open).  A close also flushes the verb tally -- see
      *  TallyVerbOutcome.
      *****************************************************************
       mfesxa-call-close SECTION.
           call mfesxa-close-entry using
                                    by reference ws-open-string
                                    by value     ws-rmid
                                    by value     ws-xa-call-flags
                                    returning    ws-close-rc
           end-call

           move 2 to ws-verb-ix
           move ws-close-rc to ws-verb-rc
           perform TallyVerbOutcome
           EXIT SECTION
           .

      *****************************************************************
      *  Call through mfesxa-start-entry for the branch in
      *  ws-xid-block.
      *****************************************************************
       mfesxa-call-start SECTION.
           call mfesxa-start-entry using
                                    by reference ws-xid-block
                                    by value     ws-rmid
                                    by value     ws-xa-call-flags
                                    returning    ws-start-rc
           end-call

           move 3 to ws-verb-ix
           move ws-start-rc to ws-verb-rc
           perform TallyVerbOutcome
           EXIT SECTION
           .

      *****************************************************************
      *  Call through mfesxa-end-entry for the branch in
      *  ws-xid-block (TMSUCCESS/TMFAIL/TMSUSPEND in
      *  ws-xa-call-flags).
      *****************************************************************
       mfesxa-call-end SECTION.
           call mfesxa-end-entry using
                                    by reference ws-xid-block
                                    by value     ws-rmid
                                    by value     ws-xa-call-flags
                                    returning    ws-end-rc
           end-call

           move 4 to ws-verb-ix
           move ws-end-rc to ws-verb-rc
           perform TallyVerbOutcome
           EXIT SECTION
           .

      *****************************************************************
      *  Call through mfesxa-prepare-entry.  XA-RDONLY is a normal
      *  read-only vote, not a failure -- TallyVerbOutcome counts it
      *  but does not log it.
      *****************************************************************
       mfesxa-call-prepare SECTION.
           call mfesxa-prepare-entry using
                                    by reference ws-xid-block
                                    by value     ws-rmid
                                    by value     ws-xa-call-flags
                                    returning    ws-prepare-rc
           end-call

           move 5 to ws-verb-ix
           move ws-prepare-rc to ws-verb-rc
           perform TallyVerbOutcome
           EXIT SECTION
           .

      *****************************************************************
      *  Call through mfesxa-recover-entry for one XID at a time
      *  into ws-xid-block (TMSTARTRSCAN/TMENDRSCAN in
      *  ws-xa-call-flags).  A zero or positive answer is the number
      *  of XIDs returned; only a negative answer is a failure.
      *****************************************************************
       mfesxa-call-recover SECTION.
           call mfesxa-recover-entry using
                                    by reference ws-xid-block
                                    by value     ws-xa-recover-count
                                    by value     ws-rmid
                                    by value     ws-xa-call-flags
                                    returning    ws-recover-rc
           end-call

           move 8 to ws-verb-ix
           move ws-recover-rc to ws-verb-rc
           perform TallyVerbOutcome
           EXIT SECTION
           .

      *****************************************************************
      *  Call through mfesxa-forget-entry for a heuristically
      *  completed branch in ws-xid-block.
      *****************************************************************
       mfesxa-call-forget SECTION.
           call mfesxa-forget-entry using
                                    by reference ws-xid-block
                                    by value     ws-rmid
                                    by value     ws-xa-call-flags
                                    returning    ws-forget-rc
           end-call

           move 9 to ws-verb-ix
           move ws-forget-rc to ws-verb-rc
           perform TallyVerbOutcome
           EXIT SECTION
           .

      *****************************************************************
      *  Call through mfesxa-complete-entry for the asynchronous
      *  operation in ws-xa-complete-handle.
      *****************************************************************
       mfesxa-call-complete SECTION.
           call mfesxa-complete-entry using
                                    by reference ws-xa-complete-handle
                                    by reference ws-xa-complete-retval
                                    by value     ws-rmid
                                    by value     ws-xa-call-flags
                                    returning    ws-complete-rc
           end-call

           move 10 to ws-verb-ix
           move ws-complete-rc to ws-verb-rc
           perform TallyVerbOutcome
           EXIT SECTION
           .

      *****************************************************************
      *  Count the verb call just made (ws-verb-ix / ws-verb-rc set by
      *  the wrapper) and log it to XAVBLOG if it failed.  Every
      *  non-zero return code is a failure except XA-RDONLY from
      *  prepare and a record count from recover.  The tally belongs
      *  to one resource and one day, so a change of either flushes
      *  what has been counted so far before this call is added;
      *  every 78-VERB-TALLY-FLUSH calls, and every close, flushes
      *  it too, so a region that is cancelled loses at most one
      *  batch of counts.
      *****************************************************************
       TallyVerbOutcome SECTION.
           MOVE FUNCTION CURRENT-DATE TO TmpString

           IF ws-verb-tally-calls > 0
               IF XAi-XA-Resource-Name NOT = ws-verb-tally-resource
               OR TmpString(1:8) NOT = ws-verb-tally-date
                   PERFORM FlushVerbTally
               END-IF
           END-IF

           MOVE XAi-XA-Resource-Name TO ws-verb-tally-resource
           MOVE TmpString(1:8) TO ws-verb-tally-date
           MOVE TmpString(9:6) TO ws-verb-tally-time
           ADD 1 TO ws-vt-calls(ws-verb-ix)
           ADD 1 TO ws-verb-tally-calls

           MOVE 0 TO ws-verb-is-error
           EVALUATE TRUE
               WHEN ws-verb-rc = XA-OK
                   CONTINUE
               WHEN ws-verb-name(ws-verb-ix) = "PREPARE"
                AND ws-verb-rc = XA-RDONLY
                   CONTINUE
               WHEN ws-verb-name(ws-verb-ix) = "RECOVER"
                AND ws-verb-rc > 0
                   CONTINUE
               WHEN OTHER
                   MOVE 1 TO ws-verb-is-error
           END-EVALUATE

           IF ws-verb-is-error = 1
               ADD 1 TO ws-vt-errors(ws-verb-ix)
               PERFORM LogVerbOutcome
           END-IF

           IF ws-verb-tally-calls >= 78-VERB-TALLY-FLUSH
           OR ws-verb-name(ws-verb-ix) = "CLOSE"
               PERFORM FlushVerbTally
           END-IF
           EXIT SECTION
           .

      *****************************************************************
      *  Append the "E" record for a failing verb call: resource,
      *  region, verb, return code and the user the call ran under.
      *  TmpString still holds the timestamp TallyVerbOutcome took.
      *****************************************************************
       LogVerbOutcome SECTION.
           MOVE SPACES TO xavblog-record
           SET xavblog-is-error TO TRUE
           MOVE XAi-XA-Resource-Name TO xavblog-resource
           MOVE XAi-Region-Name TO xavblog-region
           MOVE TmpString(1:8) TO xavblog-log-date
           MOVE TmpString(9:6) TO xavblog-log-time
           MOVE ws-verb-name(ws-verb-ix) TO xavblog-verb
           MOVE ws-verb-rc TO xavblog-return-code
           MOVE XAi-current-user TO xavblog-user
           MOVE 0 TO xavblog-call-count
           MOVE 1 TO xavblog-error-count

           PERFORM OpenVerbLog
           IF ws-xavblog-open = 1
               WRITE xavblog-record
           END-IF
           EXIT SECTION
           .

      *****************************************************************
      *  Write one "T" record per verb called since the last flush,
      *  stamped with the date and time of the last call counted,
      *  then clear the tally.
      *****************************************************************
       FlushVerbTally SECTION.
           IF ws-verb-tally-calls = 0
               EXIT SECTION
           END-IF

           PERFORM OpenVerbLog

           PERFORM VARYING ws-verb-ix FROM 1 BY 1
                     UNTIL ws-verb-ix > 78-VERB-COUNT
               IF ws-vt-calls(ws-verb-ix) > 0
               AND ws-xavblog-open = 1
                   MOVE SPACES TO xavblog-record
                   SET xavblog-is-tally TO TRUE
                   MOVE ws-verb-tally-resource TO xavblog-resource
                   MOVE XAi-Region-Name TO xavblog-region
                   MOVE ws-verb-tally-date TO xavblog-log-date
                   MOVE ws-verb-tally-time TO xavblog-log-time
                   MOVE ws-verb-name(ws-verb-ix) TO xavblog-verb
                   MOVE 0 TO xavblog-return-code
                   MOVE ws-vt-calls(ws-verb-ix) TO xavblog-call-count
                   MOVE ws-vt-errors(ws-verb-ix) TO xavblog-error-count
                   WRITE xavblog-record
               END-IF
               MOVE 0 TO ws-vt-calls(ws-verb-ix)
               MOVE 0 TO ws-vt-errors(ws-verb-ix)
           END-PERFORM

           MOVE 0 TO ws-verb-tally-calls
           EXIT SECTION
           .

      *****************************************************************
      *  Write one XAPHLOG record for every phase timer stopped since
      *  the last call (see xaphtim.cpy), tagged with the resource,
      *  region and job type, then clear the pending flags.
      *****************************************************************
       LogPhaseTimings SECTION.
           PERFORM OpenPhaseLog
           MOVE FUNCTION CURRENT-DATE TO TmpString

           PERFORM VARYING ws-phase-ix FROM 1 BY 1
                     UNTIL ws-phase-ix > 78-PHASE-COUNT
               IF ws-phase-pending(ws-phase-ix) = 1
               AND ws-xaphlog-open = 1
                   MOVE SPACES TO xaphlog-record
                   MOVE XAi-XA-Resource-Name TO xaphlog-resource
                   MOVE XAi-Region-Name TO xaphlog-region
                   MOVE TmpString(1:8) TO xaphlog-log-date
                   MOVE TmpString(9:6) TO xaphlog-log-time
                   MOVE XAi-SEP-type TO xaphlog-job-type
                   MOVE ws-phase-name(ws-phase-ix) TO xaphlog-phase
                   MOVE ws-phase-elapsed-ms(ws-phase-ix)
                     TO xaphlog-elapsed-ms
                   WRITE xaphlog-record
               END-IF
               MOVE 0 TO ws-phase-pending(ws-phase-ix)
           END-PERFORM
           EXIT SECTION
           .

      *****************************************************************
      *  Open XAPHLOG for append on first use and leave it open, as
      *  OpenVerbLog does for XAVBLOG.
      *****************************************************************
       OpenPhaseLog SECTION.
           IF ws-xaphlog-open = 0
               OPEN EXTEND XAPHLOG

               IF ws-xaphlog-not-found
                   OPEN OUTPUT XAPHLOG
                   CLOSE XAPHLOG
                   OPEN EXTEND XAPHLOG
               END-IF

               IF ws-xaphlog-ok
                   MOVE 1 TO ws-xaphlog-open
               END-IF
           END-IF
           EXIT SECTION
           .

      *****************************************************************
      *  Open XAVBLOG for append on first use and leave it open, the
      *  same kept-open idiom as LogJobTypeVolume (xapd.cpy).
      *****************************************************************
       OpenVerbLog SECTION.
           IF ws-xavblog-open = 0
               OPEN EXTEND XAVBLOG

               IF ws-xavblog-not-found
                   OPEN OUTPUT XAVBLOG
                   CLOSE XAVBLOG
                   OPEN EXTEND XAVBLOG
               END-IF

               IF ws-xavblog-ok
                   MOVE 1 TO ws-xavblog-open
               END-IF
           END-IF
           EXIT SECTION
           .

