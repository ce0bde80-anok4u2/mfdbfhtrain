       initialise-(XXXXX)-tracing section.

           MOVE 0 TO ctf-trace-flags
      *>   Fresh tracer values -- any override is re-applied over
      *>   them on the next GetCustomizationParams.
           MOVE 0 TO ws-trovr-applied

           *>
           *>  Pick up THIS-COMPONENT's tracer handle
                     BY REFERENCE lk-ctf-notif-param.
           EVALUATE lk-ctf-notif-type
               WHEN 78-TRC-NOTIF-TYPE-PROP-CHANGE
      *>           While a time-boxed override is in force the change
      *>           belongs to the tracer's own (saved) values; the
      *>           override stays as it is until it ends.
                   IF ws-trovr-applied = 1
                       MOVE ctf-config-data TO ws-trovr-hold
                       MOVE ws-trovr-base TO ctf-config-data
                       PERFORM ctf-tracer-(XXXXX)-notif-property
                       MOVE ctf-config-data TO ws-trovr-base
                       MOVE ws-trovr-hold TO ctf-config-data
                   ELSE
                       PERFORM ctf-tracer-(XXXXX)-notif-property
                   END-IF

               WHEN 78-TRC-NOTIF-TYPE-LEVEL-CHANGE
                   IF ws-trovr-applied = 1
                       MOVE lk-ctf-notif-param-level
                         TO ws-trovr-base-level
                   ELSE
                       MOVE lk-ctf-notif-param-level TO ctf-trace-level
                   END-IF

               WHEN OTHER
                    CONTINUE


       GetCustomizationParams SECTION. 
           move 78-PHASE-GETCUST to ws-phase-ix
           perform StartPhaseTimer
           move 0 to returnCode
           move 0 to reasonCode
           move lk-open-string to xaOpenString
           move XAi-current-user to vValue(7)

           IF CustomizationExitRoutine not = null
               move 78-PHASE-EXITCFG to ws-phase-ix
               perform StartPhaseTimer
               call "ESXAEXTCFG"
                   using by reference xaCustomizationInfo
               move 78-PHASE-EXITCFG to ws-phase-ix
               perform StopPhaseTimer

               if returnCode not = 0
                   move returnCode to ws-returnCode
                              consoleMessage MsgLen 
                              EsLoggingLevel(ConnIX) MsgLevel  
                   END-CALL
                   move 78-PHASE-GETCUST to ws-phase-ix
                   perform StopPhaseTimer
                   perform LogPhaseTimings
                   move -5 to ws-open-rc
                   GOBACK RETURNING ws-open-rc
               end-if
               move xaOpenString to ws-open-string
           END-IF

           PERFORM ApplyTraceOverride
           PERFORM WriteCustomizationSnapshot
           PERFORM WriteSwitchVersionLog
           PERFORM LogJobTypeVolume
           PERFORM PublishInquiryState
           PERFORM RecordResourceFootprint

           move 78-PHASE-GETCUST to ws-phase-ix
           perform StopPhaseTimer
           perform LogPhaseTimings

           EXIT.

           EXIT SECTION
           .

      *****************************************************************
      *  Add this call to the resource usage footprint (XAFOOTP): the
      *  row for this resource + region + transaction + job type +
      *  terminal has its last-seen stamp and call count bumped, or
      *  is created with first-seen = last-seen = now.  XAINSHR only
      *  ever shows the last task to touch a resource; XAFOOTP keeps
      *  every one, which is what XAIMPACT needs to answer "who
      *  breaks if this resource goes down".
      *****************************************************************
       RecordResourceFootprint SECTION.
           IF ws-xafootp-open = 0
               OPEN I-O XAFOOTP

               IF ws-xafootp-not-found
                   OPEN OUTPUT XAFOOTP
                   CLOSE XAFOOTP
                   OPEN I-O XAFOOTP
               END-IF

               IF ws-xafootp-ok
                   MOVE 1 TO ws-xafootp-open
               END-IF
           END-IF

           IF ws-xafootp-open = 0
               EXIT SECTION
           END-IF

           MOVE FUNCTION CURRENT-DATE TO TmpString
           MOVE SPACES TO xafootp-record
           MOVE XAi-XA-Resource-Name TO xafootp-resource
           MOVE XAi-Region-Name TO xafootp-region
           MOVE XAi-transid TO xafootp-transid
           MOVE XAi-SEP-type TO xafootp-job-type
           MOVE XAi--termid TO xafootp-termid

           READ XAFOOTP
           IF ws-xafootp-ok
               MOVE TmpString(1:8) TO xafootp-last-date
               MOVE TmpString(9:6) TO xafootp-last-time
               ADD 1 TO xafootp-call-count
               MOVE XAi-job-proc-name TO xafootp-job-name
               REWRITE xafootp-record
               EXIT SECTION
           END-IF

           MOVE SPACES TO xafootp-record
           MOVE XAi-XA-Resource-Name TO xafootp-resource
           MOVE XAi-Region-Name TO xafootp-region
           MOVE XAi-transid TO xafootp-transid
           MOVE XAi-SEP-type TO xafootp-job-type
           MOVE XAi--termid TO xafootp-termid
           MOVE TmpString(1:8) TO xafootp-first-date
           MOVE TmpString(9:6) TO xafootp-first-time
           MOVE TmpString(1:8) TO xafootp-last-date
           MOVE TmpString(9:6) TO xafootp-last-time
           MOVE 1 TO xafootp-call-count
           MOVE XAi-job-proc-name TO xafootp-job-name

           WRITE xafootp-record
           IF ws-xafootp-duplicate
               READ XAFOOTP
               IF ws-xafootp-ok
                   ADD 1 TO xafootp-call-count
                   MOVE TmpString(1:8) TO xafootp-last-date
                   MOVE TmpString(9:6) TO xafootp-last-time
                   REWRITE xafootp-record
               END-IF
           END-IF
           EXIT SECTION
           .

      *****************************************************************
      *  Put any time-boxed trace override for this resource into
      *  force (XATROVR, requested through the XATO transaction).  An
      *  active override whose expiry stamp is still ahead replaces
      *  the tracer's CTF trace level and flags: the resource's own
      *  override if it has one, else one for this module's database
      *  technology.  The tracer's values are saved first and put
      *  back on the next call that finds no override in force, so
      *  trace drops back on the first open after expiry even if the
      *  XATX sweep has not yet marked the override expired.  Runs
      *  ahead of PublishInquiryState, so XAINSHR (and the XATR
      *  panel) shows the values actually in force.
      *****************************************************************
       ApplyTraceOverride SECTION.
           IF ws-trovr-applied = 1
               MOVE ws-trovr-base TO ctf-config-data
               MOVE 0 TO ws-trovr-applied
           END-IF

           IF ws-xatrovr-open = 0
               OPEN INPUT XATROVR

               IF ws-xatrovr-not-found
                   OPEN OUTPUT XATROVR
                   CLOSE XATROVR
                   OPEN INPUT XATROVR
               END-IF

               IF ws-xatrovr-ok
                   MOVE 1 TO ws-xatrovr-open
               END-IF
           END-IF

           IF ws-xatrovr-open = 0
               EXIT SECTION
           END-IF

           MOVE FUNCTION CURRENT-DATE TO TmpString
           MOVE TmpString(1:14) TO ws-trovr-now

           MOVE 0 TO ws-trovr-found
           MOVE SPACES TO xatrovr-record
           MOVE "R" TO xatrovr-type
           MOVE XAi-XA-Resource-Name TO xatrovr-name
           PERFORM ReadTraceOverride

           MOVE SPACES TO ws-trovr-tech
      $IF XABUILD = "DB2"
           MOVE "DB2" TO ws-trovr-tech
      $END
      $IF XABUILD = "SQLSRVR"
           MOVE "SQLSRVR" TO ws-trovr-tech
      $END
      $IF XABUILD = "OCI"
           MOVE "OCI" TO ws-trovr-tech
      $END
      $IF XABUILD = "ODBC"
           MOVE "ODBC" TO ws-trovr-tech
      $END
      $IF XABUILD = "ORA"
           MOVE "ORA" TO ws-trovr-tech
      $END
      $IF XABUILD = "PGSQL"
           MOVE "PGSQL" TO ws-trovr-tech
      $END
      $IF XABUILD = "XDB"
           MOVE "XDB" TO ws-trovr-tech
      $END
      $IF XABUILD = "XDBOPC"
           MOVE "XDBOPC" TO ws-trovr-tech
      $END

           IF ws-trovr-found = 0
           AND ws-trovr-tech NOT = SPACES
               MOVE SPACES TO xatrovr-record
               MOVE "T" TO xatrovr-type
               MOVE ws-trovr-tech TO xatrovr-name
               PERFORM ReadTraceOverride
           END-IF

           IF ws-trovr-found = 0
               EXIT SECTION
           END-IF

           MOVE ctf-config-data TO ws-trovr-base
           MOVE xatrovr-level TO ctf-trace-level
           MOVE 0 TO ctf-trace-flags
           IF xatrovr-flag(1) = "Y"
               COMPUTE ctf-trace-flags = ctf-trace-flags b-or
                                         TRACE-FLAGS-ESXA-DB2
           END-IF
           IF xatrovr-flag(2) = "Y"
               COMPUTE ctf-trace-flags = ctf-trace-flags b-or
                                         TRACE-FLAGS-ESXA-MSSQL
           END-IF
           IF xatrovr-flag(3) = "Y"
               COMPUTE ctf-trace-flags = ctf-trace-flags b-or
                                         TRACE-FLAGS-ESXA-OCI
           END-IF
           IF xatrovr-flag(4) = "Y"
               COMPUTE ctf-trace-flags = ctf-trace-flags b-or
                                         TRACE-FLAGS-ESXA-ODBC
           END-IF
           IF xatrovr-flag(5) = "Y"
               COMPUTE ctf-trace-flags = ctf-trace-flags b-or
                                         TRACE-FLAGS-ESXA-ORA
           END-IF
           IF xatrovr-flag(6) = "Y"
               COMPUTE ctf-trace-flags = ctf-trace-flags b-or
                                         TRACE-FLAGS-ESXA-PGSQL
           END-IF
           IF xatrovr-flag(7) = "Y"
               COMPUTE ctf-trace-flags = ctf-trace-flags b-or
                                         TRACE-FLAGS-ESXA-XDB
           END-IF
           IF xatrovr-flag(8) = "Y"
               COMPUTE ctf-trace-flags = ctf-trace-flags b-or
                                         TRACE-FLAGS-ESXA-XDBOPC
           END-IF
           MOVE 1 TO ws-trovr-applied
           EXIT SECTION
           .

      *****************************************************************
      *  Read the XATROVR record keyed in xatrovr-key; ws-trovr-found
      *  is set when it is active and not yet past its expiry stamp.
      *****************************************************************
       ReadTraceOverride SECTION.
           READ XATROVR
           IF ws-xatrovr-ok
           AND xatrovr-is-active
           AND xatrovr-expiry > ws-trovr-now
               MOVE 1 TO ws-trovr-found
           END-IF
           EXIT SECTION
           .

           copy xaheur.

           copy xamacro.

           copy xaphtim.

      *****************************************************************
      *  Emit a structured, pipe-delimited trace event feed line
      *  alongside the existing CBL_CTF_TRACE call, so a downstream
      *  monitoring tool can consume trace events without having to
      *  understand the CTF tracer API.  Gated by ESXATRACEFEED so the
      *  extra CALL per event is opt-in; off by default.  The batch
      *  XATFANL job reads the feed dataset back (counts, bursts,
      *  per-resource extracts), so keep the line layout in step
      *  with its parsing.
      *****************************************************************
       WriteTraceFeedEvent SECTION.
           IF ws-tracefeed-loaded = 0
      *  acknowledges it through the XAAL transaction (XAALCHK
      *  re-raises unacknowledged high-severity entries).  The
      *  message text is the one already built in consoleMessage.
      *  A new alert is also entered in the XAALOPEN open-alert
      *  index, which XAAL removes it from on acknowledgement.
      *****************************************************************
       WriteAlertStoreRecord SECTION.
           MOVE FUNCTION CURRENT-DATE TO TmpString
               END-IF
           END-IF

           IF ws-xaalopen-open = 0
               OPEN I-O XAALOPEN

               IF ws-xaalopen-not-found
                   OPEN OUTPUT XAALOPEN
                   CLOSE XAALOPEN
                   OPEN I-O XAALOPEN
               END-IF

               IF ws-xaalopen-ok
                   MOVE 1 TO ws-xaalopen-open
               END-IF
           END-IF

      *    Storm control: a repeat of an open alert with the same
      *    source/resource/text within the window collapses into the
      *    existing record instead of burying the XAAL list under
           IF ws-xaalert-duplicate
               REWRITE xaalert-record
           END-IF

      *    A collapsed repeat is already open and already indexed;
      *    a new alert goes into the open-alert index here.
           IF ws-xaalert-ok
               PERFORM AddOpenAlertIndex
           END-IF
           EXIT SECTION
           .

      *****************************************************************
      *  Enter the alert in xaalert-record in XAALOPEN, once by
      *  resource and once by severity rank (see xaalopen.cpy).  The
      *  alert itself is already safely written; if the index cannot
      *  be updated the console says so, and XAALIDX puts it right.
      *****************************************************************
       AddOpenAlertIndex SECTION.
           IF ws-xaalopen-open = 0
               PERFORM ReportOpenAlertIndex
               EXIT SECTION
           END-IF

           EVALUATE xaalert-severity
               WHEN "H"
                   MOVE "1" TO ws-alopen-rank
               WHEN "M"
                   MOVE "2" TO ws-alopen-rank
               WHEN "L"
                   MOVE "3" TO ws-alopen-rank
               WHEN OTHER
                   MOVE "9" TO ws-alopen-rank
           END-EVALUATE

           MOVE SPACES TO xaalopen-record
           MOVE xaalert-key TO xaalopen-alert-key
           MOVE xaalert-severity TO xaalopen-severity
           MOVE xaalert-in-window TO xaalopen-in-window

           MOVE "R" TO xaalopen-path
           MOVE xaalert-resource TO xaalopen-path-value
           WRITE xaalopen-record
           IF ws-xaalopen-duplicate
               REWRITE xaalopen-record
           END-IF
           IF NOT ws-xaalopen-ok
               PERFORM ReportOpenAlertIndex
               EXIT SECTION
           END-IF

           MOVE "S" TO xaalopen-path
           MOVE SPACES TO xaalopen-path-value
           MOVE ws-alopen-rank TO xaalopen-path-value
           WRITE xaalopen-record
           IF ws-xaalopen-duplicate
               REWRITE xaalopen-record
           END-IF
           IF NOT ws-xaalopen-ok
               PERFORM ReportOpenAlertIndex
           END-IF
           EXIT SECTION
           .

       ReportOpenAlertIndex SECTION.
           MOVE 1 TO MsgLen
           MOVE 1 TO MsgLevel
           STRING
               ConnectionName(ConnIX) DELIMITED SPACE
               ": open-alert index XAALOPEN not updated for alert "
                   DELIMITED SIZE
               xaalert-key DELIMITED SIZE
               ", status " DELIMITED SIZE
               WS-XAALOPEN-STATUS DELIMITED SIZE
               "; run XAALIDX to rebuild it." DELIMITED SIZE
           INTO consoleMessage POINTER MsgLen
           SUBTRACT 1 FROM MsgLen
           CALL "mfxaLogConsoleMsg" USING
               consoleMessage MsgLen
               EsLoggingLevel(ConnIX) MsgLevel
           END-CALL
           EXIT SECTION
           .

      *  occurrence is within ws-storm-window-secs of now, bump its
      *  occurrence count and last-seen timestamp in place and set
      *  ws-storm-found so the caller writes nothing new; otherwise
      *  the built record is restored untouched.  The candidates
      *  come from the resource's entries in the XAALOPEN open-alert
      *  index, so only open alerts are read and a storm that spans
      *  midnight still collapses.  Without the index the scan falls
      *  back to today's XAALERT records only -- a storm that spans
      *  midnight then starts one fresh record, which is noise the
      *  morning review can live with.
      *****************************************************************
       CollapseRepeatedAlert SECTION.
           MOVE 0 TO ws-storm-found
               + ws-storm-te-ss

           MOVE 0 TO ws-storm-have-match

      *    The open-alert index lists exactly the open alerts on this
      *    resource, oldest first, however many days they span.
           IF ws-xaalopen-open = 1
               MOVE LOW-VALUES TO xaalopen-key
               MOVE "R" TO xaalopen-path
               MOVE ws-storm-cand-resource TO xaalopen-path-value
               START XAALOPEN KEY NOT LESS THAN xaalopen-key
                   INVALID KEY
                       MOVE ws-storm-new-record TO xaalert-record
                       EXIT SECTION
               END-START
               MOVE 0 TO ws-storm-scan-done
               PERFORM ScanOpenAlertIndex
                   UNTIL ws-storm-scan-done = 1
               IF ws-storm-have-match = 1
                   PERFORM CollapseIntoMatch
               END-IF
               IF ws-storm-found = 0
                   MOVE ws-storm-new-record TO xaalert-record
               END-IF
               EXIT SECTION
           END-IF

      *    No index: fall back to reading today's alerts.
           MOVE LOW-VALUES TO xaalert-key
           MOVE ws-storm-new-record(1:8) TO xaalert-date
           START XAALERT KEY NOT LESS THAN xaalert-key
           EXIT SECTION
           .

       ScanOpenAlertIndex SECTION.
           READ XAALOPEN NEXT RECORD
               AT END
                   MOVE 1 TO ws-storm-scan-done
                   EXIT SECTION
           END-READ
           IF NOT ws-xaalopen-ok
           OR xaalopen-path NOT = "R"
           OR xaalopen-path-value NOT = ws-storm-cand-resource
               MOVE 1 TO ws-storm-scan-done
               EXIT SECTION
           END-IF
           MOVE xaalopen-alert-key TO xaalert-key
           READ XAALERT
               INVALID KEY
                   EXIT SECTION
           END-READ
           IF xaalert-source = ws-storm-cand-source
           AND xaalert-text = ws-storm-cand-text
           AND xaalert-acked = "N"
      *        Entries ascend by alert key (time first), so the last
      *        match kept is the most recent occurrence.
               MOVE 1 TO ws-storm-have-match
               MOVE xaalert-key TO ws-storm-match-key
               IF xaalert-last-seen-date = SPACES
                   MOVE xaalert-date TO ws-storm-last-date
                   MOVE xaalert-time TO ws-storm-last-time
               ELSE
                   MOVE xaalert-last-seen-timestamp
                       TO ws-storm-match-last
               END-IF
           END-IF
           EXIT SECTION
           .

       CollapseIntoMatch SECTION.
           MOVE ws-storm-last-date TO ws-storm-then-date-num
           MOVE ws-storm-last-time TO ws-storm-time-edit
