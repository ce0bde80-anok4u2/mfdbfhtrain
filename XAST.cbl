
      *****************************************************************
      *  XAST -- morning-status operations panel.  Reads XAMFHLOG,
      *  XAHEURLG, XASWRLOG, XARUNLG and XAALERT (through the
      *  XAALOPEN open-alert index) directly and shows a one-screen
      *  red/amber/green summary of five areas -- the four the
      *  previous night's XAMFHRPT, XARECON (XARCRPT), XASWRECN
      *  (XASWRPT) and XARUNCHK (XARCKRPT) reports cover, plus the
      *  alerts still open on XAAL -- connections registered vs in
      *  alert, count and oldest age of unresolved heuristic
      *  entries, switch-version skew across regions, whether last
      *  night's batch all ran, and the open alerts as read through
      *  the XAALOPEN index XAALIDX builds -- so the shift-start
      *  health check is one ENTER, not a report hunt.
      *
      *  Status rules mirror what the batch jobs escalate on:
      *    MFDBFH    RED   any connection at/past the consecutive-
      *    SWITCH    RED   any resource whose module name/version
      *                    differs between regions (what XASWRECN
      *                    flags MISMATCH); GREEN otherwise.
      *    BATCH RUN RED   any expected job missing or ended RC 8+
      *                    in XARUNCHK's latest check; AMBER any job
      *                    still running past its window, or no
      *                    check recorded today (the checker itself
      *                    did not run -- the one case where an
      *                    absent record is not GREEN); GREEN
      *                    otherwise.
      *    OPEN ALERTS RED any open high-severity alert raised
      *                    outside a maintenance window; AMBER any
      *                    other open alert, or the XAALOPEN open-
      *                    alert index cannot be read (run XAALIDX);
      *                    GREEN none.  Read through the index, so
      *                    only the open alerts are touched.
      *  A file that does not exist yet reads as GREEN -- nothing
      *  has been logged, so there is nothing to alert on, the same
      *  stance the batch jobs take on a missing log file.

           copy xaswrlogsel.

           copy xarunlgsel.

           copy xaalertsel.

           copy xaalopensel.

       data division.
       file section.
           copy xamfhlog.

           copy xaswrlog.

           copy xarunlg.

           copy xaalert.

           copy xaalopen.

       working-storage section.
           copy xastmap.

       01  WS-XAMFHLOG-STATUS          pic x(2).
       01  WS-XAHEURLG-STATUS          pic x(2).
       01  ws-xaswrlog-status          pic x(2).
       01  WS-XARUNLG-STATUS           pic x(2).
       01  WS-XAALERT-STATUS           pic x(2).
       01  WS-XAALOPEN-STATUS          pic x(2).

       01  ws-resp                     pic s9(8) comp.
       01  ws-abstime                  pic s9(15) comp-3.
       01  ws-browse-key               pic x(22).
       01  ws-mfh-key                  pic x(8).
       01  ws-swr-key                  pic x(16).
       01  ws-run-key                  pic x(16)
                                       value "*RUNCHK**LATEST*".

      *> Local mirror of 78-MFDBFH-ALERT-THRESHOLD (xa/xaws.cpy),
      *> kept in sync by hand the same way XAMFHRPT mirrors it.
       01  ws-heur-oldest-age          pic s9(9) comp-5.
       01  ws-swr-total                pic s9(4) comp-5.
       01  ws-swr-mismatches           pic s9(4) comp-5.
       01  ws-alert-open               pic s9(4) comp-5.
       01  ws-alert-high               pic s9(4) comp-5.
       01  ws-alert-high-unwindowed    pic s9(4) comp-5.
       01  ws-ao-browse-key            pic x(39).
       01  ws-alert-key                pic x(30).
       01  ws-alert-resp               pic s9(8) comp.

      *> In-memory per-resource switch baseline, the same first-
      *> region-seen-wins comparison XASWRECN's WS-RESOURCE-TABLE
       01  ws-mfh-rag                  pic x.
       01  ws-heur-rag                 pic x.
       01  ws-swr-rag                  pic x.
       01  ws-run-rag                  pic x.
       01  ws-alert-rag                pic x.
       01  ws-overall-rag              pic x.

       01  ws-count-disp-1             pic zzz9.
       01  ws-count-disp-2             pic zzz9.
       01  ws-count-disp-3             pic zzz9.
       01  ws-count-disp-4             pic zzz9.
       01  ws-count-disp-5             pic zzz9.
       01  ws-detail-build             pic x(70).

       linkage section.
           perform assess-mfdbfh-health
           perform assess-heuristic-log
           perform assess-switch-versions
           perform assess-batch-runs
           perform assess-open-alerts
           perform set-overall-status

           string
           .

      *****************************************************************
      *  Batch run completeness: the "*RUNCHK*" summary record
      *  XARUNCHK leaves in XARUNLG after comparing the ledger with
      *  the expected-schedule deck.
      *****************************************************************
       assess-batch-runs section.

           exec cics
               read file("XARUNLG")
                   into(XARUNLG-RECORD)
                   ridfld(ws-run-key)
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               move "A" to ws-run-rag
               move "AMBER" to BRSTO
               move "NO RUN-CONTROL CHECK RECORDED (XARUNCHK)" to BRDTO
               exit section
           end-if

           if XARUNLG-MISSING-COUNT > 0
           or XARUNLG-FAILED-COUNT > 0
               move "R" to ws-run-rag
           else
               if XARUNLG-LATE-COUNT > 0
               or XARUNLG-CHECK-DATE not = ws-today-date
                   move "A" to ws-run-rag
               else
                   move "G" to ws-run-rag
               end-if
           end-if

           evaluate ws-run-rag
               when "R"
                   move "RED" to BRSTO
               when "A"
                   move "AMBER" to BRSTO
               when other
                   move "GREEN" to BRSTO
           end-evaluate

           move XARUNLG-EXPECTED-COUNT to ws-count-disp-1
           move XARUNLG-ENDED-OK-COUNT to ws-count-disp-2
           move XARUNLG-MISSING-COUNT to ws-count-disp-3
           move XARUNLG-LATE-COUNT to ws-count-disp-4
           move XARUNLG-FAILED-COUNT to ws-count-disp-5
           move spaces to ws-detail-build
           string
               "EXPECTED " delimited size
               ws-count-disp-1 delimited size
               "  OK " delimited size
               ws-count-disp-2 delimited size
               "  MISSING " delimited size
               ws-count-disp-3 delimited size
               "  LATE " delimited size
               ws-count-disp-4 delimited size
               "  RC8+ " delimited size
               ws-count-disp-5 delimited size
               "  " delimited size
               XARUNLG-CHECK-DATE delimited size
           into ws-detail-build
           move ws-detail-build to BRDTO
           .

      *****************************************************************
      *  Open alerts: browse the severity path of the XAALOPEN index
      *  and re-read each alert it points at from XAALERT, counting
      *  the open ones and the high-severity ones raised outside a
      *  maintenance window.  An index entry whose alert is gone or
      *  already acknowledged is passed over (XAALIDX tidies those).
      *  An index that is simply empty is GREEN; one that cannot be
      *  read at all is AMBER -- the alerts are not being seen.
      *****************************************************************
       assess-open-alerts section.

           move 0 to ws-alert-open
           move 0 to ws-alert-high
           move 0 to ws-alert-high-unwindowed
           move low-values to ws-ao-browse-key
           move "S" to ws-ao-browse-key(1:1)

           exec cics
               startbr file("XAALOPEN")
                   ridfld(ws-ao-browse-key)
                   gteq
                   resp(ws-resp)
           end-exec

           if ws-resp = dfhresp(normal)
               perform read-next-open-alert
                   until ws-resp not = dfhresp(normal)
               exec cics
                   endbr file("XAALOPEN")
               end-exec
           else
               if ws-resp not = dfhresp(notfnd)
                   move "A" to ws-alert-rag
                   move "AMBER" to OASTO
                   move "OPEN-ALERT INDEX UNAVAILABLE - RUN XAALIDX"
                       to OADTO
                   exit section
               end-if
           end-if

           if ws-alert-high-unwindowed > 0
               move "R" to ws-alert-rag
           else
               if ws-alert-open > 0
                   move "A" to ws-alert-rag
               else
                   move "G" to ws-alert-rag
               end-if
           end-if

           move ws-alert-open to ws-count-disp-1
           move ws-alert-high to ws-count-disp-2
           move ws-alert-high-unwindowed to ws-count-disp-3
           move spaces to ws-detail-build
           string
               "OPEN " delimited size
               ws-count-disp-1 delimited size
               "   HIGH " delimited size
               ws-count-disp-2 delimited size
               "   HIGH OUTSIDE A WINDOW " delimited size
               ws-count-disp-3 delimited size
           into ws-detail-build
           move ws-detail-build to OADTO

           evaluate ws-alert-rag
               when "R"
                   move "RED" to OASTO
               when "A"
                   move "AMBER" to OASTO
               when other
                   move "GREEN" to OASTO
           end-evaluate
           .

       read-next-open-alert section.

           exec cics
               readnext file("XAALOPEN")
                   into(XAALOPEN-RECORD)
                   ridfld(ws-ao-browse-key)
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               exit section
           end-if

      *>   Past the severity path -- stop.
           if not XAALOPEN-BY-SEVERITY
               move dfhresp(endfile) to ws-resp
               exit section
           end-if

           move XAALOPEN-ALERT-KEY to ws-alert-key
           exec cics
               read file("XAALERT")
                   into(XAALERT-RECORD)
                   ridfld(ws-alert-key)
                   resp(ws-alert-resp)
           end-exec

           if ws-alert-resp = dfhresp(normal)
           and XAALERT-NOT-ACKED
               add 1 to ws-alert-open
               if XAALERT-SEV-HIGH
                   add 1 to ws-alert-high
                   if not XAALERT-WAS-IN-WINDOW
                       add 1 to ws-alert-high-unwindowed
                   end-if
               end-if
           end-if
           .

      *****************************************************************
      *  Overall status is the worst of the five areas.
      *****************************************************************
       set-overall-status section.

           if ws-mfh-rag = "R" or ws-heur-rag = "R"
                               or ws-swr-rag = "R"
                               or ws-run-rag = "R"
                               or ws-alert-rag = "R"
               move "R" to ws-overall-rag
               move "RED" to OVSTO
           else
               if ws-mfh-rag = "A" or ws-heur-rag = "A"
                                   or ws-swr-rag = "A"
                                   or ws-run-rag = "A"
                                   or ws-alert-rag = "A"
                   move "A" to ws-overall-rag
                   move "AMBER" to OVSTO
               else
