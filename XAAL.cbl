      *  re-raising high-severity entries until someone closes them
      *  here.
      *
      *  The list is read through the XAALOPEN open-alert index (see
      *  xa/xaalopen.cpy), which holds only the unacknowledged alerts,
      *  high severity first and oldest first within a severity -- so
      *  the screen no longer reads past every alert ever closed.
      *  Acknowledging an alert takes it out of the index.  If the
      *  index cannot be browsed the list falls back to reading
      *  XAALERT from the top and says so (XAALIDX rebuilds it).
      *
      *  The keys of the rows on screen are carried in the COMMAREA
      *  so the selection on the next ENTER is matched to the alert
      *  the operator actually saw (the same pattern as XAHR).
      *
      *  Selecting an alert with A or R also shows, under the list,
      *  the XARUNBK runbook that best fits it (maintained through
      *  XARB): of the runbooks for the alert's source, one naming
      *  the alert's resource is preferred to one for any resource,
      *  and within that the one whose text prefix matches the most
      *  of the alert text.  R shows the runbook without
      *  acknowledging the alert.
      *
      *  Authority: acknowledging needs XAOPAUTH-ALERTACK-AUTH on the
      *  operator's XAOPAUTH record -- closing an alert asserts that
      *  someone owns the problem, which is every bit as sensitive as
       input-output section.
       file-control.
           copy xaalertsel.
           copy xaalopensel.
           copy xarunbksel.

       data division.
       file section.
           copy xaalert.
           copy xaalopen.
           copy xarunbk.

       working-storage section.
           copy xaalmap.

       01  WS-XAALERT-STATUS           pic x(2).
       01  WS-XAALOPEN-STATUS          pic x(2).
       01  WS-XARUNBK-STATUS           pic x(2).

       01  ws-resp                     pic s9(8) comp.
       01  ws-resp2                    pic s9(8) comp.
       01  ws-ack-date                 pic x(8).
       01  ws-ack-time                 pic x(6).
       01  ws-browse-key               pic x(30).
       01  ws-ao-browse-key            pic x(39).
       01  ws-ao-resp                  pic s9(8) comp.
       01  ws-sel-char                 pic x(1).
       01  ws-sel-action               pic x(1).

      *> Runbook lookup for the selected alert (see
      *> show-alert-runbook).
       01  ws-rb-browse-key.
           05  ws-rb-source            pic x(8).
           05  ws-rb-resource          pic x(8).
           05  ws-rb-prefix            pic x(20).
       01  ws-rb-best-key              pic x(36).
       01  ws-rb-best-len              pic s9(4) comp-5.
       01  ws-rb-len                   pic s9(4) comp-5.
       01  ws-rb-step-line.
           05  ws-rb-step-no           pic 9(1).
           05  filler                  pic x(2) value ". ".
           05  ws-rb-step-text         pic x(60).
       01  ws-rb-any-resource          pic x(8).
       01  ws-rb-any-prefix            pic x(20).
       01  ws-rb-overdue               pic x(8).
       01  ws-year-ago                 pic 9(8).

      *> Operator authority record -- field layout mirrors
      *> xa/xaopauth.cpy's FD record.
           move low-values to XAALMSO

           if ws-row not = 0
               if ws-sel-action = "A"
                   perform acknowledge-selected-alert
               end-if
               perform show-alert-runbook
           end-if

           perform build-alert-list
               end-evaluate
               if ws-sel-char = "A" or ws-sel-char = "a"
                   move ws-idx to ws-row
                   move "A" to ws-sel-action
               end-if
               if ws-sel-char = "R" or ws-sel-char = "r"
                   move ws-idx to ws-row
                   move "R" to ws-sel-action
               end-if
           end-perform


           if ws-resp2 = dfhresp(normal)
               move "ALERT ACKNOWLEDGED" to MSGO
               perform drop-open-alert-index
           else
               move "UNABLE TO REWRITE ALERT RECORD" to MSGO
           end-if
           .

      *****************************************************************
      *  The alert just acknowledged is no longer open: delete its
      *  two XAALOPEN entries, by resource and by severity rank.  An
      *  entry already gone is not an error, and one left behind by
      *  a failed delete is passed over by every reader.
      *****************************************************************
       drop-open-alert-index section.

           move spaces to XAALOPEN-RECORD
           move XAALERT-KEY to XAALOPEN-ALERT-KEY

           move "R" to XAALOPEN-PATH
           move XAALERT-RESOURCE to XAALOPEN-PATH-VALUE
           exec cics
               delete file("XAALOPEN")
                   ridfld(XAALOPEN-KEY)
                   resp(ws-ao-resp)
           end-exec

           move "S" to XAALOPEN-PATH
           evaluate true
               when XAALERT-SEV-HIGH
                   move "1" to XAALOPEN-PATH-VALUE
               when XAALERT-SEV-MEDIUM
                   move "2" to XAALOPEN-PATH-VALUE
               when XAALERT-SEV-LOW
                   move "3" to XAALOPEN-PATH-VALUE
               when other
                   move "9" to XAALOPEN-PATH-VALUE
           end-evaluate
           exec cics
               delete file("XAALOPEN")
                   ridfld(XAALOPEN-KEY)
                   resp(ws-ao-resp)
           end-exec
           .

      *****************************************************************
      *  Show the best-fitting runbook for the selected alert under
      *  the list: those naming the alert's resource are tried
      *  first, then those for any resource; within each, the
      *  longest text prefix the alert text starts with wins (a
      *  blank prefix fits every alert, as the shortest).
      *****************************************************************
       show-alert-runbook section.

           move ca-entry-key(ws-row) to ws-browse-key

           exec cics
               read file("XAALERT")
                   into(XAALERT-RECORD)
                   ridfld(ws-browse-key)
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               if ws-sel-action = "R"
                   move "ALERT NO LONGER ON FILE - LIST REFRESHED"
                       to MSGO
               end-if
               exit section
           end-if

           move -1 to ws-rb-best-len
           move spaces to ws-rb-best-key

           if XAALERT-RESOURCE not = spaces
               move XAALERT-RESOURCE to ws-rb-resource
               perform browse-runbooks
           end-if

           if ws-rb-best-len < 0
               move spaces to ws-rb-resource
               perform browse-runbooks
           end-if

           if ws-rb-best-len < 0
               move spaces to RBHO
               string "NO RUNBOOK ON FILE FOR ALERT SOURCE "
                          delimited by size
                      XAALERT-SOURCE delimited by space
                      " - ADD ONE THROUGH XARB" delimited by size
                   into RBHO
               end-string
               if ws-sel-action = "R"
                   move "NO RUNBOOK FOR THE SELECTED ALERT" to MSGO
               end-if
               exit section
           end-if

           exec cics
               read file("XARUNBK")
                   into(xarunbk-record)
                   ridfld(ws-rb-best-key)
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               move "RUNBOOK COULD NOT BE READ - TRY AGAIN" to RBHO
               exit section
           end-if

           perform format-runbook

           if ws-sel-action = "R"
               move "RUNBOOK FOR THE SELECTED ALERT SHOWN BELOW"
                   to MSGO
           end-if
           .

      *>   Browse the runbooks for the alert's source and the resource
      *>   in ws-rb-resource, keeping the best fit in ws-rb-best-key.
       browse-runbooks section.

           move XAALERT-SOURCE to ws-rb-source
           move low-values to ws-rb-prefix

           exec cics
               startbr file("XARUNBK")
                   ridfld(ws-rb-browse-key)
                   gteq
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               exit section
           end-if

           perform check-next-runbook
               until ws-resp not = dfhresp(normal)

           exec cics
               endbr file("XARUNBK")
           end-exec
           .

       check-next-runbook section.

           exec cics
               readnext file("XARUNBK")
                   into(xarunbk-record)
                   ridfld(ws-rb-browse-key)
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               exit section
           end-if

      *>   Past the source and resource being looked at -- stop.
           if xarunbk-source not = XAALERT-SOURCE
           or xarunbk-resource not = ws-rb-resource
               move dfhresp(endfile) to ws-resp
               exit section
           end-if

      *>   An all-blank prefix matches any text.  Otherwise the scan
      *>   stops on the last non-blank byte, never below position 1.
           if xarunbk-prefix = spaces
               move 0 to ws-rb-len
           else
               perform varying ws-rb-len from 20 by -1
                       until xarunbk-prefix(ws-rb-len:1) not = space
                   continue
               end-perform
           end-if

           if ws-rb-len > 0
               if XAALERT-TEXT(1:ws-rb-len)
                       not = xarunbk-prefix(1:ws-rb-len)
                   exit section
               end-if
           end-if

           if ws-rb-len > ws-rb-best-len
               move ws-rb-len to ws-rb-best-len
               move xarunbk-key to ws-rb-best-key
           end-if
           .

      *****************************************************************
      *  Runbook panel: which runbook it is, its numbered steps, who
      *  to escalate to and when it was last reviewed -- flagged
      *  OVERDUE when that is more than a year ago.
      *****************************************************************
       format-runbook section.

           move xarunbk-resource to ws-rb-any-resource
           if ws-rb-any-resource = spaces
               move "ANY" to ws-rb-any-resource
           end-if
           move xarunbk-prefix to ws-rb-any-prefix
           if ws-rb-any-prefix = spaces
               move "ANY TEXT" to ws-rb-any-prefix
           end-if

           move spaces to RBHO
           string "RUNBOOK - SOURCE " delimited by size
                  xarunbk-source delimited by space
                  "  RESOURCE " delimited by size
                  ws-rb-any-resource delimited by space
                  "  TEXT " delimited by size
                  ws-rb-any-prefix delimited by size
               into RBHO
           end-string

           perform varying ws-idx from 1 by 1
                   until ws-idx > xarunbk-step-count
                      or ws-idx > 8
               move ws-idx to ws-rb-step-no
               move xarunbk-step(ws-idx) to ws-rb-step-text
               evaluate ws-idx
                   when 1
                       move ws-rb-step-line to RBS1O
                   when 2
                       move ws-rb-step-line to RBS2O
                   when 3
                       move ws-rb-step-line to RBS3O
                   when 4
                       move ws-rb-step-line to RBS4O
                   when 5
                       move ws-rb-step-line to RBS5O
                   when 6
                       move ws-rb-step-line to RBS6O
                   when 7
                       move ws-rb-step-line to RBS7O
                   when 8
                       move ws-rb-step-line to RBS8O
               end-evaluate
           end-perform

           move spaces to ws-rb-overdue
           move ws-ack-date to ws-year-ago
           subtract 10000 from ws-year-ago
           if xarunbk-reviewed-date < ws-year-ago
               move " OVERDUE" to ws-rb-overdue
           end-if

           move spaces to RBEO
           string "ESCALATE: " delimited by size
                  xarunbk-escalation delimited by "  "
                  "  REVIEWED " delimited by size
                  xarunbk-reviewed-date delimited by size
                  ws-rb-overdue delimited by size
               into RBEO
           end-string
           .

      *****************************************************************
      *  One XAAUTHAUD record per denied acknowledgment attempt --
      *  who tried matters as much as who succeeded.
           .

      *****************************************************************
      *  Browse the severity path of the XAALOPEN open-alert index
      *  and fill up to eight rows with the alerts it points at,
      *  keeping each row's key in the COMMAREA for the next
      *  interaction.  Each alert is re-read from XAALERT; one gone
      *  or already acknowledged is passed over.
      *****************************************************************
       build-alert-list section.

           move 0 to ws-commarea-count
           move low-values to ws-ao-browse-key
           move "S" to ws-ao-browse-key(1:1)

           exec cics
               startbr file("XAALOPEN")
                   ridfld(ws-ao-browse-key)
                   gteq
                   resp(ws-resp)
           end-exec

           if ws-resp = dfhresp(notfnd)
               move "NO OPEN ALERTS - NOTHING TO ACTION" to MSGO
               exit section
           end-if

           if ws-resp not = dfhresp(normal)
               perform build-alert-list-full
               if MSGO = low-values or MSGO = spaces
                   move "OPEN-ALERT INDEX UNAVAILABLE - RUN XAALIDX"
                       to MSGO
               end-if
               exit section
           end-if

           perform read-next-indexed-alert
               until ws-commarea-count = 8
                  or ws-resp not = dfhresp(normal)

           exec cics
               endbr file("XAALOPEN")
           end-exec

           if ws-commarea-count = 0
               move "NO OPEN ALERTS - NOTHING TO ACTION" to MSGO
           end-if
           .

       read-next-indexed-alert section.

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

           move XAALOPEN-ALERT-KEY to ws-browse-key
           exec cics
               read file("XAALERT")
                   into(XAALERT-RECORD)
                   ridfld(ws-browse-key)
                   resp(ws-ao-resp)
           end-exec

           if ws-ao-resp = dfhresp(normal)
           and XAALERT-NOT-ACKED
               add 1 to ws-commarea-count
               move XAALERT-KEY
                   to ws-commarea-key(ws-commarea-count)
               perform format-alert-row
           end-if
           .

      *****************************************************************
      *  Fallback when the index cannot be browsed: browse XAALERT
      *  from the top and fill up to eight rows with open
      *  (unacknowledged) alerts.
      *****************************************************************
       build-alert-list-full section.

           move 0 to ws-commarea-count
           move low-values to ws-browse-key

