      $set cicsecm
       identification division.
       program-id. XAOC.

      *****************************************************************
      *  XAOC -- on-call rota maintenance.  Adds, updates, deletes
      *  and inquires on XAONCALL entries: for an owner team (the
      *  team name as keyed in XARESREG or ENQREG), a rota date and a
      *  shift code, the shift's start and end time and the primary
      *  and secondary on call with the pager address the paging
      *  gateway delivers to.  XAPAGE routes the page for every new
      *  high-severity XAALERT item to the owning team's primary for
      *  the shift covering "now", and re-pages the secondary if the
      *  item is still unacknowledged in XAAL after the re-page
      *  interval.
      *
      *  A shift whose end time is at or before its start runs on
      *  into the next day; key an overnight shift under the date it
      *  starts.  Shift codes are the team's own (D/N, 1/2/3 ...) --
      *  they only keep two shifts on one date apart.  The secondary
      *  is optional, but a name without a pager (or the reverse) is
      *  refused: a page nobody can be reached on is worse than none.
      *****************************************************************

       environment division.
       configuration section.

       input-output section.
       file-control.
           copy xaoncallsel.

       data division.
       file section.
           copy xaoncall.

       working-storage section.
           copy xaocmap.

       01  ws-xaoncall-status          pic x(2).

       01  ws-resp                     pic s9(8) comp.
       01  ws-action                   pic x(1).
       01  ws-userid                   pic x(8).
       01  ws-abstime                  pic s9(15) comp-3.
       01  ws-now-date                 pic x(8).

      *> Shift-time check work area.
       01  ws-hhmm                     pic x(4).
       01  ws-hhmm-parts redefines ws-hhmm.
           05  ws-hhmm-hh              pic 9(2).
           05  ws-hhmm-mm              pic 9(2).
       01  ws-time-ok                  pic x(1).

      *> Fields as keyed, saved before the output map is cleared
      *> (the output map redefines the input map).
       01  ws-entered.
           05  ws-en-start             pic x(4).
           05  ws-en-end               pic x(4).
           05  ws-en-primary-name      pic x(24).
           05  ws-en-primary-pager     pic x(16).
           05  ws-en-second-name       pic x(24).
           05  ws-en-second-pager      pic x(16).

       linkage section.

       01  dfhcommarea                 pic x(1).

       procedure division using dfhcommarea.

           if eibcalen = 0
               perform send-initial-map
           else
               perform receive-and-apply
           end-if

           exec cics return
               transid(eibtrnid)
           end-exec

           goback.

      *****************************************************************
      *  First entry -- paint a blank maintenance panel.
      *****************************************************************
       send-initial-map section.

           move low-values to XAOCMSO
           move "KEY AN ACTION, TEAM, DATE AND SHIFT AND PRESS ENTER"
               to MSGO

           exec cics
               send map("XAOCMS") mapset("XAOCMAP")
                   from(XAOCMSO)
                   erase
           end-exec
           .

      *****************************************************************
      *  Operator pressed ENTER -- validate the action and apply it.
      *****************************************************************
       receive-and-apply section.

           exec cics
               receive map("XAOCMS") mapset("XAOCMAP")
                   into(XAOCMSI)
                   resp(ws-resp)
           end-exec

           move ACTNI to ws-action
           move spaces to xaoncall-record
           move TEAMI to xaoncall-team
           move RDATI to xaoncall-date
           move SHFTI to xaoncall-shift
           move STRTI to ws-en-start
           move ENDTI to ws-en-end
           move PNAMI to ws-en-primary-name
           move PPGRI to ws-en-primary-pager
           move SNAMI to ws-en-second-name
           move SPGRI to ws-en-second-pager
           inspect ws-entered replacing all low-values by spaces

           move low-values to XAOCMSO
           move ws-action to ACTNO
           move xaoncall-team to TEAMO
           move xaoncall-date to RDATO
           move xaoncall-shift to SHFTO

           if xaoncall-team = spaces
           or xaoncall-team = low-values
               move "AN OWNER TEAM IS REQUIRED" to MSGO
           else
               if xaoncall-date not numeric
                   move "ROTA DATE MUST BE NUMERIC YYYYMMDD" to MSGO
               else
                   if xaoncall-shift = spaces
                   or xaoncall-shift = low-values
                       move "A SHIFT CODE IS REQUIRED" to MSGO
                   else
                       evaluate ws-action
                           when "A"
                               perform add-entry
                           when "U"
                               perform update-entry
                           when "D"
                               perform delete-entry
                           when "I"
                               perform inquire-entry
                           when other
                               move "ACTION MUST BE A, U, D OR I"
                                   to MSGO
                       end-evaluate
                   end-if
               end-if
           end-if

           exec cics
               send map("XAOCMS") mapset("XAOCMAP")
                   from(XAOCMSO)
                   dataonly
           end-exec
           .

      *****************************************************************
      *  Move the keyed fields into the record.  Shift times must be
      *  real HHMM clock times and must differ (equal start and end
      *  would be a 24-hour shift nobody meant to key).  The primary
      *  name and pager are required; the secondary is both or
      *  neither.
      *****************************************************************
       build-entry-from-screen section.

           move ws-en-start to ws-hhmm
           perform check-hhmm
           if ws-time-ok not = "Y"
               move "SHIFT START MUST BE A TIME HHMM" to MSGO
               move "N" to ws-action
               exit section
           end-if
           move ws-hhmm to xaoncall-start-time

           move ws-en-end to ws-hhmm
           perform check-hhmm
           if ws-time-ok not = "Y"
               move "SHIFT END MUST BE A TIME HHMM" to MSGO
               move "N" to ws-action
               exit section
           end-if
           move ws-hhmm to xaoncall-end-time

           if xaoncall-end-time = xaoncall-start-time
               move "SHIFT START AND END MUST DIFFER" to MSGO
               move "N" to ws-action
               exit section
           end-if

           if ws-en-primary-name = spaces
           or ws-en-primary-pager = spaces
               move "PRIMARY NAME AND PAGER ARE REQUIRED" to MSGO
               move "N" to ws-action
               exit section
           end-if

           if (ws-en-second-name = spaces
               and ws-en-second-pager not = spaces)
           or (ws-en-second-name not = spaces
               and ws-en-second-pager = spaces)
               move "SECONDARY NEEDS BOTH A NAME AND A PAGER" to MSGO
               move "N" to ws-action
               exit section
           end-if

           move ws-en-primary-name to xaoncall-primary-name
           move ws-en-primary-pager to xaoncall-primary-pager
           move ws-en-second-name to xaoncall-second-name
           move ws-en-second-pager to xaoncall-second-pager

           exec cics
               assign userid(ws-userid)
           end-exec
           exec cics
               asktime abstime(ws-abstime)
           end-exec
           exec cics
               formattime abstime(ws-abstime)
                   yyyymmdd(ws-now-date)
           end-exec
           move ws-userid to xaoncall-updated-by
           move ws-now-date to xaoncall-updated-date
           .

       check-hhmm section.

           move "N" to ws-time-ok
           if ws-hhmm numeric
               if ws-hhmm-hh < 24 and ws-hhmm-mm < 60
                   move "Y" to ws-time-ok
               end-if
           end-if
           .

       add-entry section.

           perform build-entry-from-screen
           if ws-action = "N"
               exit section
           end-if

           exec cics
               write file("XAONCALL")
                   from(xaoncall-record)
                   ridfld(xaoncall-key)
                   resp(ws-resp)
           end-exec

           evaluate ws-resp
               when dfhresp(normal)
                   move "ROTA ENTRY ADDED" to MSGO
               when dfhresp(duprec)
                   move "SHIFT ALREADY ON THE ROTA - USE U" to MSGO
               when other
                   move "UNABLE TO ADD ROTA ENTRY" to MSGO
           end-evaluate
           .

       update-entry section.

           exec cics
               read file("XAONCALL")
                   into(xaoncall-record)
                   ridfld(xaoncall-key)
                   update
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               move "SHIFT NOT ON THE ROTA - USE A" to MSGO
               exit section
           end-if

           perform build-entry-from-screen
           if ws-action = "N"
               exec cics
                   unlock file("XAONCALL")
               end-exec
               exit section
           end-if

           exec cics
               rewrite file("XAONCALL")
                   from(xaoncall-record)
                   resp(ws-resp)
           end-exec

           if ws-resp = dfhresp(normal)
               move "ROTA ENTRY UPDATED" to MSGO
           else
               move "UNABLE TO UPDATE ROTA ENTRY" to MSGO
           end-if
           .

       delete-entry section.

           exec cics
               delete file("XAONCALL")
                   ridfld(xaoncall-key)
                   resp(ws-resp)
           end-exec

           evaluate ws-resp
               when dfhresp(normal)
                   move "ROTA ENTRY DELETED" to MSGO
               when dfhresp(notfnd)
                   move "SHIFT NOT ON THE ROTA" to MSGO
               when other
                   move "UNABLE TO DELETE ROTA ENTRY" to MSGO
           end-evaluate
           .

       inquire-entry section.

           exec cics
               read file("XAONCALL")
                   into(xaoncall-record)
                   ridfld(xaoncall-key)
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               move "SHIFT NOT ON THE ROTA" to MSGO
               exit section
           end-if

           move xaoncall-start-time to STRTO
           move xaoncall-end-time to ENDTO
           move xaoncall-primary-name to PNAMO
           move xaoncall-primary-pager to PPGRO
           move xaoncall-second-name to SNAMO
           move xaoncall-second-pager to SPGRO
           move xaoncall-updated-by to UPDBO
           move xaoncall-updated-date to UPDDO
           move "ROTA ENTRY DISPLAYED" to MSGO
           .

       end program XAOC.
