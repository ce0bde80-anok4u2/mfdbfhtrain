      $set cicsecm
       identification division.
       program-id. XARB.

      *****************************************************************
      *  XARB -- alert runbook maintenance.  Adds, updates, deletes
      *  and inquires on XARUNBK runbooks: for an XAALERT source
      *  (XARECON, XASWRECN, ENQMON, MSGBESC ...), optionally narrowed
      *  to one resource and to alerts whose text starts with a given
      *  prefix, the numbered action steps an operator takes and the
      *  contact to escalate to.  XAAL shows the best-matching
      *  runbook for the alert an operator selects.
      *
      *  Steps are keyed from step 1 with no gaps; the step count is
      *  the number keyed.  Adding or updating a runbook stamps it as
      *  reviewed by the operator that day; the R action confirms an
      *  unchanged runbook as reviewed.  XARBRPT lists, nightly, the
      *  runbooks not reviewed in a year and the alert sources that
      *  fired with no runbook to follow.
      *
      *  A runbook record is wider than the XAREFAUD change-history
      *  images, so it is not recorded there; the record carries its
      *  own last-changed and last-reviewed userid and date.
      *****************************************************************

       environment division.
       configuration section.

       input-output section.
       file-control.
           copy xarunbksel.

       data division.
       file section.
           copy xarunbk.

       working-storage section.
           copy xarbmap.

       01  ws-xarunbk-status           pic x(2).

       01  ws-resp                     pic s9(8) comp.
       01  ws-action                   pic x(1).
       01  ws-idx                      pic s9(4) comp-5.
       01  ws-abstime                  pic s9(15) comp-3.
       01  ws-today                    pic x(8).
       01  ws-userid                   pic x(8).

      *> Fields as keyed, saved before the output map is cleared
      *> (the output map redefines the input map).
       01  ws-entered.
           05  ws-en-step occurs 8 times
                                       pic x(60).
           05  ws-en-escalation        pic x(40).

       01  ws-step-count               pic s9(4) comp-5.
       01  ws-gap-found                pic x(1).

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

           move low-values to XARBMSO
           move "KEY AN ACTION AND THE ALERT SOURCE AND PRESS ENTER"
               to MSGO

           exec cics
               send map("XARBMS") mapset("XARBMAP")
                   from(XARBMSO)
                   erase
           end-exec
           .

      *****************************************************************
      *  Operator pressed ENTER -- validate the action and apply it.
      *****************************************************************
       receive-and-apply section.

           exec cics
               receive map("XARBMS") mapset("XARBMAP")
                   into(XARBMSI)
                   resp(ws-resp)
           end-exec

           move ACTNI to ws-action
           move spaces to xarunbk-record
           move SRCI to xarunbk-source
           move RESI to xarunbk-resource
           move PFXI to xarunbk-prefix
           move STP1I to ws-en-step(1)
           move STP2I to ws-en-step(2)
           move STP3I to ws-en-step(3)
           move STP4I to ws-en-step(4)
           move STP5I to ws-en-step(5)
           move STP6I to ws-en-step(6)
           move STP7I to ws-en-step(7)
           move STP8I to ws-en-step(8)
           move ESCI to ws-en-escalation
           inspect ws-entered replacing all low-values by spaces
           inspect xarunbk-key replacing all low-values by spaces

           move low-values to XARBMSO
           move ws-action to ACTNO
           move xarunbk-source to SRCO
           move xarunbk-resource to RESO
           move xarunbk-prefix to PFXO

           if xarunbk-source = spaces
               move "AN ALERT SOURCE IS REQUIRED" to MSGO
           else
               evaluate ws-action
                   when "A"
                       perform add-runbook
                   when "U"
                       perform update-runbook
                   when "D"
                       perform delete-runbook
                   when "I"
                       perform inquire-runbook
                   when "R"
                       perform review-runbook
                   when other
                       move "ACTION MUST BE A, U, D, I OR R" to MSGO
               end-evaluate
           end-if

           exec cics
               send map("XARBMS") mapset("XARBMAP")
                   from(XARBMSO)
                   dataonly
           end-exec
           .

      *****************************************************************
      *  Move the keyed steps and contact into the record.  Steps
      *  run from step 1 with no blank step between two keyed ones;
      *  at least one step and the escalation contact are required.
      *  Keying a runbook in is a review of it.
      *****************************************************************
       build-runbook-from-screen section.

           move 0 to ws-step-count
           move "N" to ws-gap-found
           perform varying ws-idx from 1 by 1 until ws-idx > 8
               if ws-en-step(ws-idx) not = spaces
                   if ws-step-count < ws-idx - 1
                       move "Y" to ws-gap-found
                   end-if
                   move ws-idx to ws-step-count
               end-if
           end-perform

           if ws-step-count = 0
               move "AT LEAST ONE ACTION STEP IS REQUIRED" to MSGO
               move "N" to ws-action
               exit section
           end-if

           if ws-gap-found = "Y"
               move "ACTION STEPS MUST BE KEYED FROM 1 WITH NO GAPS"
                   to MSGO
               move "N" to ws-action
               exit section
           end-if

           if ws-en-escalation = spaces
               move "AN ESCALATION CONTACT IS REQUIRED" to MSGO
               move "N" to ws-action
               exit section
           end-if

           move ws-step-count to xarunbk-step-count
           perform varying ws-idx from 1 by 1 until ws-idx > 8
               move ws-en-step(ws-idx) to xarunbk-step(ws-idx)
           end-perform
           move ws-en-escalation to xarunbk-escalation

           perform get-user-and-date
           move ws-userid to xarunbk-updated-by
           move ws-today to xarunbk-updated-date
           move ws-userid to xarunbk-reviewed-by
           move ws-today to xarunbk-reviewed-date
           .

       get-user-and-date section.

           exec cics
               assign userid(ws-userid)
           end-exec
           exec cics
               asktime abstime(ws-abstime)
           end-exec
           exec cics
               formattime abstime(ws-abstime)
                   yyyymmdd(ws-today)
           end-exec
           .

       add-runbook section.

           perform build-runbook-from-screen
           if ws-action = "N"
               exit section
           end-if

           exec cics
               write file("XARUNBK")
                   from(xarunbk-record)
                   ridfld(xarunbk-key)
                   resp(ws-resp)
           end-exec

           evaluate ws-resp
               when dfhresp(normal)
                   move "RUNBOOK ADDED" to MSGO
                   perform show-stamps
               when dfhresp(duprec)
                   move "RUNBOOK ALREADY ON FILE - USE U" to MSGO
               when other
                   move "UNABLE TO ADD RUNBOOK" to MSGO
           end-evaluate
           .

       update-runbook section.

           exec cics
               read file("XARUNBK")
                   into(xarunbk-record)
                   ridfld(xarunbk-key)
                   update
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               move "RUNBOOK NOT ON FILE - USE A" to MSGO
               exit section
           end-if

           perform build-runbook-from-screen
           if ws-action = "N"
               exec cics
                   unlock file("XARUNBK")
               end-exec
               exit section
           end-if

           exec cics
               rewrite file("XARUNBK")
                   from(xarunbk-record)
                   resp(ws-resp)
           end-exec

           if ws-resp = dfhresp(normal)
               move "RUNBOOK UPDATED" to MSGO
               perform show-stamps
           else
               move "UNABLE TO UPDATE RUNBOOK" to MSGO
           end-if
           .

       delete-runbook section.

           exec cics
               delete file("XARUNBK")
                   ridfld(xarunbk-key)
                   resp(ws-resp)
           end-exec

           evaluate ws-resp
               when dfhresp(normal)
                   move "RUNBOOK DELETED" to MSGO
               when dfhresp(notfnd)
                   move "RUNBOOK NOT ON FILE" to MSGO
               when other
                   move "UNABLE TO DELETE RUNBOOK" to MSGO
           end-evaluate
           .

       inquire-runbook section.

           exec cics
               read file("XARUNBK")
                   into(xarunbk-record)
                   ridfld(xarunbk-key)
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               move "RUNBOOK NOT ON FILE" to MSGO
               exit section
           end-if

           perform show-runbook
           move "RUNBOOK DISPLAYED" to MSGO
           .

      *****************************************************************
      *  R -- the runbook was read through and still holds: stamp it
      *  reviewed without changing it, and show it as it stands.
      *****************************************************************
       review-runbook section.

           exec cics
               read file("XARUNBK")
                   into(xarunbk-record)
                   ridfld(xarunbk-key)
                   update
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               move "RUNBOOK NOT ON FILE" to MSGO
               exit section
           end-if

           perform get-user-and-date
           move ws-userid to xarunbk-reviewed-by
           move ws-today to xarunbk-reviewed-date

           exec cics
               rewrite file("XARUNBK")
                   from(xarunbk-record)
                   resp(ws-resp)
           end-exec

           perform show-runbook
           if ws-resp = dfhresp(normal)
               move "RUNBOOK MARKED AS REVIEWED" to MSGO
           else
               move "UNABLE TO MARK RUNBOOK AS REVIEWED" to MSGO
           end-if
           .

       show-runbook section.

           move xarunbk-step(1) to STP1O
           move xarunbk-step(2) to STP2O
           move xarunbk-step(3) to STP3O
           move xarunbk-step(4) to STP4O
           move xarunbk-step(5) to STP5O
           move xarunbk-step(6) to STP6O
           move xarunbk-step(7) to STP7O
           move xarunbk-step(8) to STP8O
           move xarunbk-escalation to ESCO
           perform show-stamps
           .

       show-stamps section.

           move xarunbk-reviewed-date to RVWDO
           move xarunbk-reviewed-by to RVWBO
           move xarunbk-updated-by to UPDBO
           move xarunbk-updated-date to UPDDO
           .

       end program XARB.
