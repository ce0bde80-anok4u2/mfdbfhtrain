      $set cicsecm
       identification division.
       program-id. XASL.

      *****************************************************************
      *  XASL -- SLA target register maintenance.  Adds, updates,
      *  deletes and inquires on XASLAREG entries: for a resource
      *  (type R, the resource name as keyed in XARESREG) or an owner
      *  team (type T, the owner-team name as keyed in XARESREG), the
      *  availability percentage the month must reach, the most hours
      *  a heuristic outcome may stay unresolved and the most minutes
      *  a high-severity alert may stay unacknowledged.  XASLARPT
      *  measures each month against them for the review pack.
      *
      *  A team entry is the default for every resource the team
      *  owns.  A resource entry overrides it target by target: a
      *  blank or zero target on a resource entry takes the team's,
      *  so a resource entry need only carry what differs.  A team
      *  entry must set at least one target (it has nothing else to
      *  say); a resource entry may set none and only name the
      *  reporting team, for a resource not yet on XARESREG.
      *
      *  Every successful add, update and delete is written to the
      *  XAREFAUD change history with the record's before- and
      *  after-image, the userid, terminal and time (XAREFCHG lists
      *  it for supervisor review).
      *****************************************************************

       environment division.
       configuration section.

       input-output section.
       file-control.
           copy xaslaregsel.
           copy xarefaudsel.

       data division.
       file section.
           copy xaslareg.
           copy xarefaud.

       working-storage section.
           copy xaslmap.

       01  ws-xaslareg-status          pic x(2).
       01  ws-xarefaud-status          pic x(2).

       01  ws-resp                     pic s9(8) comp.
       01  ws-action                   pic x(1).

      *> Change-history working fields (see write-change-history).
       01  ws-resp2                    pic s9(8) comp.
       01  ws-abstime                  pic s9(15) comp-3.
       01  ws-hist-date                pic x(8).
       01  ws-hist-time                pic x(6).
       01  ws-userid                   pic x(8).
       01  ws-hist-action              pic x(8).
       01  ws-before-image             pic x(200).

      *> Fields as keyed, saved before the output map is cleared
      *> (the output map redefines the input map).  A blank target
      *> is taken as zero.
       01  ws-entered.
           05  ws-en-team              pic x(16).
           05  ws-en-avail-int         pic x(3).
           05  ws-en-avail-dec         pic x(2).
           05  ws-en-resolve-hours     pic x(4).
           05  ws-en-ack-mins          pic x(5).

       01  ws-avail-keyed.
           05  ws-ak-int               pic 9(3).
           05  ws-ak-dec               pic 9(2).
       01  ws-avail-pct redefines ws-avail-keyed
                                       pic 9(3)v99.

      *> Inquiry display of the availability target.
       01  ws-avail-shown              pic 9(3)v99.
       01  ws-avail-shown-x redefines ws-avail-shown.
           05  ws-as-int               pic x(3).
           05  ws-as-dec               pic x(2).

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

           move low-values to XASLMSO
           move "KEY AN ACTION, ENTRY TYPE AND NAME AND PRESS ENTER"
               to MSGO

           exec cics
               send map("XASLMS") mapset("XASLMAP")
                   from(XASLMSO)
                   erase
           end-exec
           .

      *****************************************************************
      *  Operator pressed ENTER -- validate the action and apply it.
      *****************************************************************
       receive-and-apply section.

           exec cics
               receive map("XASLMS") mapset("XASLMAP")
                   into(XASLMSI)
                   resp(ws-resp)
           end-exec

           move ACTNI to ws-action
           move spaces to xaslareg-record
           move TYPEI to xaslareg-type
           move NAMEI to xaslareg-name
           move TEAMI to ws-en-team
           move AVLII to ws-en-avail-int
           move AVLDI to ws-en-avail-dec
           move RSLHI to ws-en-resolve-hours
           move ACKMI to ws-en-ack-mins
           inspect ws-entered replacing all low-values by spaces
           inspect xaslareg-key replacing all low-values by spaces

           move low-values to XASLMSO
           move ws-action to ACTNO
           move xaslareg-type to TYPEO
           move xaslareg-name to NAMEO

           if not xaslareg-is-resource
           and not xaslareg-is-team
               move "ENTRY TYPE MUST BE R (RESOURCE) OR T (TEAM)"
                   to MSGO
           else
               if xaslareg-name = spaces
                   move "A RESOURCE OR TEAM NAME IS REQUIRED" to MSGO
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
                           move "ACTION MUST BE A, U, D OR I" to MSGO
                   end-evaluate
               end-if
           end-if

           exec cics
               send map("XASLMS") mapset("XASLMAP")
                   from(XASLMSO)
                   dataonly
           end-exec
           .

      *****************************************************************
      *  Move the keyed targets into the record.  Each target is
      *  keyed in full (leading zeros) or left blank for zero;
      *  availability is 000.00 to 100.00.
      *  The reporting team belongs on resource entries only -- a
      *  team entry is its own section.
      *****************************************************************
       build-entry-from-screen section.

           if ws-en-avail-int = spaces
               move zeros to ws-en-avail-int
           end-if
           if ws-en-avail-dec = spaces
               move zeros to ws-en-avail-dec
           end-if
           if ws-en-resolve-hours = spaces
               move zeros to ws-en-resolve-hours
           end-if
           if ws-en-ack-mins = spaces
               move zeros to ws-en-ack-mins
           end-if

           if ws-en-avail-int not numeric
           or ws-en-avail-dec not numeric
               move "AVAILABILITY TARGET MUST BE NUMERIC NNN.NN" to MSGO
               move "N" to ws-action
               exit section
           end-if
           move ws-en-avail-int to ws-ak-int
           move ws-en-avail-dec to ws-ak-dec
           if ws-avail-pct > 100
               move "AVAILABILITY TARGET CANNOT EXCEED 100.00" to MSGO
               move "N" to ws-action
               exit section
           end-if

           if ws-en-resolve-hours not numeric
               move "RESOLVE TARGET MUST BE WHOLE HOURS" to MSGO
               move "N" to ws-action
               exit section
           end-if

           if ws-en-ack-mins not numeric
               move "ACKNOWLEDGE TARGET MUST BE WHOLE MINUTES" to MSGO
               move "N" to ws-action
               exit section
           end-if

           if xaslareg-is-team
               if ws-en-team not = spaces
                   move "REPORTING TEAM IS FOR RESOURCE ENTRIES ONLY"
                       to MSGO
                   move "N" to ws-action
                   exit section
               end-if
               if ws-avail-pct = 0
               and ws-en-resolve-hours = "0000"
               and ws-en-ack-mins = "00000"
                   move "A TEAM DEFAULT NEEDS AT LEAST ONE TARGET"
                       to MSGO
                   move "N" to ws-action
                   exit section
               end-if
           end-if

           move ws-en-team to xaslareg-team
           move ws-avail-pct to xaslareg-avail-pct
           move ws-en-resolve-hours to xaslareg-resolve-hours
           move ws-en-ack-mins to xaslareg-ack-mins

           exec cics
               assign userid(ws-userid)
           end-exec
           exec cics
               asktime abstime(ws-abstime)
           end-exec
           exec cics
               formattime abstime(ws-abstime)
                   yyyymmdd(ws-hist-date)
           end-exec
           move ws-userid to xaslareg-updated-by
           move ws-hist-date to xaslareg-updated-date
           .

       add-entry section.

           perform build-entry-from-screen
           if ws-action = "N"
               exit section
           end-if

           exec cics
               write file("XASLAREG")
                   from(xaslareg-record)
                   ridfld(xaslareg-key)
                   resp(ws-resp)
           end-exec

           evaluate ws-resp
               when dfhresp(normal)
                   move "SLA ENTRY ADDED" to MSGO
                   move "ADD" to ws-hist-action
                   move spaces to ws-before-image
                   perform write-change-history
               when dfhresp(duprec)
                   move "ENTRY ALREADY ON THE REGISTER - USE U" to MSGO
               when other
                   move "UNABLE TO ADD SLA ENTRY" to MSGO
           end-evaluate
           .

       update-entry section.

           exec cics
               read file("XASLAREG")
                   into(xaslareg-record)
                   ridfld(xaslareg-key)
                   update
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               move "ENTRY NOT ON THE REGISTER - USE A" to MSGO
               exit section
           end-if

           move xaslareg-record to ws-before-image

           perform build-entry-from-screen
           if ws-action = "N"
               exec cics
                   unlock file("XASLAREG")
               end-exec
               exit section
           end-if

           exec cics
               rewrite file("XASLAREG")
                   from(xaslareg-record)
                   resp(ws-resp)
           end-exec

           if ws-resp = dfhresp(normal)
               move "SLA ENTRY UPDATED" to MSGO
               move "UPDATE" to ws-hist-action
               perform write-change-history
           else
               move "UNABLE TO UPDATE SLA ENTRY" to MSGO
           end-if
           .

      *>   Read for update first, so the change history has the
      *>   record as it stood; the DELETE then removes the record held.
       delete-entry section.

           exec cics
               read file("XASLAREG")
                   into(xaslareg-record)
                   ridfld(xaslareg-key)
                   update
                   resp(ws-resp)
           end-exec

           if ws-resp = dfhresp(notfnd)
               move "ENTRY NOT ON THE REGISTER" to MSGO
               exit section
           end-if

           if ws-resp not = dfhresp(normal)
               move "UNABLE TO DELETE SLA ENTRY" to MSGO
               exit section
           end-if

           move xaslareg-record to ws-before-image

           exec cics
               delete file("XASLAREG")
                   resp(ws-resp)
           end-exec

           if ws-resp = dfhresp(normal)
               move "SLA ENTRY DELETED" to MSGO
               move "DELETE" to ws-hist-action
               perform write-change-history
           else
               move "UNABLE TO DELETE SLA ENTRY" to MSGO
           end-if
           .

       inquire-entry section.

           exec cics
               read file("XASLAREG")
                   into(xaslareg-record)
                   ridfld(xaslareg-key)
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               move "ENTRY NOT ON THE REGISTER" to MSGO
               exit section
           end-if

           move xaslareg-team to TEAMO
           move xaslareg-avail-pct to ws-avail-shown
           move ws-as-int to AVLIO
           move ws-as-dec to AVLDO
           move xaslareg-resolve-hours to RSLHO
           move xaslareg-ack-mins to ACKMO
           move xaslareg-updated-by to UPDBO
           move xaslareg-updated-date to UPDDO
           move "SLA ENTRY DISPLAYED" to MSGO
           .

      *****************************************************************
      *  Record the change just applied in the XAREFAUD change
      *  history: ws-hist-action and ws-before-image are set by the
      *  caller; the after-image is xaslareg-record as written (spaces
      *  for a delete).  The change itself has already been made, so
      *  a failed history write is said on the message line rather
      *  than undoing it.
      *****************************************************************
       write-change-history section.

           exec cics
               asktime abstime(ws-abstime)
           end-exec
           exec cics
               formattime abstime(ws-abstime)
                   yyyymmdd(ws-hist-date)
                   time(ws-hist-time)
           end-exec
           exec cics
               assign userid(ws-userid)
           end-exec

           move spaces to xarefaud-record
           move "XASLAREG" to xarefaud-file
           move xaslareg-key to xarefaud-rec-key
           move ws-hist-date to xarefaud-date
           move ws-hist-time to xarefaud-time
           move eibtaskn to xarefaud-taskno
           move ws-hist-action to xarefaud-action
           move ws-userid to xarefaud-userid
           move eibtrmid to xarefaud-termid
           move eibtrnid to xarefaud-transid
           move ws-before-image to xarefaud-before-image
           if ws-hist-action = "DELETE"
               move spaces to xarefaud-after-image
           else
               move xaslareg-record to xarefaud-after-image
           end-if

           exec cics
               write file("XAREFAUD")
                   from(xarefaud-record)
                   ridfld(xarefaud-key)
                   resp(ws-resp2)
           end-exec

           if ws-resp2 not = dfhresp(normal)
               move "CHANGE APPLIED - CHANGE HISTORY NOT WRITTEN"
                   to MSGO
           end-if
           .

       end program XASL.
