      $set cicsecm
       identification division.
       program-id. XARN.

      *****************************************************************
      *  XARN -- region registry maintenance.  Adds, updates,
      *  deletes and inquires on XAREGION entries.  With the resource
      *  left blank the entry is the region itself: its type (C for
      *  a CICS region, B for a batch region), its environment, and
      *  whether it is in service, with the longest gap in minutes
      *  allowed between two reports of any of its resources.  With
      *  a resource keyed the entry says the region is expected to
      *  use that resource; a gap on it overrides the region's (zero
      *  takes the region's).  The region entry must exist before
      *  its resources can be added, and cannot be deleted while any
      *  remain.
      *
      *  XAREGCHK compares the registry with XASWRLOG every night and
      *  raises an XAALERT item for any expected region/resource that
      *  has gone quiet, and for any region not registered here that
      *  has started reporting.  Taking a region out of service (N)
      *  stops it being expected without losing its entries.
      *
      *  Every action lists the region's entries underneath, so what
      *  it is expected to use can be checked at a glance.  Every
      *  successful add, update and delete is written to the XAREFAUD
      *  change history with the record's before- and after-image,
      *  the userid, terminal and time.
      *****************************************************************

       environment division.
       configuration section.

       input-output section.
       file-control.
           copy xaregionsel.
           copy xarefaudsel.

       data division.
       file section.
           copy xaregion.
           copy xarefaud.

       working-storage section.
           copy xarnmap.

       01  ws-xaregion-status          pic x(2).
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
      *> (the output map redefines the input map).  A blank gap is
      *> taken as zero.
       01  ws-entered.
           05  ws-en-type              pic x(1).
           05  ws-en-environment       pic x(8).
           05  ws-en-in-service        pic x(1).
           05  ws-en-gap-mins          pic x(5).
           05  ws-en-desc              pic x(30).

      *> The entry keyed, kept while the region entry or the region's
      *> other entries are read into the record area.
       01  ws-entry-key.
           05  ws-ek-region            pic x(8).
           05  ws-ek-resource          pic x(8).
       01  ws-check-key                pic x(16).
       01  ws-check-resp               pic s9(8) comp.

      *> Region listing under the entry (list-region).
       01  ws-browse-key.
           05  ws-bk-region            pic x(8).
           05  ws-bk-resource          pic x(8).
       01  ws-list-count               pic s9(4) comp-5.
       01  ws-list-resp                pic s9(8) comp.
       01  ws-list-line.
           05  ws-ll-resource          pic x(8).
           05  filler                  pic x(2) value spaces.
           05  ws-ll-kind              pic x(8).
           05  filler                  pic x(2) value spaces.
           05  ws-ll-gap               pic z(4)9.
           05  filler                  pic x(5) value " MIN ".
           05  ws-ll-note              pic x(10).
           05  filler                  pic x(1) value spaces.
           05  ws-ll-desc              pic x(29).

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

           move low-values to XARNMSO
           move "KEY AN ACTION, A REGION AND (OPTIONALLY) A RESOURCE"
               to MSGO

           exec cics
               send map("XARNMS") mapset("XARNMAP")
                   from(XARNMSO)
                   erase
           end-exec
           .

      *****************************************************************
      *  Operator pressed ENTER -- validate the action and apply it,
      *  then list the region's entries.
      *****************************************************************
       receive-and-apply section.

           exec cics
               receive map("XARNMS") mapset("XARNMAP")
                   into(XARNMSI)
                   resp(ws-resp)
           end-exec

           move ACTNI to ws-action
           move spaces to xaregion-record
           move REGNI to xaregion-region
           move RESNI to xaregion-resource
           move TYPEI to ws-en-type
           move ENVI to ws-en-environment
           move ACTVI to ws-en-in-service
           move GAPI to ws-en-gap-mins
           move DESCI to ws-en-desc
           inspect ws-entered replacing all low-values by spaces
           inspect xaregion-key replacing all low-values by spaces
           move xaregion-key to ws-entry-key

           move low-values to XARNMSO
           move ws-action to ACTNO
           move xaregion-region to REGNO
           move xaregion-resource to RESNO

           if xaregion-region = spaces
               move "A REGION NAME IS REQUIRED" to MSGO
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
               perform list-region
           end-if

           exec cics
               send map("XARNMS") mapset("XARNMAP")
                   from(XARNMSO)
                   dataonly
           end-exec
           .

      *****************************************************************
      *  Move the keyed fields into the record.  A region entry
      *  needs its type, environment, in-service flag, a non-zero gap
      *  and a description.  A resource entry carries only its gap
      *  (zero = the region's) and an optional description; the
      *  region fields belong on the region entry and are refused.
      *****************************************************************
       build-entry-from-screen section.

           if ws-en-gap-mins = spaces
               move zeros to ws-en-gap-mins
           end-if
           if ws-en-gap-mins not numeric
               move "ALLOWED GAP MUST BE WHOLE MINUTES" to MSGO
               move "N" to ws-action
               exit section
           end-if

           if xaregion-is-region
               if ws-en-type not = "C"
               and ws-en-type not = "B"
                   move "REGION TYPE MUST BE C (CICS) OR B (BATCH)"
                       to MSGO
                   move "N" to ws-action
                   exit section
               end-if
               if ws-en-environment = spaces
                   move "AN ENVIRONMENT IS REQUIRED FOR A REGION"
                       to MSGO
                   move "N" to ws-action
                   exit section
               end-if
               if ws-en-in-service not = "Y"
               and ws-en-in-service not = "N"
                   move "IN SERVICE MUST BE Y OR N" to MSGO
                   move "N" to ws-action
                   exit section
               end-if
               if ws-en-gap-mins = "00000"
                   move "A REGION NEEDS AN ALLOWED GAP IN MINUTES"
                       to MSGO
                   move "N" to ws-action
                   exit section
               end-if
               if ws-en-desc = spaces
                   move "A DESCRIPTION IS REQUIRED FOR A REGION"
                       to MSGO
                   move "N" to ws-action
                   exit section
               end-if
           else
               if ws-en-type not = spaces
               or ws-en-environment not = spaces
               or ws-en-in-service not = spaces
                   move "REGION FIELDS BELONG ON THE REGION ENTRY"
                       to MSGO
                   move "N" to ws-action
                   exit section
               end-if
           end-if

           move ws-en-type to xaregion-type
           move ws-en-environment to xaregion-environment
           move ws-en-in-service to xaregion-in-service
           move ws-en-gap-mins to xaregion-gap-mins
           move ws-en-desc to xaregion-desc

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
           move ws-userid to xaregion-updated-by
           move ws-hist-date to xaregion-updated-date
           .

       add-entry section.

      *>   A resource can only be expected of a registered region.
           if not xaregion-is-region
               move spaces to ws-check-key
               move ws-ek-region to ws-check-key(1:8)
               exec cics
                   read file("XAREGION")
                       into(xaregion-record)
                       ridfld(ws-check-key)
                       resp(ws-check-resp)
               end-exec
               move spaces to xaregion-record
               move ws-entry-key to xaregion-key
               if ws-check-resp not = dfhresp(normal)
                   move "REGION NOT REGISTERED - ADD THE REGION FIRST"
                       to MSGO
                   exit section
               end-if
           end-if

           perform build-entry-from-screen
           if ws-action = "N"
               exit section
           end-if

           exec cics
               write file("XAREGION")
                   from(xaregion-record)
                   ridfld(xaregion-key)
                   resp(ws-resp)
           end-exec

           evaluate ws-resp
               when dfhresp(normal)
                   move "REGISTRY ENTRY ADDED" to MSGO
                   perform show-entry
                   move "ADD" to ws-hist-action
                   move spaces to ws-before-image
                   perform write-change-history
               when dfhresp(duprec)
                   move "ENTRY ALREADY REGISTERED - USE U" to MSGO
               when other
                   move "UNABLE TO ADD REGISTRY ENTRY" to MSGO
           end-evaluate
           .

       update-entry section.

           exec cics
               read file("XAREGION")
                   into(xaregion-record)
                   ridfld(xaregion-key)
                   update
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               move "ENTRY NOT REGISTERED - USE A" to MSGO
               exit section
           end-if

           move xaregion-record to ws-before-image

           perform build-entry-from-screen
           if ws-action = "N"
               exec cics
                   unlock file("XAREGION")
               end-exec
               exit section
           end-if

           exec cics
               rewrite file("XAREGION")
                   from(xaregion-record)
                   resp(ws-resp)
           end-exec

           if ws-resp = dfhresp(normal)
               move "REGISTRY ENTRY UPDATED" to MSGO
               perform show-entry
               move "UPDATE" to ws-hist-action
               perform write-change-history
           else
               move "UNABLE TO UPDATE REGISTRY ENTRY" to MSGO
           end-if
           .

      *>   Read for update first, so the change history has the
      *>   record as it stood; the DELETE then removes the record held.
      *>   A region entry goes only once its resources have gone.
       delete-entry section.

           if xaregion-is-region
               perform count-region-resources
               move spaces to xaregion-record
               move ws-entry-key to xaregion-key
               if ws-list-count > 0
                   move "DELETE THE REGION'S RESOURCE ENTRIES FIRST"
                       to MSGO
                   exit section
               end-if
           end-if

           exec cics
               read file("XAREGION")
                   into(xaregion-record)
                   ridfld(xaregion-key)
                   update
                   resp(ws-resp)
           end-exec

           if ws-resp = dfhresp(notfnd)
               move "ENTRY NOT REGISTERED" to MSGO
               exit section
           end-if

           if ws-resp not = dfhresp(normal)
               move "UNABLE TO DELETE REGISTRY ENTRY" to MSGO
               exit section
           end-if

           move xaregion-record to ws-before-image

           exec cics
               delete file("XAREGION")
                   resp(ws-resp)
           end-exec

           if ws-resp = dfhresp(normal)
               move "REGISTRY ENTRY DELETED" to MSGO
               move "DELETE" to ws-hist-action
               perform write-change-history
           else
               move "UNABLE TO DELETE REGISTRY ENTRY" to MSGO
           end-if
           .

       inquire-entry section.

           exec cics
               read file("XAREGION")
                   into(xaregion-record)
                   ridfld(xaregion-key)
                   resp(ws-resp)
           end-exec

           evaluate ws-resp
               when dfhresp(normal)
                   perform show-entry
                   move "REGISTRY ENTRY DISPLAYED" to MSGO
               when dfhresp(notfnd)
                   move "ENTRY NOT REGISTERED" to MSGO
               when other
                   move "UNABLE TO READ THE REGION REGISTRY" to MSGO
           end-evaluate
           .

       show-entry section.

           move xaregion-type to TYPEO
           move xaregion-environment to ENVO
           move xaregion-in-service to ACTVO
           move xaregion-gap-mins to GAPO
           move xaregion-desc to DESCO
           move xaregion-updated-by to UPDBO
           move xaregion-updated-date to UPDDO
           .

      *****************************************************************
      *  Count the resource entries under the region keyed (in
      *  ws-list-count), for the delete check.
      *****************************************************************
       count-region-resources section.

           move 0 to ws-list-count
           move ws-ek-region to ws-bk-region
           move low-values to ws-bk-resource

           exec cics
               startbr file("XAREGION")
                   ridfld(ws-browse-key)
                   gteq
                   resp(ws-list-resp)
           end-exec

           if ws-list-resp not = dfhresp(normal)
               exit section
           end-if

           perform count-next-resource
               until ws-list-resp not = dfhresp(normal)
                  or ws-list-count > 0

           exec cics
               endbr file("XAREGION")
           end-exec
           .

       count-next-resource section.

           exec cics
               readnext file("XAREGION")
                   into(xaregion-record)
                   ridfld(ws-browse-key)
                   resp(ws-list-resp)
           end-exec

           if ws-list-resp not = dfhresp(normal)
               exit section
           end-if

           if xaregion-region not = ws-ek-region
               move dfhresp(endfile) to ws-list-resp
               exit section
           end-if

           if not xaregion-is-region
               add 1 to ws-list-count
           end-if
           .

      *****************************************************************
      *  List up to six entries of the region keyed, the region
      *  entry first (after the action, so an add or delete shows at
      *  once).
      *****************************************************************
       list-region section.

           move 0 to ws-list-count
           move ws-ek-region to ws-bk-region
           move low-values to ws-bk-resource

           exec cics
               startbr file("XAREGION")
                   ridfld(ws-browse-key)
                   gteq
                   resp(ws-list-resp)
           end-exec

           if ws-list-resp not = dfhresp(normal)
               move "NO ENTRIES REGISTERED FOR THIS REGION" to LST1O
               exit section
           end-if

           perform list-next-entry
               until ws-list-resp not = dfhresp(normal)
                  or ws-list-count = 6

           exec cics
               endbr file("XAREGION")
           end-exec

           if ws-list-count = 0
               move "NO ENTRIES REGISTERED FOR THIS REGION" to LST1O
           end-if
           .

       list-next-entry section.

           exec cics
               readnext file("XAREGION")
                   into(xaregion-record)
                   ridfld(ws-browse-key)
                   resp(ws-list-resp)
           end-exec

           if ws-list-resp not = dfhresp(normal)
               exit section
           end-if

           if xaregion-region not = ws-ek-region
               move dfhresp(endfile) to ws-list-resp
               exit section
           end-if

           add 1 to ws-list-count
           move spaces to ws-ll-note
           if xaregion-is-region
               move "(REGION)" to ws-ll-resource
               evaluate true
                   when xaregion-is-cics
                       move "CICS" to ws-ll-kind
                   when xaregion-is-batch
                       move "BATCH" to ws-ll-kind
                   when other
                       move xaregion-type to ws-ll-kind
               end-evaluate
               if not xaregion-is-in-service
                   move "OUT OF SVC" to ws-ll-note
               else
                   move xaregion-environment to ws-ll-note
               end-if
           else
               move xaregion-resource to ws-ll-resource
               move "RESOURCE" to ws-ll-kind
               if xaregion-gap-mins = 0
                   move "REGION GAP" to ws-ll-note
               end-if
           end-if
           move xaregion-gap-mins to ws-ll-gap
           move xaregion-desc to ws-ll-desc

           evaluate ws-list-count
               when 1
                   move ws-list-line to LST1O
               when 2
                   move ws-list-line to LST2O
               when 3
                   move ws-list-line to LST3O
               when 4
                   move ws-list-line to LST4O
               when 5
                   move ws-list-line to LST5O
               when 6
                   move ws-list-line to LST6O
           end-evaluate
           .

      *****************************************************************
      *  Record the change just applied in the XAREFAUD change
      *  history: ws-hist-action and ws-before-image are set by the
      *  caller; the after-image is xaregion-record as written
      *  (spaces for a delete).  The change itself has already been
      *  made, so a failed history write is said on the message line
      *  rather than undoing it.
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
           move "XAREGION" to xarefaud-file
           move ws-entry-key to xarefaud-rec-key
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
               move xaregion-record to xarefaud-after-image
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

       end program XARN.
