      *
      *  The template number must be numeric and non-zero -- MSGB
      *  treats a zero/blank template field as "raw text supplied".
      *
      *  Every successful add, update and delete is written to the
      *  XAREFAUD change history with the record's before- and
      *  after-image, the userid, terminal and time (XAREFASO and
      *  XAREFCHG report from it).
      *****************************************************************

       environment division.
       input-output section.
       file-control.
           copy msglibsel.
           copy xarefaudsel.

       data division.
       file section.
           copy msglib.
           copy xarefaud.

       working-storage section.
           copy msglmap.

       01  ws-msglib-status            pic x(2).
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
       01  ws-line-idx                 pic s9(4) comp-5.

       linkage section.
           evaluate ws-resp
               when dfhresp(normal)
                   move "TEMPLATE ADDED TO THE LIBRARY" to MSGO
                   move "ADD" to ws-hist-action
                   move spaces to ws-before-image
                   perform write-change-history
               when dfhresp(duprec)
                   move "TEMPLATE NUMBER ALREADY IN USE - USE U"
                       to MSGO
               exit section
           end-if

           move msglib-record to ws-before-image

           perform build-entry-from-screen
           if ws-action = "N"
               exec cics

           if ws-resp = dfhresp(normal)
               move "LIBRARY ENTRY UPDATED" to MSGO
               move "UPDATE" to ws-hist-action
               perform write-change-history
           else
               move "UNABLE TO UPDATE LIBRARY ENTRY" to MSGO
           end-if
           .

      *>   Read for update first, so the change history has the
      *>   record as it stood; the DELETE then removes the record held.
       delete-entry section.

           exec cics
               read file("MSGLIB")
                   into(msglib-record)
                   ridfld(msglib-template-no)
                   update
                   resp(ws-resp)
           end-exec

           if ws-resp = dfhresp(notfnd)
               move "TEMPLATE NOT IN THE LIBRARY" to MSGO
               exit section
           end-if

           if ws-resp not = dfhresp(normal)
               move "UNABLE TO DELETE LIBRARY ENTRY" to MSGO
               exit section
           end-if

           move msglib-record to ws-before-image

           exec cics
               delete file("MSGLIB")
                   resp(ws-resp)
           end-exec

           if ws-resp = dfhresp(normal)
               move "LIBRARY ENTRY DELETED" to MSGO
               move "DELETE" to ws-hist-action
               perform write-change-history
           else
               move "UNABLE TO DELETE LIBRARY ENTRY" to MSGO
           end-if
           .

       inquire-entry section.
           move "LIBRARY ENTRY DISPLAYED" to MSGO
           .

      *****************************************************************
      *  Record the change just applied in the XAREFAUD change
      *  history: ws-hist-action and ws-before-image are set by the
      *  caller; the after-image is msglib-record as written (spaces
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
           move "MSGLIB" to xarefaud-file
           move msglib-template-no to xarefaud-rec-key
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
               move msglib-record to xarefaud-after-image
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

       end program MSGL.
