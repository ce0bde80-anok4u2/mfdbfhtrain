      *  one that suppresses.  An ended window needs no deletion --
      *  it simply stops matching -- but Delete is here for windows
      *  keyed in error or cancelled changes.
      *
      *  A window may also name the MSGTERMS terminal group and the
      *  MSGLIB template its outage notice goes out with; the XAMA
      *  sweep then announces it ahead of the start and sends a
      *  service-restored notice when it ends (see XAMA's prologue).
      *  A window with neither is not announced.  The template, when
      *  keyed, must be on the library.
      *
      *  Every successful add and delete is written to the XAREFAUD
      *  change history with the record's before- and after-image,
      *  the userid, terminal and time (XAREFASO and XAREFCHG report
      *  from it).
      *****************************************************************

       environment division.
       input-output section.
       file-control.
           copy xamaintsel.
           copy msglibsel.
           copy xarefaudsel.

       data division.
       file section.
           copy xamaint.
           copy msglib.
           copy xarefaud.

       working-storage section.
           copy xamwmap.

       01  ws-xamaint-status           pic x(2).
       01  ws-msglib-status            pic x(2).
       01  ws-xarefaud-status          pic x(2).

       01  ws-resp                     pic s9(8) comp.
       01  ws-action                   pic x(1).
       01  ws-template-no              pic 9(4).

      *> Change-history working fields (see write-change-history).
       01  ws-resp2                    pic s9(8) comp.
       01  ws-abstime                  pic s9(15) comp-3.
       01  ws-hist-date                pic x(8).
       01  ws-hist-time                pic x(6).
       01  ws-userid                   pic x(8).
       01  ws-hist-action              pic x(8).
       01  ws-before-image             pic x(200).

      *> Inquiry reply naming how far the outage notices have got.
       01  ws-notice-msg.
           05  filler                  pic x(40)
               value "CALENDAR ENTRY DISPLAYED - NOTICE STAGE ".
           05  ws-nm-stage             pic 9(1).
           05  ws-nm-restored          pic x(10).

       linkage section.

           end-if

           move CREFI to xamaint-change-ref

           if TGRPI = low-values
               move spaces to xamaint-notify-group
           else
               move TGRPI to xamaint-notify-group
           end-if

           if TMPLI = spaces or TMPLI = low-values
               move 0 to ws-template-no
           else
               if TMPLI not numeric
                   move "TEMPLATE NUMBER MUST BE NUMERIC" to MSGO
                   move "N" to ws-action
                   exit section
               end-if
               move TMPLI to ws-template-no
           end-if

           if ws-template-no not = 0
               exec cics
                   read file("MSGLIB")
                       into(msglib-record)
                       ridfld(ws-template-no)
                       resp(ws-resp)
               end-exec
               if ws-resp not = dfhresp(normal)
                   move "TEMPLATE NOT ON THE MESSAGE LIBRARY" to MSGO
                   move "N" to ws-action
                   exit section
               end-if
           end-if

           move ws-template-no to xamaint-template-no
           move 0 to xamaint-notice-stage
           move "N" to xamaint-restored-sent
           .

       add-entry section.
           evaluate ws-resp
               when dfhresp(normal)
                   move "MAINTENANCE WINDOW ADDED" to MSGO
                   move "ADD" to ws-hist-action
                   move spaces to ws-before-image
                   perform write-change-history
               when dfhresp(duprec)
                   move "WINDOW ALREADY ON THE CALENDAR" to MSGO
               when other
           end-evaluate
           .

      *>   Read for update first, so the change history has the
      *>   record as it stood; the DELETE then removes the record held.
       delete-entry section.

           exec cics
               read file("XAMAINT")
                   into(xamaint-record)
                   ridfld(xamaint-key)
                   update
                   resp(ws-resp)
           end-exec

           if ws-resp = dfhresp(notfnd)
               move "WINDOW NOT ON THE CALENDAR" to MSGO
               exit section
           end-if

           if ws-resp not = dfhresp(normal)
               move "UNABLE TO DELETE CALENDAR ENTRY" to MSGO
               exit section
           end-if

           move xamaint-record to ws-before-image

           exec cics
               delete file("XAMAINT")
                   resp(ws-resp)
           end-exec

           if ws-resp = dfhresp(normal)
               move "CALENDAR ENTRY DELETED" to MSGO
               move "DELETE" to ws-hist-action
               perform write-change-history
           else
               move "UNABLE TO DELETE CALENDAR ENTRY" to MSGO
           end-if
           .

       inquire-entry section.
           move xamaint-end-time to ETIMO
           move xamaint-change-ref to CREFO
           move "CALENDAR ENTRY DISPLAYED" to MSGO

      *>   Windows keyed before the announcement fields existed hold
      *>   spaces there; they show blank and are never announced.
           if xamaint-template-no numeric
           and xamaint-notice-stage numeric
               move xamaint-notify-group to TGRPO
               move xamaint-template-no to TMPLO
               move xamaint-notice-stage to ws-nm-stage
               if xamaint-restored-is-sent
                   move ", RESTORED" to ws-nm-restored
               else
                   move spaces to ws-nm-restored
               end-if
               move ws-notice-msg to MSGO
           end-if
           .

      *****************************************************************
      *  Record the change just applied in the XAREFAUD change
      *  history: ws-hist-action and ws-before-image are set by the
      *  caller; the after-image is xamaint-record as written (spaces
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
           move "XAMAINT" to xarefaud-file
           move xamaint-key to xarefaud-rec-key
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
               move xamaint-record to xarefaud-after-image
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

       end program XAMW.
