      *  maximum writes one high-severity XAALERT work item naming
      *  the resource, the holder, and the owning team and contact
      *  from the registry -- after which XAAL and XAALCHK chase it
      *  like any other alert (it is also entered in the XAALOPEN
      *  open-alert index).  One alert per continuous hold: the
      *  ENQHOLD record is marked alerted, and reset when the
      *  resource is seen free or the holder changes.
      *
      *  Every pass also appends one ENQHIST sample per registered
      *  resource, held or free: the holder task, its transaction
      *  and terminal, when the hold was first seen and how long it
      *  has lasted so far.  ENQHOLD forgets a hold the moment it
      *  ends; ENQHIST keeps it for the ENQHRPT hot-spot report
      *  (which resources are contended at what hour, for how long,
      *  and by which transactions).
      *
      *  Start the transaction once at region startup, like MSGS and
      *  MSGR; each pass re-STARTs itself a minute later.
      *****************************************************************
       file-control.
           copy enqregsel.
           copy enqholdsel.
           copy enqhistsel.

       data division.
       file section.
           copy enqreg.
           copy enqhold.
           copy enqhist.

       working-storage section.
       01  ws-enqreg-status            pic x(2).
       01  ws-enqhold-status           pic x(2).
       01  ws-enqhist-status           pic x(2).

       01  ws-len          pic 9(4) comp-3 value 10.
       01  ws-resp                     pic s9(8) comp.
       01  ws-browse-resource          pic x(10).
       01  ws-holder-task              pic 9(7).
       01  ws-holder-term              pic x(4).
       01  ws-holder-tran              pic x(4).
       01  ws-task-resp                pic s9(8) comp.

      *> Held-duration work fields -- whole days via INTEGER-OF-DATE
      *> plus a seconds-within-day difference, so a hold that spans
           05  ws-al-occur-count       pic 9(4) comp-5.
           05  filler                  pic x(9).

      *> Open-alert index entry mirror -- xa/xaalopen.cpy's FD record.
      *> Every alert written here is entered in XAALOPEN twice, by
      *> resource and by severity rank, so XAAL and XAST find it
      *> without reading all of XAALERT.
       01  ws-alopen-record.
           05  ws-ao-key.
               10  ws-ao-path          pic x(1).
               10  ws-ao-path-value    pic x(8).
               10  ws-ao-alert-key     pic x(30).
           05  ws-ao-severity          pic x(1).
           05  ws-ao-in-window         pic x(1).
           05  filler                  pic x(9).

      *> Interval between passes -- one minute, HHMMSS.
       01  ws-pass-interval            pic 9(6) value 100.

           else
               perform clear-hold-state
           end-if

           perform write-history-sample
           .

      *****************************************************************
      *****************************************************************
       track-held-resource section.

           move 0 to ws-held-secs
           move enqreg-resource to enqhold-resource
           exec cics
               read file("ENQHOLD")
           end-exec
           .

      *****************************************************************
      *  One ENQHIST sample for this resource on this pass.  A held
      *  sample takes the hold's first-seen stamp from ENQHOLD (just
      *  written or rewritten above) and the duration so far from
      *  ws-held-secs, zero on the pass that first sees the holder.
      *  The holding transaction comes from INQUIRE TASK; a task
      *  that ended between the two inquiries is recorded as held
      *  with the transaction blank.  A failed write loses one
      *  sample and never holds up the monitor.
      *****************************************************************
       write-history-sample section.

           move spaces to enqhist-record
           move 0 to enqhist-holder-task
           move 0 to enqhist-held-secs
           move enqreg-resource to enqhist-resource
           move ws-today-date to enqhist-sample-date
           move ws-now-time to enqhist-sample-time
           move enqreg-max-hold-secs to enqhist-max-hold-secs

           if ws-inq-resp = dfhresp(normal)
               move "Y" to enqhist-held
               move ws-holder-task to enqhist-holder-task
               move ws-holder-term to enqhist-holder-term
               move enqhold-date to enqhist-hold-date
               move enqhold-time to enqhist-hold-time
               move ws-held-secs to enqhist-held-secs
               move spaces to ws-holder-tran
               exec cics
                   inquire task(ws-holder-task)
                       transaction(ws-holder-tran)
                       resp(ws-task-resp)
               end-exec
               if ws-task-resp = dfhresp(normal)
                   move ws-holder-tran to enqhist-holder-tran
               end-if
           else
               move "N" to enqhist-held
           end-if

           exec cics
               write file("ENQHIST")
                   from(enqhist-record)
                   ridfld(enqhist-key)
                   resp(ws-resp2)
           end-exec
           .

       compute-held-seconds section.

           move enqhold-date to ws-first-date-num
                   ridfld(ws-al-key)
                   resp(ws-resp2)
           end-exec
           if ws-resp2 = dfhresp(normal)
               perform add-open-alert-index
           end-if
           .

      *****************************************************************
      *  Enter the new alert in the XAALOPEN open-alert index, by
      *  resource and by severity ("1" = high).  The alert itself is
      *  already written; a failed index write is left for XAALIDX
      *  to repair rather than holding up the monitor.
      *****************************************************************
       add-open-alert-index section.

           initialize ws-alopen-record
           move ws-al-key to ws-ao-alert-key
           move ws-al-severity to ws-ao-severity
           move ws-al-in-window to ws-ao-in-window

           move "R" to ws-ao-path
           move ws-al-resource to ws-ao-path-value
           exec cics
               write file("XAALOPEN")
                   from(ws-alopen-record)
                   ridfld(ws-ao-key)
                   resp(ws-resp2)
           end-exec

           move "S" to ws-ao-path
           move "1" to ws-ao-path-value
           exec cics
               write file("XAALOPEN")
                   from(ws-alopen-record)
                   ridfld(ws-ao-key)
                   resp(ws-resp2)
           end-exec
           .

       end program ENQMON.
