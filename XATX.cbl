      $set cicsecm
       identification division.
       program-id. XATX.

      *****************************************************************
      *  XATX -- trace override expiry sweep.  Each pass walks the
      *  XATROVR time-boxed trace overrides (requested through XATO)
      *  and closes every active one whose expiry stamp has passed:
      *  the override is marked expired, with the time the sweep
      *  ended it, and an EXPIRE record goes to the XATRAUD audit.
      *
      *  The processing side does not wait for the sweep --
      *  ApplyTraceOverride (xa/xapd.cpy) stops honouring an override
      *  the moment its stamp passes and goes back to the tracer's
      *  own settings on the resource's next open.  The sweep is what
      *  makes the expiry visible and audited, and it keeps XATO free
      *  to accept the next request for the same name.
      *
      *  Start the transaction once at region startup, like MSGS and
      *  XAMA; each pass re-STARTs itself a minute later.
      *****************************************************************

       environment division.
       configuration section.

       input-output section.
       file-control.
           copy xatrovrsel.
           copy xatraudsel.

       data division.
       file section.
           copy xatrovr.
           copy xatraud.

       working-storage section.
       01  ws-xatrovr-status           pic x(2).
       01  ws-xatraud-status           pic x(2).

       01  ws-resp                     pic s9(8) comp.
       01  ws-resp2                    pic s9(8) comp.
       01  ws-start-resp               pic s9(8) comp.
       01  ws-abstime                  pic s9(15) comp-3.
       01  ws-now-date                 pic x(8).
       01  ws-now-time                 pic x(6).
       01  ws-now-stamp                pic x(14).
       01  ws-browse-key               pic x(9).
       01  ws-expire-key               pic x(9).

      *> Interval between passes -- one minute, HHMMSS.
       01  ws-pass-interval            pic 9(6) value 100.

       procedure division.

           exec cics
               asktime abstime(ws-abstime)
           end-exec
           exec cics
               formattime abstime(ws-abstime)
                   yyyymmdd(ws-now-date)
                   time(ws-now-time)
           end-exec
           move ws-now-date to ws-now-stamp(1:8)
           move ws-now-time to ws-now-stamp(9:6)

           perform scan-overrides

           exec cics
               start transid(eibtrnid)
                   interval(ws-pass-interval)
                   resp(ws-start-resp)
           end-exec

           exec cics return end-exec

           goback.

      *****************************************************************
      *  Walk the whole override file.  As in XAMA, the browse only
      *  decides WHICH overrides are due; each is closed by reading
      *  it back for update after ENDBR.
      *****************************************************************
       scan-overrides section.

           move low-values to ws-browse-key

           exec cics
               startbr file("XATROVR")
                   ridfld(ws-browse-key)
                   gteq
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               exit section
           end-if

           perform check-next-override
               until ws-resp not = dfhresp(normal)

      *>   The browse may already be closed if the re-position after
      *>   an expiry failed, so the RESP swallows an INVREQ here.
           exec cics
               endbr file("XATROVR")
                   resp(ws-resp2)
           end-exec
           .

       check-next-override section.

           exec cics
               readnext file("XATROVR")
                   into(xatrovr-record)
                   ridfld(ws-browse-key)
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               exit section
           end-if

           if not xatrovr-is-active
           or xatrovr-expiry > ws-now-stamp
               exit section
           end-if

           move xatrovr-key to ws-expire-key

           exec cics
               endbr file("XATROVR")
           end-exec

           perform expire-override

           exec cics
               startbr file("XATROVR")
                   ridfld(ws-browse-key)
                   gteq
                   resp(ws-resp)
           end-exec

      *>   GTEQ lands back on the override just handled; step past it.
           if ws-resp = dfhresp(normal)
               exec cics
                   readnext file("XATROVR")
                       into(xatrovr-record)
                       ridfld(ws-browse-key)
                       resp(ws-resp)
               end-exec
           end-if
           .

      *****************************************************************
      *  Close one due override: mark it expired, then audit it.
      *****************************************************************
       expire-override section.

           exec cics
               read file("XATROVR")
                   into(xatrovr-record)
                   ridfld(ws-expire-key)
                   update
                   resp(ws-resp2)
           end-exec

           if ws-resp2 not = dfhresp(normal)
               exit section
           end-if

      *>   Re-check under the lock: XATO may have cancelled or
      *>   replaced it between the browse and the read.
           if not xatrovr-is-active
           or xatrovr-expiry > ws-now-stamp
               exec cics
                   unlock file("XATROVR")
               end-exec
               exit section
           end-if

           move "E" to xatrovr-status
           move ws-now-date to xatrovr-ended-date
           move ws-now-time to xatrovr-ended-time
           move eibtrnid to xatrovr-ended-by

           exec cics
               rewrite file("XATROVR")
                   from(xatrovr-record)
                   resp(ws-resp2)
           end-exec

           if ws-resp2 not = dfhresp(normal)
               exit section
           end-if

           move spaces to xatraud-record
           move xatrovr-type to xatraud-type
           move xatrovr-name to xatraud-name
           move ws-now-date to xatraud-date
           move ws-now-time to xatraud-time
           move eibtaskn to xatraud-taskno
           move "EXPIRE" to xatraud-action
           move eibtrnid to xatraud-userid
           move eibtrnid to xatraud-transid
           move xatrovr-level to xatraud-level
           move xatrovr-flags to xatraud-flags
           move xatrovr-minutes to xatraud-minutes
           move xatrovr-start to xatraud-start
           move xatrovr-expiry to xatraud-expiry
           move xatrovr-requested-by to xatraud-requested-by

           exec cics
               write file("XATRAUD")
                   from(xatraud-record)
                   ridfld(xatraud-key)
                   resp(ws-resp2)
           end-exec
           .

       end program XATX.
