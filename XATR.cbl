      *  resource's next open after a tracer change; the publish
      *  timestamp is shown so a stale panel is visibly stale.
      *
      *  A time-boxed trace override requested through XATO is shown
      *  beneath the flags while it is in force -- the resource's
      *  own, else one for its XARESREG database technology -- with
      *  the minutes it has left.  The level and flags above are the
      *  published ones, so until the resource next opens after an
      *  override starts they are still the tracer's; the message
      *  line says so.
      *
      *  Authority: the panel needs XAOPAUTH-TRACE-AUTH on the
      *  operator's XAOPAUTH record -- trace coverage says what is
      *  being captured about live work, which is not every
       input-output section.
       file-control.
           copy xainshrsel.
           copy xatrovrsel.

       data division.
       file section.
           copy xainshr.
           copy xatrovr.

       working-storage section.
           copy xalims.
       01  ws-now-date                 pic x(8).
       01  ws-now-time                 pic x(6).
       01  ws-authorized               pic 9.
       01  ws-published                pic 9.
       01  ws-now-stamp                pic x(14).
       01  ws-published-stamp          pic x(14).
       01  ws-override-found           pic 9.
       01  ws-override-for             pic x(10).

      *> Second clock -- day number times 86400 plus second of day --
      *> for the minutes an override has left (as in XATO).
       01  ws-date-num                 pic 9(8).
       01  ws-clock-secs               pic s9(13) comp-3.
       01  ws-now-secs                 pic s9(13) comp-3.
       01  ws-left-secs                pic s9(13) comp-3.
       01  ws-left-mins                pic 9(5).
       01  ws-time-hhmmss.
           05  ws-time-hh              pic 9(2).
           05  ws-time-mm              pic 9(2).
           05  ws-time-ss              pic 9(2).

      *> Registry entry for the keyed resource -- field layout
      *> mirrors xa/xaresreg.cpy's FD record.
       01  ws-registry-record.
           05  ws-rr-resource          pic x(8).
           05  ws-rr-rmid              pic s9(9) comp-5.
           05  ws-rr-switch-module     pic x(32).
           05  ws-rr-db-tech           pic x(8).
           05  ws-rr-owner-team        pic x(16).
           05  ws-rr-contact           pic x(24).
           05  filler                  pic x(12).

      *> Operator authority record -- field layout mirrors
      *> xa/xaopauth.cpy's FD record.
                   resp(ws-resp)
           end-exec

           move 0 to ws-published
           if ws-resp not = dfhresp(normal)
               move "NO PUBLISHED TRACE STATE FOR THAT RESOURCE"
                   to MSGO
           else
               move 1 to ws-published
               move xainshr-date to ws-published-stamp(1:8)
               move xainshr-time to ws-published-stamp(9:6)
               move xainshr-trace-level to ctf-trace-level
               move xainshr-trace-flags to ctf-trace-flags

               into MSGO
           end-if

           perform show-trace-override

           exec cics
               send map("XATRMS") mapset("XATRMAP")
                   from(XATRMSO)
           end-exec
           .

      *****************************************************************
      *  Show the XATROVR override in force for the resource: its own
      *  if it has an active one inside its expiry stamp, else its
      *  database technology's.
      *****************************************************************
       show-trace-override section.

           move "NONE" to OVRO
           move 0 to ws-override-found

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

           move spaces to xatrovr-record
           move "R" to xatrovr-type
           move ws-lookup-key to xatrovr-name
           perform read-trace-override

           if ws-override-found = 0
               exec cics
                   read file("XARESREG")
                       into(ws-registry-record)
                       ridfld(ws-lookup-key)
                       resp(ws-resp2)
               end-exec
               if ws-resp2 = dfhresp(normal)
               and ws-rr-db-tech not = spaces
                   move spaces to xatrovr-record
                   move "T" to xatrovr-type
                   move ws-rr-db-tech to xatrovr-name
                   perform read-trace-override
               end-if
           end-if

           if ws-override-found = 0
               exit section
           end-if

           if xatrovr-is-resource
               move "RESOURCE" to ws-override-for
           else
               move spaces to ws-override-for
               string
                   "ALL " delimited size
                   xatrovr-name delimited space
               into ws-override-for
           end-if

           move spaces to OVRO
           string
               ws-override-for delimited size
               " LVL " delimited size
               xatrovr-level delimited size
               " FLAGS " delimited size
               xatrovr-flags delimited size
               " BY " delimited size
               xatrovr-requested-by delimited size
               " UNTIL " delimited size
               xatrovr-expiry-time(1:2) delimited size
               ":" delimited size
               xatrovr-expiry-time(3:2) delimited size
           into OVRO

           move ws-now-date to ws-date-num
           move ws-now-time to ws-time-hhmmss
           perform compute-second-clock
           move ws-clock-secs to ws-now-secs
           move xatrovr-expiry-date to ws-date-num
           move xatrovr-expiry-time to ws-time-hhmmss
           perform compute-second-clock
           compute ws-left-secs = ws-clock-secs - ws-now-secs
           compute ws-left-mins = (ws-left-secs + 59) / 60
           move ws-left-mins to OVMO

           if ws-published = 1
           and ws-published-stamp < xatrovr-start
               move "OVERRIDE NOT IN FORCE UNTIL THE NEXT XA OPEN"
                   to MSGO
           end-if
           .

      *****************************************************************
      *  Read the XATROVR record keyed in xatrovr-key; ws-override-
      *  found is set when it is active and not yet past its expiry.
      *****************************************************************
       read-trace-override section.

           exec cics
               read file("XATROVR")
                   into(xatrovr-record)
                   ridfld(xatrovr-key)
                   resp(ws-resp2)
           end-exec

           if ws-resp2 = dfhresp(normal)
           and xatrovr-is-active
           and xatrovr-expiry > ws-now-stamp
               move 1 to ws-override-found
           end-if
           .

      *****************************************************************
      *  Turn ws-date-num (YYYYMMDD) and ws-time-hhmmss into the
      *  second clock, returned in ws-clock-secs.
      *****************************************************************
       compute-second-clock section.

           compute ws-clock-secs =
               function integer-of-date(ws-date-num) * 86400
               + ws-time-hh * 3600 + ws-time-mm * 60 + ws-time-ss
           .

      *****************************************************************
      *  The panel needs trace-view authority; a denial is said on
      *  the message line and logged to XAAUTHAUD.
