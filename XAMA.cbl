      $set cicsecm
       identification division.
       program-id. XAMA.

      *****************************************************************
      *  XAMA -- planned-maintenance outage announcer.  A window on
      *  the XAMAINT calendar that names a MSGTERMS terminal group or
      *  a MSGLIB template (keyed through XAMW) is announced to the
      *  shop automatically: each pass walks the calendar and, for
      *  every such window, sends
      *    - an outage notice at each configured lead time before the
      *      window starts (24 hours and 1 hour by default);
      *    - a service-restored notice once the window has ended.
      *  The notices go through the same MSGBCAST/MSGBACK/MSGD path
      *  MSGB and the MSGS scheduler use, with "XAMAINT" as the
      *  sender and the window's change reference stamped in
      *  MSGBCAST-CHANGE-REF, so MSGBRPT can show who acknowledged
      *  the outage notices for each change; MSGR redelivers to a
      *  terminal that was off when the notice went out.
      *
      *  The outage notice body is the window's MSGLIB template,
      *  with the window's start/end and change reference added on
      *  the lines the template leaves free; a window with no
      *  template (or one since deleted from the library) gets
      *  XAMA's own three-line wording.  The restored notice is
      *  always XAMA's own wording.
      *
      *  XAMAINT-NOTICE-STAGE holds the lead-time slot last
      *  announced, and is stamped (like MSGSCHED's last-fired date)
      *  BEFORE the notice is stored, so an abend midway cannot
      *  repeat a notice every pass.  A window keyed closer to its
      *  start than the longest lead gets only the notice for the
      *  shortest lead still ahead of it, not a burst of all of
      *  them.  A window whose start passes with no notice sent --
      *  keyed after the last lead, or while XAMA was not running --
      *  is not announced late, and gets no restored notice either:
      *  nobody was told of the outage.
      *
      *  Start the transaction once at region startup, like MSGS;
      *  each pass re-STARTs itself five minutes later.  Lead times
      *  are minutes, longest first, up to four: a START that passes
      *  FROM data (four 5-digit minute counts, e.g. from CECI as
      *  "01440000600000000000") replaces the defaults, and each
      *  pass hands the table it ran with on to the next one, so the
      *  setting holds until the transaction is next started without
      *  data.  Zero slots are unused.
      *****************************************************************

       environment division.
       configuration section.

       input-output section.
       file-control.
           copy xamaintsel.
           copy msgbcastsel.
           copy msgbacksel.
           copy msgtermssel.
           copy msglibsel.

       data division.
       file section.
           copy xamaint.
           copy msgbcast.
           copy msgback.
           copy msgterms.
           copy msglib.

       working-storage section.
       01  ws-xamaint-status           pic x(2).
       01  ws-msgbcast-status          pic x(2).
       01  ws-msgback-status           pic x(2).
       01  ws-msgterms-status          pic x(2).
       01  ws-msglib-status            pic x(2).

       01  ws-resp                     pic s9(8) comp.
       01  ws-resp2                    pic s9(8) comp.
       01  ws-start-resp               pic s9(8) comp.
       01  ws-write-resp               pic s9(8) comp.
       01  ws-retrieve-resp            pic s9(8) comp.
       01  ws-abstime                  pic s9(15) comp-3.
       01  ws-today-date               pic x(8).
       01  ws-now-time                 pic x(6).
       01  ws-browse-key               pic x(22).
       01  ws-fire-key                 pic x(22).
       01  ws-browse-termid            pic x(4).
       01  ws-target-group             pic x(4).
       01  ws-term-count               pic 9(4) comp-5.
       01  ws-store-ok                 pic 9.
       01  ws-lead-ix                  pic s9(4) comp-5.
       01  ws-due-stage                pic 9(1).
       01  ws-line-ix                  pic s9(4) comp-5.

      *> What the pass decided for the window it is looking at.
       01  ws-notice-kind              pic x(1).
           88  ws-notice-none             value space.
           88  ws-notice-outage           value "O".
           88  ws-notice-restored         value "R".

      *> Minute clock -- day number times 1440 plus minute of day --
      *> so lead times and window ends compare across midnight.
       01  ws-date-num                 pic 9(8).
       01  ws-now-minutes              pic s9(11) comp-3.
       01  ws-start-minutes            pic s9(11) comp-3.
       01  ws-end-minutes              pic s9(11) comp-3.
       01  ws-minutes-to-start         pic s9(11) comp-3.
       01  ws-clock-minutes            pic s9(11) comp-3.
       01  ws-time-hhmm.
           05  ws-time-hh              pic 9(2).
           05  ws-time-mm              pic 9(2).

      *> Lead times in minutes, longest first; zero slots unused.
      *> Defaults: 24 hours and 1 hour before the window starts.
       01  ws-lead-defaults            pic x(20)
               value "01440000600000000000".
       01  ws-lead-config.
           05  ws-lead-minutes occurs 4 times
                                       pic 9(5).
       01  ws-lead-count               pic s9(4) comp-5.
       01  ws-lead-length              pic s9(4) comp.

      *> XAMA's own wording.
       01  ws-outage-line-1.
           05  filler                  pic x(16)
               value "PLANNED OUTAGE: ".
           05  ws-ol1-resource         pic x(8).
       01  ws-restored-line-1.
           05  filler                  pic x(18)
               value "SERVICE RESTORED: ".
           05  ws-rl1-resource         pic x(8).
       01  ws-window-line.
           05  filler                  pic x(5) value "FROM ".
           05  ws-wl-start-date        pic x(8).
           05  filler                  pic x(1) value space.
           05  ws-wl-start-hh          pic x(2).
           05  filler                  pic x(1) value ":".
           05  ws-wl-start-mm          pic x(2).
           05  filler                  pic x(4) value " TO ".
           05  ws-wl-end-date          pic x(8).
           05  filler                  pic x(1) value space.
           05  ws-wl-end-hh            pic x(2).
           05  filler                  pic x(1) value ":".
           05  ws-wl-end-mm            pic x(2).
       01  ws-ended-line.
           05  filler                  pic x(18)
               value "MAINTENANCE ENDED ".
           05  ws-el-end-date          pic x(8).
           05  filler                  pic x(1) value space.
           05  ws-el-end-hh            pic x(2).
           05  filler                  pic x(1) value ":".
           05  ws-el-end-mm            pic x(2).
       01  ws-change-line.
           05  filler                  pic x(7) value "CHANGE ".
           05  ws-cl-change-ref        pic x(12).

      *> Interval between calendar passes -- five minutes, HHMMSS.
       01  ws-pass-interval            pic 9(6) value 500.

       procedure division.

           perform load-lead-times

           exec cics
               asktime abstime(ws-abstime)
           end-exec
           exec cics
               formattime abstime(ws-abstime)
                   yyyymmdd(ws-today-date)
                   time(ws-now-time)
           end-exec

           move ws-today-date to ws-date-num
           move ws-now-time(1:4) to ws-time-hhmm
           perform compute-minute-clock
           move ws-clock-minutes to ws-now-minutes

           perform scan-calendar

           exec cics
               start transid(eibtrnid)
                   interval(ws-pass-interval)
                   from(ws-lead-config)
                   length(length of ws-lead-config)
                   resp(ws-start-resp)
           end-exec

           exec cics return end-exec

           goback.

      *****************************************************************
      *  Pick up the lead-time table this task was STARTed with.  No
      *  data, short data, or a table with nothing usable in it means
      *  the defaults; a non-numeric slot is treated as unused.
      *****************************************************************
       load-lead-times section.

           move ws-lead-defaults to ws-lead-config
           move length of ws-lead-config to ws-lead-length

           exec cics
               retrieve into(ws-lead-config)
                   length(ws-lead-length)
                   resp(ws-retrieve-resp)
           end-exec

           if ws-retrieve-resp not = dfhresp(normal)
               move ws-lead-defaults to ws-lead-config
               exit section
           end-if

           move 0 to ws-lead-count
           perform varying ws-lead-ix from 1 by 1
                   until ws-lead-ix > 4
               if ws-lead-minutes(ws-lead-ix) not numeric
                   move 0 to ws-lead-minutes(ws-lead-ix)
               end-if
               if ws-lead-minutes(ws-lead-ix) not = 0
                   add 1 to ws-lead-count
               end-if
           end-perform

           if ws-lead-count = 0
               move ws-lead-defaults to ws-lead-config
           end-if
           .

      *****************************************************************
      *  Turn ws-date-num (YYYYMMDD) and ws-time-hhmm into the minute
      *  clock, returned in ws-clock-minutes.
      *****************************************************************
       compute-minute-clock section.

           compute ws-clock-minutes =
               function integer-of-date(ws-date-num) * 1440
               + ws-time-hh * 60 + ws-time-mm
           .

      *****************************************************************
      *  Walk the whole calendar.  As in MSGS, the browse only
      *  decides WHICH windows need a notice; the notice itself reads
      *  the window back for update after ENDBR.
      *****************************************************************
       scan-calendar section.

           move low-values to ws-browse-key

           exec cics
               startbr file("XAMAINT")
                   ridfld(ws-browse-key)
                   gteq
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               exit section
           end-if

           perform check-next-window
               until ws-resp not = dfhresp(normal)

      *>   The browse may already be closed if the re-position after
      *>   a notice failed, so the RESP swallows an INVREQ here.
           exec cics
               endbr file("XAMAINT")
                   resp(ws-resp2)
           end-exec
           .

       check-next-window section.

           exec cics
               readnext file("XAMAINT")
                   into(xamaint-record)
                   ridfld(ws-browse-key)
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               exit section
           end-if

           perform decide-notice

           if ws-notice-none
               exit section
           end-if

           move xamaint-key to ws-fire-key

           exec cics
               endbr file("XAMAINT")
           end-exec

           perform send-window-notice

           exec cics
               startbr file("XAMAINT")
                   ridfld(ws-browse-key)
                   gteq
                   resp(ws-resp)
           end-exec

      *>   GTEQ lands back on the window just handled; step past it.
           if ws-resp = dfhresp(normal)
               exec cics
                   readnext file("XAMAINT")
                       into(xamaint-record)
                       ridfld(ws-browse-key)
                       resp(ws-resp)
               end-exec
           end-if
           .

      *****************************************************************
      *  Decide what, if anything, the window in xamaint-record is
      *  owed now: ws-notice-kind, and for an outage notice the lead
      *  slot it is for in ws-due-stage.
      *****************************************************************
       decide-notice section.

           move space to ws-notice-kind

      *>   Windows keyed before the announcement fields existed, and
      *>   windows naming neither a group nor a template, are silent.
           if xamaint-template-no not numeric
           or xamaint-notice-stage not numeric
               exit section
           end-if

           if xamaint-template-no = 0
           and (xamaint-notify-group = spaces
                or xamaint-notify-group = low-values)
               exit section
           end-if

           if xamaint-restored-is-sent
               exit section
           end-if

           if xamaint-start-date not numeric
           or xamaint-start-time not numeric
           or xamaint-end-date not numeric
           or xamaint-end-time not numeric
               exit section
           end-if

           move xamaint-start-date to ws-date-num
           move xamaint-start-time(1:4) to ws-time-hhmm
           perform compute-minute-clock
           move ws-clock-minutes to ws-start-minutes

           move xamaint-end-date to ws-date-num
           move xamaint-end-time(1:4) to ws-time-hhmm
           perform compute-minute-clock
           move ws-clock-minutes to ws-end-minutes

           if ws-now-minutes not < ws-end-minutes
               if xamaint-notice-stage > 0
                   move "R" to ws-notice-kind
               end-if
               exit section
           end-if

           compute ws-minutes-to-start =
               ws-start-minutes - ws-now-minutes

           if ws-minutes-to-start not > 0
               exit section
           end-if

      *>   The due slot is the last (shortest) lead that the time to
      *>   start has come inside.
           move 0 to ws-due-stage
           perform varying ws-lead-ix from 1 by 1
                   until ws-lead-ix > 4
               if ws-lead-minutes(ws-lead-ix) not = 0
               and ws-minutes-to-start
                   not > ws-lead-minutes(ws-lead-ix)
                   move ws-lead-ix to ws-due-stage
               end-if
           end-perform

           if ws-due-stage > xamaint-notice-stage
               move "O" to ws-notice-kind
           end-if
           .

      *****************************************************************
      *  Send the notice decided on: stamp the window first, then
      *  store the message and deliver it.
      *****************************************************************
       send-window-notice section.

           exec cics
               read file("XAMAINT")
                   into(xamaint-record)
                   ridfld(ws-fire-key)
                   update
                   resp(ws-resp2)
           end-exec

           if ws-resp2 not = dfhresp(normal)
               exit section
           end-if

      *>   Re-check under the lock: another pass may have got here
      *>   between the browse and the read.
           perform decide-notice

           if ws-notice-none
               exec cics
                   unlock file("XAMAINT")
               end-exec
               exit section
           end-if

           if ws-notice-outage
               move ws-due-stage to xamaint-notice-stage
           else
               move "Y" to xamaint-restored-sent
           end-if

           exec cics
               rewrite file("XAMAINT")
                   from(xamaint-record)
                   resp(ws-resp2)
           end-exec

           if ws-resp2 not = dfhresp(normal)
               exit section
           end-if

           move xamaint-notify-group to ws-target-group

           perform build-notice-message
           perform store-message
           if ws-store-ok = 1
               perform deliver-to-terminals
           end-if
           .

      *****************************************************************
      *  Build the MSGBCAST record for the notice.
      *****************************************************************
       build-notice-message section.

           move spaces to msgbcast-text
           move 0 to msgbcast-template-no
           move 0 to msgbcast-line-count

           move xamaint-start-date to ws-wl-start-date
           move xamaint-start-time(1:2) to ws-wl-start-hh
           move xamaint-start-time(3:2) to ws-wl-start-mm
           move xamaint-end-date to ws-wl-end-date
           move xamaint-end-time(1:2) to ws-wl-end-hh
           move xamaint-end-time(3:2) to ws-wl-end-mm
           move xamaint-change-ref to ws-cl-change-ref

           if ws-notice-restored
               move xamaint-resource to ws-rl1-resource
               move xamaint-end-date to ws-el-end-date
               move xamaint-end-time(1:2) to ws-el-end-hh
               move xamaint-end-time(3:2) to ws-el-end-mm
               move ws-restored-line-1 to msgbcast-line(1)
               move ws-ended-line to msgbcast-line(2)
               move 2 to msgbcast-line-count
           else
               if xamaint-template-no not = 0
                   exec cics
                       read file("MSGLIB")
                           into(msglib-record)
                           ridfld(xamaint-template-no)
                           resp(ws-resp2)
                   end-exec
                   if ws-resp2 = dfhresp(normal)
                       move msglib-text to msgbcast-text
                       move msglib-line-count to msgbcast-line-count
                       move xamaint-template-no
                           to msgbcast-template-no
                       if msgbcast-line-count > 4
                           move 4 to msgbcast-line-count
                       end-if
                   end-if
               end-if
               if msgbcast-line-count = 0
                   move xamaint-resource to ws-ol1-resource
                   move ws-outage-line-1 to msgbcast-line(1)
                   move 1 to msgbcast-line-count
               end-if
               perform add-window-line
           end-if

           if xamaint-change-ref not = spaces
           and xamaint-change-ref not = low-values
               perform add-change-line
           end-if

           exec cics
               asktime abstime(ws-abstime)
           end-exec
           exec cics
               formattime abstime(ws-abstime)
                   yyyymmdd(msgbcast-sent-date)
                   time(msgbcast-sent-time)
           end-exec

           move "XAMAINT" to msgbcast-sent-by
           move 0 to msgbcast-term-count
           move xamaint-change-ref to msgbcast-change-ref
           .

      *>   The window and change lines go on the next free body line;
      *>   a template that already fills all four keeps its wording.
       add-window-line section.

           if msgbcast-line-count < 4
               add 1 to msgbcast-line-count
               move msgbcast-line-count to ws-line-ix
               move ws-window-line to msgbcast-line(ws-line-ix)
           end-if
           .

       add-change-line section.

           if msgbcast-line-count < 4
               add 1 to msgbcast-line-count
               move msgbcast-line-count to ws-line-ix
               move ws-change-line to msgbcast-line(ws-line-ix)
           end-if
           .

      *****************************************************************
      *  Store the message under its date/time key -- the same
      *  re-stamp-and-retry-once DUPREC handling as MSGB and MSGS.
      *****************************************************************
       store-message section.

           move 0 to ws-store-ok

           exec cics
               write file("MSGBCAST")
                   from(msgbcast-record)
                   ridfld(msgbcast-msg-id)
                   resp(ws-resp2)
           end-exec

           if ws-resp2 = dfhresp(duprec)
               exec cics
                   delay for seconds(1)
               end-exec
               exec cics
                   asktime abstime(ws-abstime)
               end-exec
               exec cics
                   formattime abstime(ws-abstime)
                       yyyymmdd(msgbcast-sent-date)
                       time(msgbcast-sent-time)
               end-exec
               exec cics
                   write file("MSGBCAST")
                       from(msgbcast-record)
                       ridfld(msgbcast-msg-id)
                       resp(ws-resp2)
               end-exec
           end-if

           if ws-resp2 = dfhresp(normal)
               move 1 to ws-store-ok
           end-if
           .

      *****************************************************************
      *  Walk the MSGTERMS registry and deliver to each active
      *  terminal (of the window's group, when one is named) -- the
      *  same MSGBACK write and MSGD START MSGS makes.
      *****************************************************************
       deliver-to-terminals section.

           move 0 to ws-term-count
           move low-values to ws-browse-termid

           exec cics
               startbr file("MSGTERMS")
                   ridfld(ws-browse-termid)
                   gteq
                   resp(ws-resp2)
           end-exec

           if ws-resp2 not = dfhresp(normal)
               exit section
           end-if

           perform deliver-to-next-terminal
               until ws-resp2 not = dfhresp(normal)

           exec cics
               endbr file("MSGTERMS")
           end-exec

           exec cics
               read file("MSGBCAST")
                   into(msgbcast-record)
                   ridfld(msgbcast-msg-id)
                   update
                   resp(ws-resp2)
           end-exec

           if ws-resp2 = dfhresp(normal)
               move ws-term-count to msgbcast-term-count
               exec cics
                   rewrite file("MSGBCAST")
                       from(msgbcast-record)
                       resp(ws-resp2)
               end-exec
           end-if
           .

       deliver-to-next-terminal section.

           exec cics
               readnext file("MSGTERMS")
                   into(msgterms-record)
                   ridfld(ws-browse-termid)
                   resp(ws-resp2)
           end-exec

           if ws-resp2 not = dfhresp(normal)
               exit section
           end-if

           if not msgterms-is-active
               exit section
           end-if

           if ws-target-group not = spaces
           and ws-target-group not = low-values
           and msgterms-group not = ws-target-group
               exit section
           end-if

           add 1 to ws-term-count

           exec cics
               start transid("MSGD")
                   termid(msgterms-termid)
                   from(msgbcast-msg-id)
                   length(length of msgbcast-msg-id)
                   resp(ws-start-resp)
           end-exec

           move msgbcast-msg-id to msgback-msg-id
           move msgterms-termid to msgback-termid
           move "N" to msgback-acked
           move spaces to msgback-ack-date
           move spaces to msgback-ack-time
           move "N" to msgback-escalated
           move spaces to msgback-reply-text
           if ws-start-resp = dfhresp(normal)
               move "Y" to msgback-delivered
           else
               move "N" to msgback-delivered
           end-if
           move 0 to msgback-retry-count

           exec cics
               write file("MSGBACK")
                   from(msgback-record)
                   ridfld(msgback-key)
                   resp(ws-write-resp)
           end-exec
           .

       end program XAMA.
