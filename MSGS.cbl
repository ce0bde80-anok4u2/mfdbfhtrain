      *  MSGSCHED-LAST-FIRED-DATE is stamped when an entry fires, so
      *  a pass that finds the entry already fired today leaves it
      *  alone however late in the day it runs.
      *
      *  On a day the XACAL shop calendar marks as a holiday, an
      *  entry whose holiday rule is S (skip) or M (move) does not
      *  fire.  On the next business day an M entry fires at its
      *  usual time as well, if it was flagged for any of the
      *  holidays in the run of weekend and holiday days just gone
      *  -- once, however many of them it missed.  An entry with no
      *  holiday rule fires on its flagged days as it always has.
      *****************************************************************

       environment division.
           copy msgbacksel.
           copy msgtermssel.
           copy msglibsel.
           copy xacalsel.

       data division.
       file section.
           copy msgback.
           copy msgterms.
           copy msglib.
           copy xacal.

       working-storage section.
       01  ws-msgsched-status          pic x(2).
       01  ws-msgback-status           pic x(2).
       01  ws-msgterms-status          pic x(2).
       01  ws-msglib-status            pic x(2).
       01  ws-xacal-status             pic x(2).

       01  ws-resp                     pic s9(8) comp.
       01  ws-resp2                    pic s9(8) comp.
       01  ws-term-count               pic 9(4) comp-5.
       01  ws-store-ok                 pic 9.

      *> Shop calendar (check-calendar).  ws-moved-day is set for
      *> the weekday of each holiday since the last business day.
       01  ws-cal-resp                 pic s9(8) comp.
       01  ws-today-holiday            pic x(1).
       01  ws-moved-any                pic x(1).
       01  ws-moved-days.
           05  ws-moved-day occurs 7 times
                                       pic x(1).
       01  ws-moved-match              pic x(1).
       01  ws-today-date-num           pic 9(8).
       01  ws-today-int                pic s9(9) comp.
       01  ws-back-days                pic s9(4) comp-5.
       01  ws-back-date-num            pic 9(8).
       01  ws-back-date redefines ws-back-date-num
                                       pic x(8).
       01  ws-back-dow                 pic s9(4) comp-5.
       01  ws-back-quot                pic s9(4) comp-5.
       01  ws-back-business            pic x(1).
       01  ws-idx                      pic s9(4) comp-5.

      *> Interval between schedule passes -- one minute, HHMMSS.
       01  ws-pass-interval            pic 9(6) value 100.

      *>   flags are subscripted 1 through 7 in the same order.
           compute ws-day-sub = ws-dayofweek + 1

           perform check-calendar
           perform scan-schedule

           exec cics

           goback.

      *****************************************************************
      *  Is today a holiday on the XACAL shop calendar, and -- when
      *  today is a business day -- which weekdays were holidays in
      *  the run of weekend and holiday days just before it (at most
      *  a fortnight back).  No calendar, or no entry for a date,
      *  means an ordinary day.
      *****************************************************************
       check-calendar section.

           move "N" to ws-today-holiday
           move "N" to ws-moved-any
           move all "N" to ws-moved-days

           exec cics
               read file("XACAL")
                   into(xacal-record)
                   ridfld(ws-today-date)
                   resp(ws-cal-resp)
           end-exec

           if ws-cal-resp = dfhresp(normal)
           and xacal-is-holiday
               move "Y" to ws-today-holiday
           end-if

           if ws-today-holiday = "Y"
           or ws-dayofweek = 0
           or ws-dayofweek = 6
               exit section
           end-if

           move ws-today-date to ws-today-date-num
           compute ws-today-int =
               function integer-of-date(ws-today-date-num)
           move 1 to ws-back-days
           move "N" to ws-back-business
           perform check-previous-day
               until ws-back-business = "Y"
                  or ws-back-days > 14
           .

      *>   One day further back: a holiday marks its weekday as moved;
      *>   a plain weekday is the last business day and ends the walk.
       check-previous-day section.

           compute ws-back-date-num =
               function date-of-integer(ws-today-int - ws-back-days)
           compute ws-back-dow = ws-dayofweek - ws-back-days + 21
           divide ws-back-dow by 7 giving ws-back-quot
               remainder ws-back-dow

           exec cics
               read file("XACAL")
                   into(xacal-record)
                   ridfld(ws-back-date)
                   resp(ws-cal-resp)
           end-exec

           if ws-cal-resp = dfhresp(normal)
           and xacal-is-holiday
               move "Y" to ws-moved-day(ws-back-dow + 1)
               move "Y" to ws-moved-any
           else
               if ws-back-dow not = 0
               and ws-back-dow not = 6
                   move "Y" to ws-back-business
               end-if
           end-if

           add 1 to ws-back-days
           .

      *****************************************************************
      *  Walk the whole schedule file and fire every entry that is
      *  due.  The browse only decides WHICH entries fire; the fire
               exit section
           end-if

           if msgsched-day(ws-day-sub) = "Y"
               if ws-today-holiday = "Y"
               and (msgsched-skip-on-holiday
                    or msgsched-move-on-holiday)
                   exit section
               end-if
           else
               if ws-moved-any = "N"
               or not msgsched-move-on-holiday
                   exit section
               end-if
               move "N" to ws-moved-match
               perform varying ws-idx from 1 by 1 until ws-idx > 7
                   if ws-moved-day(ws-idx) = "Y"
                   and msgsched-day(ws-idx) = "Y"
                       move "Y" to ws-moved-match
                   end-if
               end-perform
               if ws-moved-match = "N"
                   exit section
               end-if
           end-if

           if msgsched-fire-time > ws-now-time(1:4)

           move "MSGSCHED" to msgbcast-sent-by
           move 0 to msgbcast-term-count
           move spaces to msgbcast-change-ref
           .

      *****************************************************************
