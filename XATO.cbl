      $set cicsecm
       identification division.
       program-id. XATO.

      *****************************************************************
      *  XATO -- time-boxed trace requests.  Raises CTF trace for a
      *  named XA resource (type R, as keyed in XARESREG) or for every
      *  resource of one database technology (type T, the switch
      *  module build name) to a chosen trace level and set of
      *  TRACE-FLAGS-ESXA-* bits, for a fixed number of minutes,
      *  without anyone touching the tracer configuration:
      *
      *    A  activate -- writes the XATROVR override with its start
      *       and expiry stamps.  ApplyTraceOverride (xa/xapd.cpy)
      *       puts it into force on the resource's next open, and
      *       drops back to the tracer's own settings on the first
      *       open after it expires;
      *    C  cancel   -- ends an active override early;
      *    I  inquire  -- shows the override and the minutes left.
      *
      *  The XATX sweep marks each override expired once its time is
      *  up.  Only one override per resource or technology at a time:
      *  an active one must be cancelled before another is requested.
      *  A resource override wins over its technology's while both
      *  are in force.
      *
      *  Every activation, cancellation and expiry is written to the
      *  XATRAUD audit.  An override whose time ran out before the
      *  sweep reached it is audited as expired here, before a new
      *  request replaces it, so no expiry goes unrecorded.
      *
      *  Authority: activate and cancel need XAOPAUTH-TRCSET-AUTH --
      *  extra trace costs disk and CPU on live work; inquiry needs
      *  the same or XAOPAUTH-TRACE-AUTH, as for XATR.  A denied
      *  attempt is logged to XAAUTHAUD.
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
           copy xalims.
           copy xatomap.

       01  ws-xatrovr-status           pic x(2).
       01  ws-xatraud-status           pic x(2).

       01  ws-resp                     pic s9(8) comp.
       01  ws-resp2                    pic s9(8) comp.
       01  ws-action                   pic x(1).
       01  ws-userid                   pic x(8).
       01  ws-abstime                  pic s9(15) comp-3.
       01  ws-now-date                 pic x(8).
       01  ws-now-time                 pic x(6).
       01  ws-now-stamp                pic x(14).
       01  ws-authorized               pic 9.
       01  ws-auth-needed              pic x(1).
           88  ws-need-trace-set          value "S".
           88  ws-need-trace-view         value "V".
       01  ws-aud-action               pic x(8).
       01  ws-aud-userid               pic x(8).
       01  ws-flag-ix                  pic s9(4) comp-5.
       01  ws-flag-on-count            pic s9(4) comp-5.
       01  ws-flags-bad                pic 9.
       01  ws-minutes-num              pic 9(4).
       01  ws-tech-ix                  pic s9(4) comp-5.
       01  ws-target-ok                pic 9.

      *> Fields as keyed, saved before the output map is cleared
      *> (the output map redefines the input map).
       01  ws-entered.
           05  ws-en-type              pic x(1).
           05  ws-en-name              pic x(8).
           05  ws-en-level             pic x(4).
           05  ws-en-minutes           pic x(4).
           05  ws-en-flags.
               10  ws-en-flag          pic x(1) occurs 8 times.

      *> Database technologies an override may name -- the switch
      *> module build names ApplyTraceOverride matches against.
       01  ws-tech-names-init.
           05  filler                  pic x(32)
               value "DB2     SQLSRVR OCI     ODBC    ".
           05  filler                  pic x(32)
               value "ORA     PGSQL   XDB     XDBOPC  ".
       01  ws-tech-names redefines ws-tech-names-init.
           05  ws-tech-name            pic x(8) occurs 8 times.

      *> Second clock -- day number times 86400 plus second of day --
      *> so expiry stamps compute and compare across midnight.
       01  ws-date-num                 pic 9(8).
       01  ws-clock-secs               pic s9(13) comp-3.
       01  ws-now-secs                 pic s9(13) comp-3.
       01  ws-expiry-secs              pic s9(13) comp-3.
       01  ws-left-secs                pic s9(13) comp-3.
       01  ws-left-mins                pic 9(5).
       01  ws-day-num                  pic s9(9) comp-3.
       01  ws-sec-of-day               pic s9(9) comp-3.
       01  ws-time-hhmmss.
           05  ws-time-hh              pic 9(2).
           05  ws-time-mm              pic 9(2).
           05  ws-time-ss              pic 9(2).

      *> Operator authority record -- field layout mirrors
      *> xa/xaopauth.cpy's FD record.
       01  ws-opauth-record.
           05  ws-opauth-userid        pic x(8).
           05  ws-opauth-resolve-auth  pic x(1).
           05  ws-opauth-reveal-auth   pic x(1).
           05  ws-opauth-admin-auth    pic x(1).
           05  ws-opauth-alertack-auth pic x(1).
           05  ws-opauth-registry-auth pic x(1).
           05  ws-opauth-trace-auth    pic x(1).
               88  ws-opauth-may-trace    value "Y".
           05  ws-opauth-trcset-auth   pic x(1).
               88  ws-opauth-may-trcset   value "Y".
           05  filler                  pic x(9).

      *> Denied-attempt audit record -- field layout mirrors
      *> xa/xaauthaud.cpy's FD record.
       01  ws-authaud-record.
           05  ws-aa-key.
               10  ws-aa-userid        pic x(8).
               10  ws-aa-date          pic x(8).
               10  ws-aa-time          pic x(6).
           05  ws-aa-action            pic x(8).
           05  ws-aa-actor             pic x(8).
           05  ws-aa-old-auths         pic x(8).
           05  ws-aa-new-auths         pic x(8).
           05  ws-aa-detail            pic x(16).
           05  filler                  pic x(10).

      *> Registry entry for a keyed resource -- field layout mirrors
      *> xa/xaresreg.cpy's FD record.
       01  ws-registry-record.
           05  ws-rr-resource          pic x(8).
           05  ws-rr-rmid              pic s9(9) comp-5.
           05  ws-rr-switch-module     pic x(32).
           05  ws-rr-db-tech           pic x(8).
           05  ws-rr-owner-team        pic x(16).
           05  ws-rr-contact           pic x(24).
           05  filler                  pic x(12).

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
      *  First entry -- paint a blank request panel.
      *****************************************************************
       send-initial-map section.

           move low-values to XATOMSO
           move "KEY AN ACTION, OVERRIDE TYPE AND NAME AND PRESS ENTER"
               to MSGO

           exec cics
               send map("XATOMS") mapset("XATOMAP")
                   from(XATOMSO)
                   erase
           end-exec
           .

      *****************************************************************
      *  Operator pressed ENTER -- validate the action and apply it.
      *****************************************************************
       receive-and-apply section.

           exec cics
               receive map("XATOMS") mapset("XATOMAP")
                   into(XATOMSI)
                   resp(ws-resp)
           end-exec

           move ACTNI to ws-action
           move TYPEI to ws-en-type
           move NAMEI to ws-en-name
           move LVLI to ws-en-level
           move MINSI to ws-en-minutes
           move FL1I to ws-en-flag(1)
           move FL2I to ws-en-flag(2)
           move FL3I to ws-en-flag(3)
           move FL4I to ws-en-flag(4)
           move FL5I to ws-en-flag(5)
           move FL6I to ws-en-flag(6)
           move FL7I to ws-en-flag(7)
           move FL8I to ws-en-flag(8)
           inspect ws-entered replacing all low-values by spaces
           inspect ws-action replacing all low-values by spaces

           move low-values to XATOMSO
           move ws-action to ACTNO
           move ws-en-type to TYPEO
           move ws-en-name to NAMEO

           exec cics
               assign userid(ws-userid)
           end-exec
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

           if ws-en-type not = "R"
           and ws-en-type not = "T"
               move "OVERRIDE TYPE MUST BE R (RESOURCE) OR T (TECH)"
                   to MSGO
           else
               if ws-en-name = spaces
                   move "A RESOURCE OR TECHNOLOGY NAME IS REQUIRED"
                       to MSGO
               else
                   evaluate ws-action
                       when "A"
                           perform activate-override
                       when "C"
                           perform cancel-override
                       when "I"
                           perform inquire-override
                       when other
                           move "ACTION MUST BE A, C OR I" to MSGO
                   end-evaluate
               end-if
           end-if

           exec cics
               send map("XATOMS") mapset("XATOMAP")
                   from(XATOMSO)
                   dataonly
           end-exec
           .

      *****************************************************************
      *  A -- validate the request and write the override.  An
      *  override still in force must be cancelled first; one whose
      *  time has run out is audited as expired and replaced.
      *****************************************************************
       activate-override section.

           set ws-need-trace-set to true
           perform check-trace-authority
           if ws-authorized = 0
               exit section
           end-if

           perform validate-target
           if ws-target-ok = 0
               exit section
           end-if

           if ws-en-level not numeric
               move "TRACE LEVEL MUST BE NUMERIC - KEY ALL 4 DIGITS"
                   to MSGO
               exit section
           end-if

           if ws-en-minutes not numeric
               move "MINUTES MUST BE NUMERIC - KEY ALL 4 DIGITS" to MSGO
               exit section
           end-if

           move ws-en-minutes to ws-minutes-num
           if ws-minutes-num = 0
           or ws-minutes-num > 78-MAX-TRACE-OVERRIDE-MINS
               move "MINUTES MUST BE 0001 TO 1440 (24 HOURS)" to MSGO
               exit section
           end-if

      *>   Flags are Y or N; blank is N.  An override that sets no
      *>   flag would trace nothing.
           move 0 to ws-flag-on-count
           move 0 to ws-flags-bad
           perform varying ws-flag-ix from 1 by 1
                   until ws-flag-ix > 8
               evaluate ws-en-flag(ws-flag-ix)
                   when space
                       move "N" to ws-en-flag(ws-flag-ix)
                   when "Y"
                       add 1 to ws-flag-on-count
                   when "N"
                       continue
                   when other
                       move 1 to ws-flags-bad
               end-evaluate
           end-perform

           if ws-flags-bad = 1
               move "EACH FLAG MUST BE Y OR N" to MSGO
               exit section
           end-if

           if ws-flag-on-count = 0
               move "AT LEAST ONE TECHNOLOGY FLAG MUST BE Y" to MSGO
               exit section
           end-if

           move spaces to xatrovr-record
           move ws-en-type to xatrovr-type
           move ws-en-name to xatrovr-name

           exec cics
               read file("XATROVR")
                   into(xatrovr-record)
                   ridfld(xatrovr-key)
                   update
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
           and ws-resp not = dfhresp(notfnd)
               move "UNABLE TO READ THE TRACE OVERRIDE FILE" to MSGO
               exit section
           end-if

           if ws-resp = dfhresp(normal)
               if xatrovr-is-active
                   if xatrovr-expiry > ws-now-stamp
                       exec cics
                           unlock file("XATROVR")
                       end-exec
                       perform show-override
                       move "OVERRIDE IN FORCE - CANCEL IT FIRST"
                           to MSGO
                       exit section
                   end-if
                   move "EXPIRE" to ws-aud-action
                   move eibtrnid to ws-aud-userid
                   perform write-override-audit
               end-if
           end-if

           perform build-override

           if ws-resp = dfhresp(normal)
               exec cics
                   rewrite file("XATROVR")
                       from(xatrovr-record)
                       resp(ws-resp2)
               end-exec
           else
               exec cics
                   write file("XATROVR")
                       from(xatrovr-record)
                       ridfld(xatrovr-key)
                       resp(ws-resp2)
               end-exec
           end-if

           if ws-resp2 not = dfhresp(normal)
               move "UNABLE TO WRITE THE TRACE OVERRIDE" to MSGO
               exit section
           end-if

           move "ACTIVATE" to ws-aud-action
           move ws-userid to ws-aud-userid
           perform write-override-audit

           perform show-override
           if ws-resp2 = dfhresp(normal)
               move "OVERRIDE ACTIVE - IN FORCE FROM THE NEXT XA OPEN"
                   to MSGO
           end-if
           .

      *****************************************************************
      *  Lay out the new override from the keyed fields: started now,
      *  expiring the keyed number of minutes later.
      *****************************************************************
       build-override section.

           move spaces to xatrovr-record
           move ws-en-type to xatrovr-type
           move ws-en-name to xatrovr-name
           move "A" to xatrovr-status
           move ws-en-level to xatrovr-level
           move ws-en-flags to xatrovr-flags
           move ws-en-minutes to xatrovr-minutes
           move ws-now-date to xatrovr-start-date
           move ws-now-time to xatrovr-start-time
           move ws-userid to xatrovr-requested-by
           move eibtrmid to xatrovr-termid

           move ws-now-date to ws-date-num
           move ws-now-time to ws-time-hhmmss
           perform compute-second-clock
           compute ws-expiry-secs =
               ws-clock-secs + xatrovr-minutes * 60

           divide ws-expiry-secs by 86400
               giving ws-day-num remainder ws-sec-of-day
           compute ws-date-num =
               function date-of-integer(ws-day-num)
           move ws-date-num to xatrovr-expiry-date
           divide ws-sec-of-day by 3600 giving ws-time-hh
           compute ws-time-mm =
               (ws-sec-of-day - ws-time-hh * 3600) / 60
           compute ws-time-ss =
               ws-sec-of-day - ws-time-hh * 3600 - ws-time-mm * 60
           move ws-time-hhmmss to xatrovr-expiry-time
           .

      *****************************************************************
      *  C -- end an active override early.  One whose time has
      *  already run out is closed as expired instead.
      *****************************************************************
       cancel-override section.

           set ws-need-trace-set to true
           perform check-trace-authority
           if ws-authorized = 0
               exit section
           end-if

           move spaces to xatrovr-record
           move ws-en-type to xatrovr-type
           move ws-en-name to xatrovr-name

           exec cics
               read file("XATROVR")
                   into(xatrovr-record)
                   ridfld(xatrovr-key)
                   update
                   resp(ws-resp)
           end-exec

           if ws-resp = dfhresp(notfnd)
               move "NO TRACE OVERRIDE FOR THAT NAME" to MSGO
               exit section
           end-if

           if ws-resp not = dfhresp(normal)
               move "UNABLE TO READ THE TRACE OVERRIDE FILE" to MSGO
               exit section
           end-if

           if not xatrovr-is-active
               exec cics
                   unlock file("XATROVR")
               end-exec
               perform show-override
               move "OVERRIDE IS NOT ACTIVE" to MSGO
               exit section
           end-if

           if xatrovr-expiry > ws-now-stamp
               move "C" to xatrovr-status
               move ws-userid to xatrovr-ended-by
               move "CANCEL" to ws-aud-action
               move ws-userid to ws-aud-userid
           else
               move "E" to xatrovr-status
               move eibtrnid to xatrovr-ended-by
               move "EXPIRE" to ws-aud-action
               move eibtrnid to ws-aud-userid
           end-if
           move ws-now-date to xatrovr-ended-date
           move ws-now-time to xatrovr-ended-time

           exec cics
               rewrite file("XATROVR")
                   from(xatrovr-record)
                   resp(ws-resp2)
           end-exec

           if ws-resp2 not = dfhresp(normal)
               move "UNABLE TO UPDATE THE TRACE OVERRIDE" to MSGO
               exit section
           end-if

           perform write-override-audit

           perform show-override
           if ws-resp2 = dfhresp(normal)
               if xatrovr-is-cancelled
                   move "OVERRIDE CANCELLED - ENDS ON THE NEXT XA OPEN"
                       to MSGO
               else
                   move "OVERRIDE HAD ALREADY EXPIRED" to MSGO
               end-if
           end-if
           .

      *****************************************************************
      *  I -- show the override on file for the keyed name.
      *****************************************************************
       inquire-override section.

           set ws-need-trace-view to true
           perform check-trace-authority
           if ws-authorized = 0
               exit section
           end-if

           move spaces to xatrovr-record
           move ws-en-type to xatrovr-type
           move ws-en-name to xatrovr-name

           exec cics
               read file("XATROVR")
                   into(xatrovr-record)
                   ridfld(xatrovr-key)
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               move "NO TRACE OVERRIDE FOR THAT NAME" to MSGO
               exit section
           end-if

           perform show-override
           move "TRACE OVERRIDE DISPLAYED" to MSGO
           .

      *****************************************************************
      *  Put xatrovr-record on the panel.  An active override past
      *  its expiry stamp is shown as expired: it is no longer in
      *  force, whether or not XATX has marked it yet.
      *****************************************************************
       show-override section.

           move xatrovr-level to LVLO
           move xatrovr-minutes to MINSO
           move xatrovr-flag(1) to FL1O
           move xatrovr-flag(2) to FL2O
           move xatrovr-flag(3) to FL3O
           move xatrovr-flag(4) to FL4O
           move xatrovr-flag(5) to FL5O
           move xatrovr-flag(6) to FL6O
           move xatrovr-flag(7) to FL7O
           move xatrovr-flag(8) to FL8O
           move xatrovr-requested-by to REQBO
           move spaces to STRTO
           string
               xatrovr-start-date delimited size
               " " delimited size
               xatrovr-start-time delimited size
           into STRTO
           move spaces to EXPRO
           string
               xatrovr-expiry-date delimited size
               " " delimited size
               xatrovr-expiry-time delimited size
           into EXPRO

           evaluate true
               when xatrovr-is-active
               and xatrovr-expiry > ws-now-stamp
                   move "ACTIVE" to STATO
                   perform compute-minutes-left
                   move ws-left-mins to REMNO
               when xatrovr-is-active
                   move "EXPIRED" to STATO
               when xatrovr-is-expired
                   move "EXPIRED" to STATO
               when xatrovr-is-cancelled
                   move "CANCELLED" to STATO
               when other
                   move xatrovr-status to STATO
           end-evaluate
           .

      *****************************************************************
      *  Whole minutes (rounded up) from now to xatrovr-expiry, into
      *  ws-left-mins.
      *****************************************************************
       compute-minutes-left section.

           move ws-now-date to ws-date-num
           move ws-now-time to ws-time-hhmmss
           perform compute-second-clock
           move ws-clock-secs to ws-now-secs

           move xatrovr-expiry-date to ws-date-num
           move xatrovr-expiry-time to ws-time-hhmmss
           perform compute-second-clock
           move ws-clock-secs to ws-expiry-secs

           compute ws-left-secs = ws-expiry-secs - ws-now-secs
           if ws-left-secs < 0
               move 0 to ws-left-secs
           end-if
           compute ws-left-mins = (ws-left-secs + 59) / 60
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
      *  The keyed resource must be on XARESREG; a technology must be
      *  one of the switch module build names.
      *****************************************************************
       validate-target section.

           move 0 to ws-target-ok

           if ws-en-type = "R"
               exec cics
                   read file("XARESREG")
                       into(ws-registry-record)
                       ridfld(ws-en-name)
                       resp(ws-resp)
               end-exec
               if ws-resp = dfhresp(normal)
                   move 1 to ws-target-ok
               else
                   move "RESOURCE IS NOT ON THE XARESREG REGISTRY"
                       to MSGO
               end-if
               exit section
           end-if

           perform varying ws-tech-ix from 1 by 1
                   until ws-tech-ix > 8
               if ws-tech-name(ws-tech-ix) = ws-en-name
                   move 1 to ws-target-ok
               end-if
           end-perform

           if ws-target-ok = 0
               move "TECHNOLOGY MUST BE A NAME LISTED BELOW" to MSGO
           end-if
           .

      *****************************************************************
      *  Activate and cancel need trace-raise authority; inquiry needs
      *  that or trace-view authority.  A denial is said on the
      *  message line and logged to XAAUTHAUD.
      *****************************************************************
       check-trace-authority section.

           move 0 to ws-authorized

           exec cics
               read file("XAOPAUTH")
                   into(ws-opauth-record)
                   ridfld(ws-userid)
                   resp(ws-resp2)
           end-exec

           if ws-resp2 = dfhresp(normal)
               if ws-opauth-may-trcset
                   move 1 to ws-authorized
                   exit section
               end-if
               if ws-need-trace-view
               and ws-opauth-may-trace
                   move 1 to ws-authorized
                   exit section
               end-if
           end-if

           move spaces to ws-authaud-record
           move ws-userid to ws-aa-userid
           move ws-now-date to ws-aa-date
           move ws-now-time to ws-aa-time
           move "DENY" to ws-aa-action
           move ws-userid to ws-aa-actor

           evaluate ws-action
               when "A"
                   move "NOT AUTHORIZED TO RAISE TRACE" to MSGO
                   move "XATO ACTIVATE" to ws-aa-detail
               when "C"
                   move "NOT AUTHORIZED TO CANCEL A TRACE OVERRIDE"
                       to MSGO
                   move "XATO CANCEL" to ws-aa-detail
               when other
                   move "NOT AUTHORIZED TO VIEW TRACE SETTINGS" to MSGO
                   move "XATO VIEW" to ws-aa-detail
           end-evaluate

           exec cics
               write file("XAAUTHAUD")
                   from(ws-authaud-record)
                   ridfld(ws-aa-key)
                   resp(ws-resp2)
           end-exec
           .

      *****************************************************************
      *  Record the override in xatrovr-record in the XATRAUD audit:
      *  ws-aud-action and ws-aud-userid are set by the caller.  The
      *  change itself has already been made, so a failed audit write
      *  is said on the message line rather than undoing it.
      *****************************************************************
       write-override-audit section.

           move spaces to xatraud-record
           move xatrovr-type to xatraud-type
           move xatrovr-name to xatraud-name
           move ws-now-date to xatraud-date
           move ws-now-time to xatraud-time
           move eibtaskn to xatraud-taskno
           move ws-aud-action to xatraud-action
           move ws-aud-userid to xatraud-userid
           move eibtrmid to xatraud-termid
           move eibtrnid to xatraud-transid
           move xatrovr-level to xatraud-level
           move xatrovr-flags to xatraud-flags
           move xatrovr-minutes to xatraud-minutes
           move xatrovr-start to xatraud-start
           move xatrovr-expiry to xatraud-expiry
           move xatrovr-requested-by to xatraud-requested-by

      *>   An expiry closed here and the activation replacing it share
      *>   this task's timestamp; the expiry is written first, so the
      *>   activation goes in one task number higher.
           exec cics
               write file("XATRAUD")
                   from(xatraud-record)
                   ridfld(xatraud-key)
                   resp(ws-resp2)
           end-exec

           if ws-resp2 = dfhresp(duprec)
               add 1 to xatraud-taskno
               exec cics
                   write file("XATRAUD")
                       from(xatraud-record)
                       ridfld(xatraud-key)
                       resp(ws-resp2)
               end-exec
           end-if

           if ws-resp2 not = dfhresp(normal)
               move "CHANGE APPLIED - TRACE AUDIT NOT WRITTEN" to MSGO
           end-if
           .

       end program XATO.
