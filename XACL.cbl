      $set cicsecm
       identification division.
       program-id. XACL.

      *****************************************************************
      *  XACL -- shop business calendar maintenance.  Adds, updates,
      *  deletes and inquires on XACAL dates: a holiday (type H, the
      *  shop is closed and the day is not a business day) or a
      *  reduced-service day (type R, a skeleton staff -- still a
      *  business day, but marked on the trend reports).  A date
      *  with no entry is an ordinary day: Monday to Friday are
      *  business days, Saturday and Sunday are not.
      *
      *  MSGS reads the calendar for the MSGSCHED holiday rule (skip
      *  on a holiday, or move to the next business day); XARECON,
      *  MSGBESC and XASLARPT age by business days when their cards
      *  ask for it; XAJTTRND marks holidays on its day lines.
      *
      *  Every action lists the calendar dates from the date keyed
      *  onward, so the coming holidays can be checked at a glance.
      *  Every successful add, update and delete is written to the
      *  XAREFAUD change history with the record's before- and
      *  after-image, the userid, terminal and time.
      *****************************************************************

       environment division.
       configuration section.

       input-output section.
       file-control.
           copy xacalsel.
           copy xarefaudsel.

       data division.
       file section.
           copy xacal.
           copy xarefaud.

       working-storage section.
           copy xaclmap.

       01  ws-xacal-status             pic x(2).
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
      *> (the output map redefines the input map).
       01  ws-entered.
           05  ws-en-day-type          pic x(1).
           05  ws-en-desc              pic x(30).

       01  ws-date-num                 pic 9(8).
       01  ws-date-ok                  pic x(1).
       01  ws-day-int                  pic 9(9) comp.
       01  ws-day-rem                  pic 9(9) comp.
       01  ws-weekday                  pic 9(1).

       01  ws-weekday-names.
           05  filler                  pic x(9) value "MONDAY".
           05  filler                  pic x(9) value "TUESDAY".
           05  filler                  pic x(9) value "WEDNESDAY".
           05  filler                  pic x(9) value "THURSDAY".
           05  filler                  pic x(9) value "FRIDAY".
           05  filler                  pic x(9) value "SATURDAY".
           05  filler                  pic x(9) value "SUNDAY".
       01  filler redefines ws-weekday-names.
           05  ws-weekday-name occurs 7 times
                                       pic x(9).

      *> Calendar listing under the entry (list-calendar).
       01  ws-browse-date              pic x(8).
       01  ws-list-count               pic s9(4) comp-5.
       01  ws-list-resp                pic s9(8) comp.
       01  ws-list-line.
           05  ws-ll-date              pic x(8).
           05  filler                  pic x(2) value spaces.
           05  ws-ll-weekday           pic x(9).
           05  filler                  pic x(1) value spaces.
           05  ws-ll-type              pic x(8).
           05  filler                  pic x(2) value spaces.
           05  ws-ll-desc              pic x(30).

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

           move low-values to XACLMSO
           move "KEY AN ACTION AND A DATE (YYYYMMDD) AND PRESS ENTER"
               to MSGO

           exec cics
               send map("XACLMS") mapset("XACLMAP")
                   from(XACLMSO)
                   erase
           end-exec
           .

      *****************************************************************
      *  Operator pressed ENTER -- validate the action and apply it,
      *  then list the calendar from the date keyed.
      *****************************************************************
       receive-and-apply section.

           exec cics
               receive map("XACLMS") mapset("XACLMAP")
                   into(XACLMSI)
                   resp(ws-resp)
           end-exec

           move ACTNI to ws-action
           move spaces to xacal-record
           move DATEI to xacal-date
           move DTYPI to ws-en-day-type
           move DESCI to ws-en-desc
           inspect ws-entered replacing all low-values by spaces
           inspect xacal-key replacing all low-values by spaces

           move low-values to XACLMSO
           move ws-action to ACTNO
           move xacal-date to DATEO

           perform check-date
           if ws-date-ok = "N"
               move "DATE MUST BE A VALID DATE, YYYYMMDD" to MSGO
           else
               move ws-weekday-name(ws-weekday) to WDAYO
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
               perform list-calendar
           end-if

           exec cics
               send map("XACLMS") mapset("XACLMAP")
                   from(XACLMSO)
                   dataonly
           end-exec
           .

      *****************************************************************
      *  The keyed date must be a real YYYYMMDD date; its weekday
      *  (1 = Monday ... 7 = Sunday) is shown beside it.
      *****************************************************************
       check-date section.

           move "N" to ws-date-ok
           if xacal-date not numeric
               exit section
           end-if
           move xacal-date to ws-date-num
           if function test-date-yyyymmdd(ws-date-num) not = 0
               exit section
           end-if

           compute ws-day-int =
               function integer-of-date(ws-date-num) - 1
           divide ws-day-int by 7 giving ws-day-int
               remainder ws-day-rem
           compute ws-weekday = ws-day-rem + 1
           move "Y" to ws-date-ok
           .

      *****************************************************************
      *  Move the keyed type and description into the record.  A
      *  description is required so the reports can say why the day
      *  is different.
      *****************************************************************
       build-entry-from-screen section.

           if ws-en-day-type not = "H"
           and ws-en-day-type not = "R"
               move "DAY TYPE MUST BE H (HOLIDAY) OR R (REDUCED)"
                   to MSGO
               move "N" to ws-action
               exit section
           end-if

           if ws-en-desc = spaces
               move "A DESCRIPTION IS REQUIRED" to MSGO
               move "N" to ws-action
               exit section
           end-if

           move ws-en-day-type to xacal-day-type
           move ws-en-desc to xacal-desc

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
           move ws-userid to xacal-updated-by
           move ws-hist-date to xacal-updated-date
           .

       add-entry section.

           perform build-entry-from-screen
           if ws-action = "N"
               exit section
           end-if

           exec cics
               write file("XACAL")
                   from(xacal-record)
                   ridfld(xacal-key)
                   resp(ws-resp)
           end-exec

           evaluate ws-resp
               when dfhresp(normal)
                   move "CALENDAR DATE ADDED" to MSGO
                   perform show-entry
                   move "ADD" to ws-hist-action
                   move spaces to ws-before-image
                   perform write-change-history
               when dfhresp(duprec)
                   move "DATE ALREADY ON THE CALENDAR - USE U" to MSGO
               when other
                   move "UNABLE TO ADD CALENDAR DATE" to MSGO
           end-evaluate
           .

       update-entry section.

           exec cics
               read file("XACAL")
                   into(xacal-record)
                   ridfld(xacal-key)
                   update
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               move "DATE NOT ON THE CALENDAR - USE A" to MSGO
               exit section
           end-if

           move xacal-record to ws-before-image

           perform build-entry-from-screen
           if ws-action = "N"
               exec cics
                   unlock file("XACAL")
               end-exec
               exit section
           end-if

           exec cics
               rewrite file("XACAL")
                   from(xacal-record)
                   resp(ws-resp)
           end-exec

           if ws-resp = dfhresp(normal)
               move "CALENDAR DATE UPDATED" to MSGO
               perform show-entry
               move "UPDATE" to ws-hist-action
               perform write-change-history
           else
               move "UNABLE TO UPDATE CALENDAR DATE" to MSGO
           end-if
           .

      *>   Read for update first, so the change history has the
      *>   record as it stood; the DELETE then removes the record held.
       delete-entry section.

           exec cics
               read file("XACAL")
                   into(xacal-record)
                   ridfld(xacal-key)
                   update
                   resp(ws-resp)
           end-exec

           if ws-resp = dfhresp(notfnd)
               move "DATE NOT ON THE CALENDAR" to MSGO
               exit section
           end-if

           if ws-resp not = dfhresp(normal)
               move "UNABLE TO DELETE CALENDAR DATE" to MSGO
               exit section
           end-if

           move xacal-record to ws-before-image

           exec cics
               delete file("XACAL")
                   resp(ws-resp)
           end-exec

           if ws-resp = dfhresp(normal)
               move "CALENDAR DATE DELETED - NOW AN ORDINARY DAY"
                   to MSGO
               move "DELETE" to ws-hist-action
               perform write-change-history
           else
               move "UNABLE TO DELETE CALENDAR DATE" to MSGO
           end-if
           .

       inquire-entry section.

           exec cics
               read file("XACAL")
                   into(xacal-record)
                   ridfld(xacal-key)
                   resp(ws-resp)
           end-exec

           evaluate ws-resp
               when dfhresp(normal)
                   perform show-entry
                   move "CALENDAR DATE DISPLAYED" to MSGO
               when dfhresp(notfnd)
                   if ws-weekday > 5
                       move "NOT ON THE CALENDAR - A WEEKEND DAY"
                           to MSGO
                   else
                       move "NOT ON THE CALENDAR - A BUSINESS DAY"
                           to MSGO
                   end-if
               when other
                   move "UNABLE TO READ THE CALENDAR" to MSGO
           end-evaluate
           .

       show-entry section.

           move xacal-day-type to DTYPO
           move xacal-desc to DESCO
           move xacal-updated-by to UPDBO
           move xacal-updated-date to UPDDO
           .

      *****************************************************************
      *  List up to eight calendar dates from the date keyed onward
      *  (after the action, so an add or delete shows at once).
      *****************************************************************
       list-calendar section.

           move 0 to ws-list-count
           move xacal-date to ws-browse-date

           exec cics
               startbr file("XACAL")
                   ridfld(ws-browse-date)
                   gteq
                   resp(ws-list-resp)
           end-exec

           if ws-list-resp not = dfhresp(normal)
               move "NO CALENDAR DATES FROM THIS DATE ON" to LST1O
               exit section
           end-if

           perform list-next-date
               until ws-list-resp not = dfhresp(normal)
                  or ws-list-count = 8

           exec cics
               endbr file("XACAL")
           end-exec

           if ws-list-count = 0
               move "NO CALENDAR DATES FROM THIS DATE ON" to LST1O
           end-if
           .

       list-next-date section.

           exec cics
               readnext file("XACAL")
                   into(xacal-record)
                   ridfld(ws-browse-date)
                   resp(ws-list-resp)
           end-exec

           if ws-list-resp not = dfhresp(normal)
               exit section
           end-if

           add 1 to ws-list-count
           move xacal-date to ws-ll-date
           move spaces to ws-ll-weekday
           if xacal-date numeric
               move xacal-date to ws-date-num
               if function test-date-yyyymmdd(ws-date-num) = 0
                   compute ws-day-int =
                       function integer-of-date(ws-date-num) - 1
                   divide ws-day-int by 7 giving ws-day-int
                       remainder ws-day-rem
                   move ws-weekday-name(ws-day-rem + 1)
                       to ws-ll-weekday
               end-if
           end-if
           evaluate true
               when xacal-is-holiday
                   move "HOLIDAY" to ws-ll-type
               when xacal-is-reduced
                   move "REDUCED" to ws-ll-type
               when other
                   move xacal-day-type to ws-ll-type
           end-evaluate
           move xacal-desc to ws-ll-desc

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
               when 7
                   move ws-list-line to LST7O
               when 8
                   move ws-list-line to LST8O
           end-evaluate
           .

      *****************************************************************
      *  Record the change just applied in the XAREFAUD change
      *  history: ws-hist-action and ws-before-image are set by the
      *  caller; the after-image is xacal-record as written (spaces
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
           move "XACAL" to xarefaud-file
           move xacal-key to xarefaud-rec-key
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
               move xacal-record to xarefaud-after-image
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

       end program XACL.
