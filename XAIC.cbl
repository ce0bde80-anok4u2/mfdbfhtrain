      $set cicsecm
       identification division.
       program-id. XAIC.

      *****************************************************************
      *  XAIC -- incident folders.  One outage leaves its trail over
      *  several files: XAALERT items, XAHEURLG heuristic outcomes,
      *  MSGB broadcasts, an XAMAINT window added after the fact and
      *  the XATKXREF record of the ticket XATKFEED raised.  XAIC
      *  ties them together under one XAINCID incident:
      *    O  open a new incident (a title is required); the next
      *       number is taken from the XAINCID control record
      *    A  attach a record to an open incident, by the file it
      *       lives on and its key as held on that file -- the record
      *       must be on file when it is attached
      *    D  detach a record attached in error
      *    C  close the incident with a cause code (xa/xainccau.cpy)
      *       and an optional closing note
      *    I  inquire on an incident
      *  The panel shows the first five attachments; XAINCTML prints
      *  the incident's full timeline for the post-incident review.
      *****************************************************************

       environment division.
       configuration section.

       input-output section.
       file-control.
           copy xaincidsel.
           copy xainclnksel.

       data division.
       file section.
           copy xaincid.
           copy xainclnk.

       working-storage section.
           copy xaicmap.
           copy xainccau.

       01  ws-xaincid-status           pic x(2).
       01  ws-xainclnk-status          pic x(2).

       01  ws-resp                     pic s9(8) comp.
       01  ws-resp2                    pic s9(8) comp.
       01  ws-action                   pic x(1).
       01  ws-idx                      pic s9(4) comp-5.
       01  ws-abstime                  pic s9(15) comp-3.
       01  ws-now-date                 pic x(8).
       01  ws-now-time                 pic x(6).
       01  ws-userid                   pic x(8).
       01  ws-new-control              pic x(1).

      *> Fields as keyed, saved before the output map is cleared
      *> (the output map redefines the input map).
       01  ws-entered.
           05  ws-en-incident          pic x(6).
           05  ws-en-title             pic x(56).
           05  ws-en-file              pic x(8).
           05  ws-en-key               pic x(38).
           05  ws-en-cause             pic x(4).
           05  ws-en-note              pic x(56).

       01  ws-incident-no              pic 9(6).
       01  ws-incident-x redefines ws-incident-no
                                       pic x(6).

      *> Attached record as read back to prove it is on file.
       01  ws-origin-record            pic x(600).

      *> Attachment list browse.
       01  ws-link-browse-key.
           05  ws-lb-incident-no       pic 9(6).
           05  ws-lb-rest              pic x(46).
       01  ws-att-shown                pic s9(4) comp-5.
       01  ws-att-count                pic z(3)9.
       01  ws-att-line.
           05  ws-al-file              pic x(8).
           05  filler                  pic x(2) value spaces.
           05  ws-al-key               pic x(38).
           05  filler                  pic x(2) value spaces.
           05  ws-al-by                pic x(8).
           05  filler                  pic x(1) value space.
           05  ws-al-date              pic x(8).
           05  filler                  pic x(1) value space.
           05  ws-al-time              pic x(6).

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
      *  First entry -- paint a blank incident panel.
      *****************************************************************
       send-initial-map section.

           move low-values to XAICMSO
           move "KEY AN ACTION (O OPENS A NEW INCIDENT) AND PRESS ENTER"
               to MSGO

           exec cics
               send map("XAICMS") mapset("XAICMAP")
                   from(XAICMSO)
                   erase
           end-exec
           .

      *****************************************************************
      *  Operator pressed ENTER -- validate the action and apply it.
      *****************************************************************
       receive-and-apply section.

           exec cics
               receive map("XAICMS") mapset("XAICMAP")
                   into(XAICMSI)
                   resp(ws-resp)
           end-exec

           move ACTNI to ws-action
           move INCNI to ws-en-incident
           move TITLI to ws-en-title
           move LFILI to ws-en-file
           move LKEYI to ws-en-key
           move CAUSI to ws-en-cause
           move NOTEI to ws-en-note
           inspect ws-entered replacing all low-values by spaces

           move low-values to XAICMSO
           move ws-action to ACTNO

           if ws-action = "O"
               perform open-incident
           else
               perform check-incident-no
               if ws-action not = "N"
                   move ws-incident-x to INCNO
                   evaluate ws-action
                       when "A"
                           perform attach-record
                       when "D"
                           perform detach-record
                       when "C"
                           perform close-incident
                       when "I"
                           perform inquire-incident
                       when other
                           move "ACTION MUST BE O, A, D, C OR I" to MSGO
                   end-evaluate
               end-if
           end-if

           exec cics
               send map("XAICMS") mapset("XAICMAP")
                   from(XAICMSO)
                   dataonly
           end-exec
           .

      *>   Every action but O names an existing incident, keyed in
      *>   full (leading zeros) or right-justified by the terminal.
       check-incident-no section.

           if ws-en-incident = spaces
               move "KEY THE INCIDENT NUMBER" to MSGO
               move "N" to ws-action
               exit section
           end-if
           inspect ws-en-incident replacing leading spaces by zeros
           if ws-en-incident not numeric
               move "INCIDENT NUMBER MUST BE NUMERIC" to MSGO
               move "N" to ws-action
               exit section
           end-if
           move ws-en-incident to ws-incident-x
           if ws-incident-no = 0
               move "INCIDENT NUMBER MUST NOT BE ZERO" to MSGO
               move "N" to ws-action
           end-if
           .

       get-user-and-time section.

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
           .

      *****************************************************************
      *  O -- take the next number from the control record (creating
      *  it for the very first incident) and write the new incident.
      *****************************************************************
       open-incident section.

           if ws-en-title = spaces
               move "A TITLE IS REQUIRED TO OPEN AN INCIDENT" to MSGO
               exit section
           end-if

           perform get-user-and-time

           move zero to xaincid-no
           exec cics
               read file("XAINCID")
                   into(xaincid-record)
                   ridfld(xaincid-no)
                   update
                   resp(ws-resp)
           end-exec

           evaluate ws-resp
               when dfhresp(normal)
                   move "N" to ws-new-control
               when dfhresp(notfnd)
                   move "Y" to ws-new-control
                   move spaces to xaincid-record
                   move zero to xaincid-no
                   move zero to xaincid-last-no
               when other
                   move "UNABLE TO READ INCIDENT CONTROL RECORD" to MSGO
                   exit section
           end-evaluate

           add 1 to xaincid-last-no
           move xaincid-last-no to ws-incident-no

           if ws-new-control = "Y"
               exec cics
                   write file("XAINCID")
                       from(xaincid-record)
                       ridfld(xaincid-no)
                       resp(ws-resp)
               end-exec
           else
               exec cics
                   rewrite file("XAINCID")
                       from(xaincid-record)
                       resp(ws-resp)
               end-exec
           end-if

           if ws-resp not = dfhresp(normal)
               move "INCIDENT NUMBER NOT ALLOCATED - TRY AGAIN" to MSGO
               exit section
           end-if

           move spaces to xaincid-record
           move ws-incident-no to xaincid-no
           move "O" to xaincid-status
           move ws-en-title to xaincid-title
           move ws-userid to xaincid-opened-by
           move ws-now-date to xaincid-opened-date
           move ws-now-time to xaincid-opened-time
           move zero to xaincid-attach-count

           exec cics
               write file("XAINCID")
                   from(xaincid-record)
                   ridfld(xaincid-no)
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               move "UNABLE TO WRITE INCIDENT RECORD" to MSGO
               exit section
           end-if

           move ws-incident-x to INCNO
           perform show-incident
           move spaces to MSGO
           string "INCIDENT " delimited by size
                  ws-incident-x delimited by size
                  " OPENED - ATTACH ITS RECORDS WITH ACTION A"
                      delimited by size
               into MSGO
           end-string
           .

      *****************************************************************
      *  A -- attach one record, after reading it back from its own
      *  file so a mistyped key is caught now rather than at review.
      *****************************************************************
       attach-record section.

           perform read-open-incident
           if ws-action = "N"
               exit section
           end-if

           if ws-en-file not = "XAALERT"
           and ws-en-file not = "XAHEURLG"
           and ws-en-file not = "MSGBCAST"
           and ws-en-file not = "XAMAINT"
           and ws-en-file not = "XATKXREF"
               move "FILE: XAALERT XAHEURLG MSGBCAST XAMAINT XATKXREF"
                   to MSGO
               exit section
           end-if

           if ws-en-key = spaces
               move "KEY THE RECORD KEY AS HELD ON THE FILE" to MSGO
               exit section
           end-if

           exec cics
               read file(ws-en-file)
                   into(ws-origin-record)
                   ridfld(ws-en-key)
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               move spaces to MSGO
               string "NO RECORD WITH THAT KEY ON " delimited by size
                      ws-en-file delimited by space
                      " - CHECK THE KEY" delimited by size
                   into MSGO
               end-string
               exit section
           end-if

           perform get-user-and-time

           move spaces to xainclnk-record
           move ws-incident-no to xainclnk-incident-no
           move ws-en-file to xainclnk-file
           move ws-en-key to xainclnk-rec-key
           move ws-userid to xainclnk-attached-by
           move ws-now-date to xainclnk-attached-date
           move ws-now-time to xainclnk-attached-time

           exec cics
               write file("XAINCLNK")
                   from(xainclnk-record)
                   ridfld(xainclnk-key)
                   resp(ws-resp)
           end-exec

           evaluate ws-resp
               when dfhresp(normal)
                   continue
               when dfhresp(duprec)
                   move "RECORD IS ALREADY ATTACHED TO THIS INCIDENT"
                       to MSGO
                   perform show-incident
                   exit section
               when other
                   move "UNABLE TO ATTACH RECORD" to MSGO
                   exit section
           end-evaluate

           move 1 to ws-idx
           perform adjust-attach-count
           perform show-incident
           move "RECORD ATTACHED" to MSGO
           .

      *****************************************************************
      *  D -- remove an attachment made in error.
      *****************************************************************
       detach-record section.

           perform read-open-incident
           if ws-action = "N"
               exit section
           end-if

           move ws-incident-no to xainclnk-incident-no
           move ws-en-file to xainclnk-file
           move ws-en-key to xainclnk-rec-key

           exec cics
               delete file("XAINCLNK")
                   ridfld(xainclnk-key)
                   resp(ws-resp)
           end-exec

           evaluate ws-resp
               when dfhresp(normal)
                   move -1 to ws-idx
                   perform adjust-attach-count
                   perform show-incident
                   move "RECORD DETACHED" to MSGO
               when dfhresp(notfnd)
                   perform show-incident
                   move "THAT RECORD IS NOT ATTACHED TO THIS INCIDENT"
                       to MSGO
               when other
                   move "UNABLE TO DETACH RECORD" to MSGO
           end-evaluate
           .

      *>   Attachments can only change while the incident is open.
       read-open-incident section.

           move ws-incident-no to xaincid-no
           exec cics
               read file("XAINCID")
                   into(xaincid-record)
                   ridfld(xaincid-no)
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               move "INCIDENT NOT ON FILE" to MSGO
               move "N" to ws-action
               exit section
           end-if

           if not xaincid-is-open
               perform show-incident
               move "INCIDENT IS CLOSED - ITS ATTACHMENTS ARE FINAL"
                   to MSGO
               move "N" to ws-action
           end-if
           .

      *>   Add ws-idx (+1 or -1) to the incident's attachment count.
       adjust-attach-count section.

           move ws-incident-no to xaincid-no
           exec cics
               read file("XAINCID")
                   into(xaincid-record)
                   ridfld(xaincid-no)
                   update
                   resp(ws-resp2)
           end-exec

           if ws-resp2 not = dfhresp(normal)
               exit section
           end-if

           if ws-idx < 0 and xaincid-attach-count = 0
               continue
           else
               add ws-idx to xaincid-attach-count
           end-if

           exec cics
               rewrite file("XAINCID")
                   from(xaincid-record)
                   resp(ws-resp2)
           end-exec
           .

      *****************************************************************
      *  C -- close the incident with a cause code from the table.
      *****************************************************************
       close-incident section.

           if ws-en-cause = spaces
               move "A CAUSE CODE IS REQUIRED TO CLOSE AN INCIDENT"
                   to MSGO
               exit section
           end-if

           move 0 to ws-idx
           perform varying ws-resp2 from 1 by 1
                   until ws-resp2 > XAINCCAU-COUNT or ws-idx > 0
               if XAINCCAU-CODE(ws-resp2) = ws-en-cause
                   move ws-resp2 to ws-idx
               end-if
           end-perform

           if ws-idx = 0
               move spaces to MSGO
               string "CAUSE MUST BE HARD SOFT CONF CHNG CAPY "
                          delimited by size
                      "NETW DBMS EXTN OPER OR UNKN" delimited by size
                   into MSGO
               end-string
               exit section
           end-if

           move ws-incident-no to xaincid-no
           exec cics
               read file("XAINCID")
                   into(xaincid-record)
                   ridfld(xaincid-no)
                   update
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               move "INCIDENT NOT ON FILE" to MSGO
               exit section
           end-if

           if xaincid-is-closed
               exec cics
                   unlock file("XAINCID")
               end-exec
               perform show-incident
               move "INCIDENT IS ALREADY CLOSED" to MSGO
               exit section
           end-if

           perform get-user-and-time
           move "C" to xaincid-status
           move ws-userid to xaincid-closed-by
           move ws-now-date to xaincid-closed-date
           move ws-now-time to xaincid-closed-time
           move ws-en-cause to xaincid-cause-code
           move ws-en-note to xaincid-close-note

           exec cics
               rewrite file("XAINCID")
                   from(xaincid-record)
                   resp(ws-resp)
           end-exec

           if ws-resp = dfhresp(normal)
               perform show-incident
               move spaces to MSGO
               string "INCIDENT CLOSED - " delimited by size
                      XAINCCAU-DESC(ws-idx) delimited by size
                   into MSGO
               end-string
           else
               move "UNABLE TO CLOSE INCIDENT" to MSGO
           end-if
           .

       inquire-incident section.

           move ws-incident-no to xaincid-no
           exec cics
               read file("XAINCID")
                   into(xaincid-record)
                   ridfld(xaincid-no)
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               move "INCIDENT NOT ON FILE" to MSGO
               exit section
           end-if

           perform show-incident
           move "INCIDENT DISPLAYED" to MSGO
           .

      *****************************************************************
      *  Show the incident in xaincid-record and its first five
      *  attachments.
      *****************************************************************
       show-incident section.

           move xaincid-title to TITLO
           if xaincid-is-open
               move "OPEN" to STATO
           else
               move "CLOSED" to STATO
           end-if
           move xaincid-opened-by to OPNBO
           move xaincid-opened-date to OPNDO
           move xaincid-opened-time to OPNTO
           move xaincid-closed-by to CLSBO
           move xaincid-closed-date to CLSDO
           move xaincid-closed-time to CLSTO
           move xaincid-cause-code to CAUSO
           move xaincid-close-note to NOTEO
           move spaces to LFILO
           move spaces to LKEYO

           move xaincid-attach-count to ws-att-count
           move spaces to ATHDO
           string "ATTACHED RECORDS: " delimited by size
                  ws-att-count delimited by size
                  "   (FIRST FIVE SHOWN - XAINCTML PRINTS THE TIMELINE)"
                      delimited by size
               into ATHDO
           end-string
           move spaces to ATT1O
           move spaces to ATT2O
           move spaces to ATT3O
           move spaces to ATT4O
           move spaces to ATT5O

           move 0 to ws-att-shown
           move xaincid-no to ws-lb-incident-no
           move low-values to ws-lb-rest

           exec cics
               startbr file("XAINCLNK")
                   ridfld(ws-link-browse-key)
                   gteq
                   resp(ws-resp2)
           end-exec

           if ws-resp2 not = dfhresp(normal)
               exit section
           end-if

           perform show-next-attachment
               until ws-att-shown = 5
                  or ws-resp2 not = dfhresp(normal)

           exec cics
               endbr file("XAINCLNK")
           end-exec
           .

       show-next-attachment section.

           exec cics
               readnext file("XAINCLNK")
                   into(xainclnk-record)
                   ridfld(ws-link-browse-key)
                   resp(ws-resp2)
           end-exec

           if ws-resp2 not = dfhresp(normal)
               exit section
           end-if

           if xainclnk-incident-no not = xaincid-no
               move dfhresp(endfile) to ws-resp2
               exit section
           end-if

           add 1 to ws-att-shown
           move xainclnk-file to ws-al-file
           move xainclnk-rec-key to ws-al-key
           move xainclnk-attached-by to ws-al-by
           move xainclnk-attached-date to ws-al-date
           move xainclnk-attached-time to ws-al-time

           evaluate ws-att-shown
               when 1
                   move ws-att-line to ATT1O
               when 2
                   move ws-att-line to ATT2O
               when 3
                   move ws-att-line to ATT3O
               when 4
                   move ws-att-line to ATT4O
               when 5
                   move ws-att-line to ATT5O
           end-evaluate
           .

       end program XAIC.
