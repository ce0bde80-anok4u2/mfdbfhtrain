      $set cicsecm
       identification division.
       program-id. ENQL.

      *****************************************************************
      *  ENQL -- contention-scenario library maintenance.  Keeps the
      *  ENQ/DEQ/DELAY/WAIT/POST/CLEAR steps ENQSCN replays in the
      *  keyed ENQSLIB library instead of a flat ENQI deck, so a
      *  scenario is changed at a terminal rather than by editing
      *  and re-allocating a dataset, and every scenario ever
      *  scripted stays available side by side.
      *
      *  A scenario is kept in numbered versions.  A, U and D add,
      *  change or delete a step of the scenario's draft version;
      *  the first step added starts version 001, and editing a
      *  scenario whose latest version is released first copies that
      *  version forward to a new draft, so a released version never
      *  changes.  U with no step keyed changes the scenario's
      *  description.  R releases the draft once every step passes:
      *  a known action, an ENQ/DEQ resource registered in ENQREG,
      *  whole seconds on a DELAY, an event named on WAIT/POST/CLEAR,
      *  and a matching POST for every WAIT -- in the draft itself or
      *  in the latest released version of another scenario (the
      *  partner an ENQCORD run would start alongside it).  I shows a
      *  version (blank = the latest) and, with a step keyed, that
      *  step.  ENQCORD and ENQSCN run the latest released version
      *  unless told otherwise, and every ENQSRPT result set carries
      *  the version it replayed.
      *
      *  Every action lists the version's steps underneath, from the
      *  step keyed.  Every successful add, update and delete is
      *  written to the XAREFAUD change history with the record's
      *  before- and after-image, the userid, terminal and time.
      *****************************************************************

       environment division.
       configuration section.

       input-output section.
       file-control.
           copy enqslibsel.
           copy enqregsel.
           copy xarefaudsel.

       data division.
       file section.
           copy enqslib.
           copy enqreg.
           copy xarefaud.

       working-storage section.
           copy enqlmap.

       01  ws-enqslib-status           pic x(2).
       01  ws-enqreg-status            pic x(2).
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
       01  ws-hist-failed              pic x(1).

      *> Fields as keyed, saved before the output map is cleared
      *> (the output map redefines the input map).
       01  ws-entered.
           05  ws-en-scenario          pic x(8).
           05  ws-en-version           pic x(3).
           05  ws-en-step              pic x(3).
           05  ws-en-action            pic x(5).
           05  ws-en-operand           pic x(10).
           05  ws-en-note              pic x(30).
           05  ws-en-desc              pic x(30).

      *> Version and step as numbers (edit-numbers).  A blank step
      *> on an add means after the last step; a blank version on an
      *> inquiry means the latest.
       01  ws-key-version              pic 9(3).
       01  ws-key-step                 pic 9(3).
       01  ws-version-keyed            pic x(1).
       01  ws-step-keyed               pic x(1).
       01  ws-num-in                   pic x(3).
       01  ws-num-out                  pic x(3).
       01  ws-num-value redefines ws-num-out
                                       pic 9(3).
       01  ws-num-len                  pic s9(4) comp-5.
       01  ws-num-ok                   pic x(1).

      *> The scenario's versions as found by find-versions: the
      *> latest, its status, and its highest step and step count.
       01  ws-latest-version           pic 9(3).
       01  ws-latest-status            pic x(1).
       01  ws-latest-high-step         pic 9(3).
       01  ws-latest-step-count        pic s9(4) comp-5.
       01  ws-draft-version            pic 9(3).
       01  ws-copied-forward           pic x(1).
       01  ws-show-version             pic 9(3).
       01  ws-list-from                pic 9(3).

      *> One version's steps, held while a released version is
      *> copied forward or a draft is checked for release -- no
      *> browse stays open while the file is written.
       78  78-ENQSLIB-MAX-STEPS        value 99.
       01  ws-load-version             pic 9(3).
       01  ws-step-count               pic s9(4) comp-5.
       01  ws-step-sub                 pic s9(4) comp-5.
       01  ws-step-table.
           05  ws-st-record occurs 99 times
                                       pic x(80).

      *> Step validation (validate-step): the action and operand to
      *> check, and the reason it failed (spaces = it passed).
       01  ws-val-action               pic x(5).
       01  ws-val-operand              pic x(10).
       01  ws-val-msg                  pic x(79).
       01  ws-val-save                 pic x(79).
       01  ws-check-resp               pic s9(8) comp.

      *> WAIT/POST matching (check-post-exists).  A POST counts when
      *> it is in the version being checked, or in the latest
      *> released version of another scenario.  Only the first six
      *> characters of an event name are significant to ENQSCN.
       01  ws-chk-event                pic x(6).
       01  ws-chk-version              pic 9(3).
       01  ws-post-found               pic x(1).
       01  ws-pc-scenario              pic x(8).
       01  ws-pc-status                pic x(1).
       01  ws-pc-ver-match             pic x(1).
       01  ws-pc-rel-match             pic x(1).

      *> Library browse key and the step listing under the version.
       01  ws-browse-key.
           05  ws-bk-scenario          pic x(8).
           05  ws-bk-version           pic 9(3).
           05  ws-bk-step              pic 9(3).
       01  ws-list-count               pic s9(4) comp-5.
       01  ws-list-resp                pic s9(8) comp.
       01  ws-list-line.
           05  ws-ll-step              pic 9(3).
           05  filler                  pic x(2) value spaces.
           05  ws-ll-action            pic x(5).
           05  filler                  pic x(2) value spaces.
           05  ws-ll-operand           pic x(10).
           05  filler                  pic x(2) value spaces.
           05  ws-ll-note              pic x(30).

      *> Message and status-line pieces.
       01  ws-step-disp                pic 9(3).
       01  ws-vers-disp                pic 9(3).
       01  ws-from-disp                pic 9(3).
       01  ws-done-verb                pic x(12).
       01  ws-msg-ptr                  pic s9(4) comp-5.
       01  ws-status-line              pic x(56).

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

           move low-values to ENQLMSO
           move "KEY AN ACTION AND A SCENARIO - I SHOWS THE LATEST"
               to MSGO

           exec cics
               send map("ENQLMS") mapset("ENQLMAP")
                   from(ENQLMSO)
                   erase
           end-exec
           .

      *****************************************************************
      *  Operator pressed ENTER -- validate the action and apply it,
      *  then show the version acted on with its steps.
      *****************************************************************
       receive-and-apply section.

           exec cics
               receive map("ENQLMS") mapset("ENQLMAP")
                   into(ENQLMSI)
                   resp(ws-resp)
           end-exec

           move ACTNI to ws-action
           move SCENI to ws-en-scenario
           move VERSI to ws-en-version
           move STEPI to ws-en-step
           move SACTI to ws-en-action
           move OPNDI to ws-en-operand
           move NOTEI to ws-en-note
           move DESCI to ws-en-desc
           inspect ws-entered replacing all low-values by spaces
           inspect ws-action replacing all low-values by spaces

           move low-values to ENQLMSO
           move ws-action to ACTNO
           move ws-en-scenario to SCENO
           move 0 to ws-show-version
           move 1 to ws-list-from
           move "N" to ws-copied-forward
           move "N" to ws-hist-failed

           if ws-en-scenario = spaces
               move "A SCENARIO NAME IS REQUIRED" to MSGO
           else
               perform edit-numbers
               if ws-action not = "N"
                   perform get-user-and-date
                   perform find-versions
                   move ws-latest-version to ws-show-version
                   evaluate ws-action
                       when "A"
                           perform add-step
                       when "U"
                           perform update-step
                       when "D"
                           perform delete-step
                       when "R"
                           perform release-version
                       when "I"
                           perform inquire-version
                       when other
                           move "ACTION MUST BE A, U, D, R OR I"
                               to MSGO
                   end-evaluate
                   perform show-version
               end-if
           end-if

           if ws-hist-failed = "Y"
               move "CHANGE APPLIED - CHANGE HISTORY NOT WRITTEN"
                   to MSGO
           end-if

           exec cics
               send map("ENQLMS") mapset("ENQLMAP")
                   from(ENQLMSO)
                   dataonly
           end-exec
           .

      *****************************************************************
      *  Version and step are keyed into 3-digit numeric fields;
      *  accept them left- or right-justified ("10", " 10", "010").
      *****************************************************************
       edit-numbers section.

           move "N" to ws-step-keyed
           move 0 to ws-key-step
           if ws-en-step not = spaces
               move ws-en-step to ws-num-in
               perform normalize-number
               if ws-num-ok = "N"
               or ws-num-value = 0
                   move "STEP MUST BE A NUMBER FROM 1 TO 999" to MSGO
                   move "N" to ws-action
                   exit section
               end-if
               move ws-num-value to ws-key-step
               move "Y" to ws-step-keyed
           end-if

           move "N" to ws-version-keyed
           move 0 to ws-key-version
           if ws-en-version not = spaces
               move ws-en-version to ws-num-in
               perform normalize-number
               if ws-num-ok = "N"
               or ws-num-value = 0
                   move "VERSION MUST BE A NUMBER FROM 1 TO 999"
                       to MSGO
                   move "N" to ws-action
                   exit section
               end-if
               move ws-num-value to ws-key-version
               move "Y" to ws-version-keyed
           end-if
           .

       normalize-number section.

           move "Y" to ws-num-ok
           inspect ws-num-in replacing leading spaces by zeros
           move 0 to ws-num-len
           inspect ws-num-in tallying ws-num-len
               for characters before initial space
           move zeros to ws-num-out
           move ws-num-in(1:ws-num-len)
               to ws-num-out(4 - ws-num-len:ws-num-len)
           if ws-num-len < 3
               if ws-num-in(ws-num-len + 1:) not = spaces
                   move "N" to ws-num-ok
               end-if
           end-if
           if ws-num-out not numeric
               move "N" to ws-num-ok
           end-if
           .

       get-user-and-date section.

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
           .

      *****************************************************************
      *  Browse the scenario's records for its latest version, that
      *  version's status, and its highest step and step count.
      *  Versions run 001 upward and are never deleted, so the last
      *  header read is the latest.
      *****************************************************************
       find-versions section.

           move 0 to ws-latest-version
           move spaces to ws-latest-status
           move 0 to ws-latest-high-step
           move 0 to ws-latest-step-count
           move ws-en-scenario to ws-bk-scenario
           move 0 to ws-bk-version
           move 0 to ws-bk-step

           exec cics
               startbr file("ENQSLIB")
                   ridfld(ws-browse-key)
                   gteq
                   resp(ws-list-resp)
           end-exec

           if ws-list-resp not = dfhresp(normal)
               exit section
           end-if

           perform find-next-record
               until ws-list-resp not = dfhresp(normal)

           exec cics
               endbr file("ENQSLIB")
           end-exec
           .

       find-next-record section.

           exec cics
               readnext file("ENQSLIB")
                   into(enqslib-record)
                   ridfld(ws-browse-key)
                   resp(ws-list-resp)
           end-exec

           if ws-list-resp not = dfhresp(normal)
               exit section
           end-if

           if enqslib-scenario not = ws-en-scenario
               move dfhresp(endfile) to ws-list-resp
               exit section
           end-if

           if enqslib-is-header
               move enqslib-version to ws-latest-version
               move enqslib-status to ws-latest-status
               move 0 to ws-latest-high-step
               move 0 to ws-latest-step-count
           else
               move enqslib-step to ws-latest-high-step
               add 1 to ws-latest-step-count
           end-if
           .

      *****************************************************************
      *  Add a step to the draft.  The step is checked against the
      *  latest version first, so a refused add never leaves a
      *  needless new draft behind.  A WAIT with no POST to match it
      *  yet is added, with a warning -- its partner may simply not
      *  be scripted yet -- but the draft cannot be released so.
      *****************************************************************
       add-step section.

           perform validate-entered-step
           if ws-action = "N"
               exit section
           end-if

           if ws-latest-step-count not < 78-ENQSLIB-MAX-STEPS
               move "A SCENARIO VERSION IS LIMITED TO 99 STEPS" to MSGO
               exit section
           end-if

           if ws-step-keyed = "N"
               if ws-latest-high-step > 989
                   move "NO STEP NUMBER LEFT AFTER THE LAST - KEY ONE"
                       to MSGO
                   exit section
               end-if
               compute ws-key-step = ws-latest-high-step + 10
           end-if
           move ws-key-step to ws-list-from

           if ws-latest-version not = 0
               perform read-latest-step
               if ws-check-resp = dfhresp(normal)
                   move "STEP ALREADY IN THE SCENARIO - USE U" to MSGO
                   exit section
               end-if
           end-if

           perform ensure-draft
           if ws-action = "N"
               exit section
           end-if

           move spaces to enqslib-record
           move ws-en-scenario to enqslib-scenario
           move ws-draft-version to enqslib-version
           move ws-key-step to enqslib-step
           perform build-step-from-screen

           exec cics
               write file("ENQSLIB")
                   from(enqslib-record)
                   ridfld(enqslib-key)
                   resp(ws-resp)
           end-exec

           evaluate ws-resp
               when dfhresp(normal)
                   move "ADDED TO" to ws-done-verb
                   perform say-step-done
                   perform show-step
                   move "ADD" to ws-hist-action
                   move spaces to ws-before-image
                   perform write-change-history
                   perform warn-unmatched-wait
               when dfhresp(duprec)
                   move "STEP ALREADY IN THE SCENARIO - USE U" to MSGO
               when other
                   move "UNABLE TO ADD THE STEP" to MSGO
           end-evaluate
           .

      *****************************************************************
      *  Change a step of the draft; with no step keyed, change the
      *  scenario's description instead.
      *****************************************************************
       update-step section.

           if ws-latest-version = 0
               move "SCENARIO NOT IN THE LIBRARY - USE A TO START IT"
                   to MSGO
               exit section
           end-if

           if ws-step-keyed = "N"
               perform update-description
               exit section
           end-if
           move ws-key-step to ws-list-from

           perform read-latest-step
           if ws-check-resp not = dfhresp(normal)
               move "STEP NOT IN THE SCENARIO - USE A" to MSGO
               exit section
           end-if

           perform validate-entered-step
           if ws-action = "N"
               exit section
           end-if

           perform ensure-draft
           if ws-action = "N"
               exit section
           end-if

           move ws-en-scenario to enqslib-scenario
           move ws-draft-version to enqslib-version
           move ws-key-step to enqslib-step
           exec cics
               read file("ENQSLIB")
                   into(enqslib-record)
                   ridfld(enqslib-key)
                   update
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               move "UNABLE TO READ THE STEP FOR UPDATE" to MSGO
               exit section
           end-if

           move enqslib-record to ws-before-image
           perform build-step-from-screen

           exec cics
               rewrite file("ENQSLIB")
                   from(enqslib-record)
                   resp(ws-resp)
           end-exec

           if ws-resp = dfhresp(normal)
               move "UPDATED IN" to ws-done-verb
               perform say-step-done
               perform show-step
               move "UPDATE" to ws-hist-action
               perform write-change-history
               perform warn-unmatched-wait
           else
               move "UNABLE TO UPDATE THE STEP" to MSGO
           end-if
           .

       update-description section.

           if ws-en-desc = spaces
               move "KEY A STEP, OR A NEW DESCRIPTION FOR THE SCENARIO"
                   to MSGO
               exit section
           end-if

           perform ensure-draft
           if ws-action = "N"
               exit section
           end-if

           move ws-en-scenario to enqslib-scenario
           move ws-draft-version to enqslib-version
           move 0 to enqslib-step
           exec cics
               read file("ENQSLIB")
                   into(enqslib-record)
                   ridfld(enqslib-key)
                   update
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               move "UNABLE TO READ THE DRAFT VERSION FOR UPDATE"
                   to MSGO
               exit section
           end-if

           move enqslib-record to ws-before-image
           move ws-en-desc to enqslib-desc
           move ws-userid to enqslib-hdr-updated-by
           move ws-hist-date to enqslib-hdr-updated-date

           exec cics
               rewrite file("ENQSLIB")
                   from(enqslib-record)
                   resp(ws-resp)
           end-exec

           if ws-resp = dfhresp(normal)
               move ws-draft-version to ws-show-version
               move ws-draft-version to ws-vers-disp
               move spaces to MSGO
               string "DESCRIPTION OF DRAFT VERSION " delimited size
                      ws-vers-disp delimited size
                      " UPDATED" delimited size
                   into MSGO
               move "UPDATE" to ws-hist-action
               perform write-change-history
           else
               move "UNABLE TO UPDATE THE DESCRIPTION" to MSGO
           end-if
           .

      *>   Read for update first, so the change history has the
      *>   record as it stood; the DELETE then removes the record held.
       delete-step section.

           if ws-latest-version = 0
               move "SCENARIO NOT IN THE LIBRARY" to MSGO
               exit section
           end-if

           if ws-step-keyed = "N"
               move "KEY THE NUMBER OF THE STEP TO DELETE" to MSGO
               exit section
           end-if
           move ws-key-step to ws-list-from

           perform read-latest-step
           if ws-check-resp not = dfhresp(normal)
               move "STEP NOT IN THE SCENARIO" to MSGO
               exit section
           end-if

           perform ensure-draft
           if ws-action = "N"
               exit section
           end-if

           move ws-en-scenario to enqslib-scenario
           move ws-draft-version to enqslib-version
           move ws-key-step to enqslib-step
           exec cics
               read file("ENQSLIB")
                   into(enqslib-record)
                   ridfld(enqslib-key)
                   update
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               move "UNABLE TO DELETE THE STEP" to MSGO
               exit section
           end-if

           move enqslib-record to ws-before-image

           exec cics
               delete file("ENQSLIB")
                   resp(ws-resp)
           end-exec

           if ws-resp = dfhresp(normal)
               move "DELETED FROM" to ws-done-verb
               perform say-step-done
               move "DELETE" to ws-hist-action
               perform write-change-history
           else
               move "UNABLE TO DELETE THE STEP" to MSGO
           end-if
           .

      *****************************************************************
      *  Release the draft: every step must pass validate-step, and
      *  every WAIT needs a matching POST.  The first step to fail is
      *  named on the message line and nothing is released.
      *****************************************************************
       release-version section.

           if ws-latest-version = 0
               move "SCENARIO NOT IN THE LIBRARY" to MSGO
               exit section
           end-if

           move ws-latest-version to ws-show-version
           move ws-latest-version to ws-vers-disp

           if ws-latest-status = "R"
               move spaces to MSGO
               string "VERSION " delimited size
                      ws-vers-disp delimited size
                      " IS ALREADY RELEASED - NO DRAFT TO RELEASE"
                          delimited size
                   into MSGO
               exit section
           end-if

           move ws-latest-version to ws-draft-version
           move ws-latest-version to ws-load-version
           perform load-version-steps

           if ws-step-count = 0
               move "THE DRAFT HAS NO STEPS - NOTHING TO RELEASE"
                   to MSGO
               exit section
           end-if

           move spaces to ws-val-msg
           perform check-release-step
               varying ws-step-sub from 1 by 1
               until ws-step-sub > ws-step-count
                  or ws-val-msg not = spaces

           if ws-val-msg not = spaces
               move ws-val-msg to MSGO
               exit section
           end-if

           move ws-en-scenario to enqslib-scenario
           move ws-draft-version to enqslib-version
           move 0 to enqslib-step
           exec cics
               read file("ENQSLIB")
                   into(enqslib-record)
                   ridfld(enqslib-key)
                   update
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               move "UNABLE TO READ THE DRAFT VERSION FOR UPDATE"
                   to MSGO
               exit section
           end-if

           move enqslib-record to ws-before-image
           move "R" to enqslib-status
           move ws-userid to enqslib-released-by
           move ws-hist-date to enqslib-released-date
           if ws-en-desc not = spaces
               move ws-en-desc to enqslib-desc
               move ws-userid to enqslib-hdr-updated-by
               move ws-hist-date to enqslib-hdr-updated-date
           end-if

           exec cics
               rewrite file("ENQSLIB")
                   from(enqslib-record)
                   resp(ws-resp)
           end-exec

           if ws-resp = dfhresp(normal)
               move spaces to MSGO
               string "VERSION " delimited size
                      ws-vers-disp delimited size
                      " RELEASED - ENQCORD AND ENQSCN NOW REPLAY IT"
                          delimited size
                   into MSGO
               move "UPDATE" to ws-hist-action
               perform write-change-history
           else
               move "UNABLE TO RELEASE THE DRAFT VERSION" to MSGO
           end-if
           .

       check-release-step section.

           move ws-st-record(ws-step-sub) to enqslib-record
           move enqslib-action to ws-val-action
           move enqslib-operand to ws-val-operand
           perform validate-step

           if ws-val-msg = spaces
           and ws-val-action = "WAIT "
               move ws-draft-version to ws-chk-version
               perform check-post-exists
               if ws-post-found = "N"
                   string "WAIT ON EVENT " delimited size
                          ws-chk-event delimited size
                          " HAS NO MATCHING POST IN THE LIBRARY"
                              delimited size
                       into ws-val-msg
               end-if
           end-if

           if ws-val-msg not = spaces
               move ws-st-record(ws-step-sub) to enqslib-record
               move enqslib-step to ws-step-disp
               move ws-val-msg to ws-val-save
               move spaces to ws-val-msg
               string "STEP " delimited size
                      ws-step-disp delimited size
                      ": " delimited size
                      ws-val-save delimited "  "
                   into ws-val-msg
           end-if
           .

      *****************************************************************
      *  Inquire: show a version (blank = the latest) and, with a
      *  step keyed, that step.
      *****************************************************************
       inquire-version section.

           if ws-latest-version = 0
               move "SCENARIO NOT IN THE LIBRARY" to MSGO
               exit section
           end-if

           if ws-version-keyed = "Y"
               if ws-key-version > ws-latest-version
                   move ws-latest-version to ws-vers-disp
                   move spaces to MSGO
                   string "NO SUCH VERSION - THE LATEST IS "
                              delimited size
                          ws-vers-disp delimited size
                       into MSGO
                   exit section
               end-if
               move ws-key-version to ws-show-version
           else
               move ws-latest-version to ws-show-version
           end-if

           if ws-step-keyed = "N"
               move "VERSION DISPLAYED" to MSGO
               exit section
           end-if

           move ws-key-step to ws-list-from
           move ws-en-scenario to enqslib-scenario
           move ws-show-version to enqslib-version
           move ws-key-step to enqslib-step
           exec cics
               read file("ENQSLIB")
                   into(enqslib-record)
                   ridfld(enqslib-key)
                   resp(ws-resp)
           end-exec

           evaluate ws-resp
               when dfhresp(normal)
                   perform show-step
                   move "STEP DISPLAYED" to MSGO
               when dfhresp(notfnd)
                   move "STEP NOT IN THIS VERSION" to MSGO
               when other
                   move "UNABLE TO READ THE SCENARIO LIBRARY" to MSGO
           end-evaluate
           .

      *****************************************************************
      *  Make sure the scenario has a draft version to edit, in
      *  ws-draft-version: the latest if it is still a draft, a new
      *  version 001 for a new scenario, or else a copy of the
      *  released latest version under the next number.  Sets
      *  ws-action to N if no draft could be made.
      *****************************************************************
       ensure-draft section.

           evaluate true
               when ws-latest-version = 0
                   move 1 to ws-draft-version
                   move spaces to enqslib-record
                   move ws-en-scenario to enqslib-scenario
                   move ws-draft-version to enqslib-version
                   move 0 to enqslib-step
                   move "D" to enqslib-status
                   move ws-en-desc to enqslib-desc
                   move ws-userid to enqslib-hdr-updated-by
                   move ws-hist-date to enqslib-hdr-updated-date
                   perform write-draft-header
               when ws-latest-status = "D"
                   move ws-latest-version to ws-draft-version
               when ws-latest-version = 999
                   move "VERSION 999 IS RELEASED - NO FURTHER VERSIONS"
                       to MSGO
                   move "N" to ws-action
               when other
                   perform copy-forward-version
           end-evaluate
           .

      *>   The released version's header is read for its description
      *>   (a description keyed now replaces it), and its steps are
      *>   held in ws-step-table and written back under the new
      *>   version.  The change history records the new draft's
      *>   header; its steps are, by construction, those of the
      *>   released version named on it.
       copy-forward-version section.

           move ws-latest-version to ws-load-version
           perform load-version-steps

           move ws-en-scenario to enqslib-scenario
           move ws-latest-version to enqslib-version
           move 0 to enqslib-step
           exec cics
               read file("ENQSLIB")
                   into(enqslib-record)
                   ridfld(enqslib-key)
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               move "UNABLE TO READ THE RELEASED VERSION" to MSGO
               move "N" to ws-action
               exit section
           end-if

           compute ws-draft-version = ws-latest-version + 1
           move ws-draft-version to enqslib-version
           move "D" to enqslib-status
           move spaces to enqslib-released-by
           move spaces to enqslib-released-date
           if ws-en-desc not = spaces
               move ws-en-desc to enqslib-desc
           end-if
           move ws-userid to enqslib-hdr-updated-by
           move ws-hist-date to enqslib-hdr-updated-date
           perform write-draft-header
           if ws-action = "N"
               exit section
           end-if

           perform copy-one-step
               varying ws-step-sub from 1 by 1
               until ws-step-sub > ws-step-count
                  or ws-action = "N"
           move "Y" to ws-copied-forward
           .

       copy-one-step section.

           move ws-st-record(ws-step-sub) to enqslib-record
           move ws-draft-version to enqslib-version

           exec cics
               write file("ENQSLIB")
                   from(enqslib-record)
                   ridfld(enqslib-key)
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               move ws-draft-version to ws-vers-disp
               move spaces to MSGO
               string "UNABLE TO COPY ALL STEPS TO DRAFT VERSION "
                          delimited size
                      ws-vers-disp delimited size
                   into MSGO
               move ws-draft-version to ws-show-version
               move "N" to ws-action
           end-if
           .

       write-draft-header section.

           exec cics
               write file("ENQSLIB")
                   from(enqslib-record)
                   ridfld(enqslib-key)
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               move "UNABLE TO START A DRAFT VERSION" to MSGO
               move "N" to ws-action
               exit section
           end-if

           move "ADD" to ws-hist-action
           move spaces to ws-before-image
           perform write-change-history
           .

      *****************************************************************
      *  Hold the steps of ws-load-version in ws-step-table.
      *****************************************************************
       load-version-steps section.

           move 0 to ws-step-count
           move ws-en-scenario to ws-bk-scenario
           move ws-load-version to ws-bk-version
           move 1 to ws-bk-step

           exec cics
               startbr file("ENQSLIB")
                   ridfld(ws-browse-key)
                   gteq
                   resp(ws-list-resp)
           end-exec

           if ws-list-resp not = dfhresp(normal)
               exit section
           end-if

           perform load-next-step
               until ws-list-resp not = dfhresp(normal)

           exec cics
               endbr file("ENQSLIB")
           end-exec
           .

       load-next-step section.

           exec cics
               readnext file("ENQSLIB")
                   into(enqslib-record)
                   ridfld(ws-browse-key)
                   resp(ws-list-resp)
           end-exec

           if ws-list-resp not = dfhresp(normal)
               exit section
           end-if

           if enqslib-scenario not = ws-en-scenario
           or enqslib-version not = ws-load-version
               move dfhresp(endfile) to ws-list-resp
               exit section
           end-if

           if ws-step-count < 78-ENQSLIB-MAX-STEPS
               add 1 to ws-step-count
               move enqslib-record to ws-st-record(ws-step-count)
           end-if
           .

      *>   The keyed step as it stands in the latest version (the
      *>   draft, or the released version a draft would copy), with
      *>   the READ response in ws-check-resp.
       read-latest-step section.

           move ws-en-scenario to enqslib-scenario
           move ws-latest-version to enqslib-version
           move ws-key-step to enqslib-step
           exec cics
               read file("ENQSLIB")
                   into(enqslib-record)
                   ridfld(enqslib-key)
                   resp(ws-check-resp)
           end-exec
           .

       build-step-from-screen section.

           move ws-en-action to enqslib-action
           move ws-en-operand to enqslib-operand
           move ws-en-note to enqslib-note
           move ws-userid to enqslib-updated-by
           move ws-hist-date to enqslib-updated-date
           .

      *****************************************************************
      *  Step validation.  validate-entered-step checks the step
      *  keyed on the screen; validate-step checks ws-val-action and
      *  ws-val-operand and leaves the reason in ws-val-msg.
      *****************************************************************
       validate-entered-step section.

           move ws-en-action to ws-val-action
           move ws-en-operand to ws-val-operand
           perform validate-step
           if ws-val-msg not = spaces
               move ws-val-msg to MSGO
               move "N" to ws-action
           end-if
           .

       validate-step section.

           move spaces to ws-val-msg
           move ws-val-operand(1:6) to ws-chk-event

           evaluate ws-val-action
               when "ENQ  "
               when "DEQ  "
                   if ws-val-operand = spaces
                       move "ENQ AND DEQ NEED A RESOURCE NAME"
                           to ws-val-msg
                       exit section
                   end-if
                   exec cics
                       read file("ENQREG")
                           into(enqreg-record)
                           ridfld(ws-val-operand)
                           resp(ws-check-resp)
                   end-exec
                   evaluate ws-check-resp
                       when dfhresp(normal)
                           continue
                       when dfhresp(notfnd)
                           move "RESOURCE NOT IN ENQREG - SEE ENQG"
                               to ws-val-msg
                       when other
                           move "UNABLE TO READ ENQREG FOR THE RESOURCE"
                               to ws-val-msg
                   end-evaluate
               when "DELAY"
                   if ws-val-operand(1:4) not numeric
                   or ws-val-operand(1:4) = "0000"
                   or ws-val-operand(5:6) not = spaces
                       move "DELAY NEEDS SECONDS AS 4 DIGITS, E.G. 0005"
                           to ws-val-msg
                   end-if
               when "WAIT "
               when "POST "
               when "CLEAR"
                   if ws-val-operand = spaces
                       move "WAIT, POST AND CLEAR NEED AN EVENT NAME"
                           to ws-val-msg
                   end-if
               when other
                   move "ACTION MUST BE ENQ DEQ DELAY WAIT POST CLEAR"
                       to ws-val-msg
           end-evaluate
           .

      *>   A WAIT just added or changed with no POST to satisfy it
      *>   yet: applied, but said on the message line.
       warn-unmatched-wait section.

           if ws-en-action not = "WAIT "
               exit section
           end-if
           move ws-en-operand(1:6) to ws-chk-event
           move ws-draft-version to ws-chk-version
           perform check-post-exists
           if ws-post-found = "N"
               move ws-key-step to ws-step-disp
               move spaces to MSGO
               string "STEP " delimited size
                      ws-step-disp delimited size
                      " SAVED - NO POST OF EVENT " delimited size
                      ws-chk-event delimited size
                      " YET, NEEDED BEFORE RELEASE" delimited size
                   into MSGO
           end-if
           .

      *****************************************************************
      *  Is there a POST of ws-chk-event for a WAIT in version
      *  ws-chk-version of the keyed scenario?  Browses the whole
      *  library once: a POST in that version counts, as does one in
      *  the latest released version of any other scenario.  Each
      *  version's header precedes its steps, so a version's status
      *  is known before its POSTs are read.  ws-post-found = Y/N.
      *****************************************************************
       check-post-exists section.

           move "N" to ws-post-found
           move spaces to ws-pc-scenario
           move spaces to ws-pc-status
           move "N" to ws-pc-ver-match
           move "N" to ws-pc-rel-match
           move low-values to ws-browse-key

           exec cics
               startbr file("ENQSLIB")
                   ridfld(ws-browse-key)
                   gteq
                   resp(ws-list-resp)
           end-exec

           if ws-list-resp not = dfhresp(normal)
               exit section
           end-if

           perform check-next-post
               until ws-list-resp not = dfhresp(normal)
                  or ws-post-found = "Y"

           exec cics
               endbr file("ENQSLIB")
           end-exec

           if ws-post-found = "N"
               perform close-post-scenario
           end-if
           .

       check-next-post section.

           exec cics
               readnext file("ENQSLIB")
                   into(enqslib-record)
                   ridfld(ws-browse-key)
                   resp(ws-list-resp)
           end-exec

           if ws-list-resp not = dfhresp(normal)
               exit section
           end-if

           if enqslib-scenario not = ws-pc-scenario
               perform close-post-scenario
               move enqslib-scenario to ws-pc-scenario
               move spaces to ws-pc-status
               move "N" to ws-pc-ver-match
               move "N" to ws-pc-rel-match
           end-if

           if enqslib-is-header
               perform close-post-version
               move enqslib-status to ws-pc-status
               move "N" to ws-pc-ver-match
               exit section
           end-if

           if enqslib-action = "POST "
           and enqslib-operand(1:6) = ws-chk-event
               if enqslib-scenario = ws-en-scenario
                   if enqslib-version = ws-chk-version
                       move "Y" to ws-post-found
                   end-if
               else
                   move "Y" to ws-pc-ver-match
               end-if
           end-if
           .

      *>   A released version supersedes the one before it, so the
      *>   last released version read decides for its scenario.
       close-post-version section.

           if ws-pc-status = "R"
               move ws-pc-ver-match to ws-pc-rel-match
           end-if
           .

       close-post-scenario section.

           perform close-post-version
           move spaces to ws-pc-status
           if ws-pc-rel-match = "Y"
               move "Y" to ws-post-found
           end-if
           .

      *****************************************************************
      *  "STEP nnn <verb> DRAFT VERSION nnn", noting a copy forward.
      *****************************************************************
       say-step-done section.

           move ws-draft-version to ws-show-version
           move ws-key-step to ws-step-disp
           move ws-draft-version to ws-vers-disp
           move spaces to MSGO
           move 1 to ws-msg-ptr
           string "STEP " delimited size
                  ws-step-disp delimited size
                  " " delimited size
                  ws-done-verb delimited "  "
                  " DRAFT VERSION " delimited size
                  ws-vers-disp delimited size
               into MSGO
               with pointer ws-msg-ptr
           if ws-copied-forward = "Y"
               move ws-latest-version to ws-from-disp
               string " (COPIED FROM RELEASED " delimited size
                      ws-from-disp delimited size
                      ")" delimited size
                   into MSGO
                   with pointer ws-msg-ptr
           end-if
           .

       show-step section.

           move enqslib-step to ws-step-disp
           move ws-step-disp to STEPO
           move enqslib-action to SACTO
           move enqslib-operand to OPNDO
           move enqslib-note to NOTEO
           .

      *****************************************************************
      *  Show the version acted on: its status line and description,
      *  then up to seven of its steps from ws-list-from.
      *****************************************************************
       show-version section.

           if ws-show-version = 0
               move "NO VERSIONS IN THE LIBRARY FOR THIS SCENARIO"
                   to LST1O
               exit section
           end-if

           move ws-show-version to ws-vers-disp
           move ws-vers-disp to VERSO

           move ws-en-scenario to enqslib-scenario
           move ws-show-version to enqslib-version
           move 0 to enqslib-step
           exec cics
               read file("ENQSLIB")
                   into(enqslib-record)
                   ridfld(enqslib-key)
                   resp(ws-resp)
           end-exec

           if ws-resp = dfhresp(normal)
               move enqslib-desc to DESCO
               move spaces to ws-status-line
               if enqslib-is-released
                   string "RELEASED BY " delimited size
                          enqslib-released-by delimited space
                          " ON " delimited size
                          enqslib-released-date delimited size
                       into ws-status-line
               else
                   string "DRAFT, STARTED BY " delimited size
                          enqslib-hdr-updated-by delimited space
                          " ON " delimited size
                          enqslib-hdr-updated-date delimited size
                       into ws-status-line
               end-if
               move ws-status-line to STATO
           end-if

           perform list-steps
           .

       list-steps section.

           move 0 to ws-list-count
           move ws-en-scenario to ws-bk-scenario
           move ws-show-version to ws-bk-version
           move ws-list-from to ws-bk-step

           exec cics
               startbr file("ENQSLIB")
                   ridfld(ws-browse-key)
                   gteq
                   resp(ws-list-resp)
           end-exec

           if ws-list-resp not = dfhresp(normal)
               move "NO STEPS IN THIS VERSION" to LST1O
               exit section
           end-if

           perform list-next-step
               until ws-list-resp not = dfhresp(normal)
                  or ws-list-count = 7

           exec cics
               endbr file("ENQSLIB")
           end-exec

           if ws-list-count = 0
               move "NO STEPS IN THIS VERSION" to LST1O
           end-if
           .

       list-next-step section.

           exec cics
               readnext file("ENQSLIB")
                   into(enqslib-record)
                   ridfld(ws-browse-key)
                   resp(ws-list-resp)
           end-exec

           if ws-list-resp not = dfhresp(normal)
               exit section
           end-if

           if enqslib-scenario not = ws-en-scenario
           or enqslib-version not = ws-show-version
               move dfhresp(endfile) to ws-list-resp
               exit section
           end-if

           add 1 to ws-list-count
           move enqslib-step to ws-ll-step
           move enqslib-action to ws-ll-action
           move enqslib-operand to ws-ll-operand
           move enqslib-note to ws-ll-note

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
           end-evaluate
           .

      *****************************************************************
      *  Record the change just applied in the XAREFAUD change
      *  history: ws-hist-action and ws-before-image are set by the
      *  caller; the after-image is enqslib-record as written
      *  (spaces for a delete).  The change itself has already been
      *  made, so a failed history write is said on the message line
      *  rather than undoing it.
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

           move spaces to xarefaud-record
           move "ENQSLIB" to xarefaud-file
           move enqslib-key to xarefaud-rec-key
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
               move enqslib-record to xarefaud-after-image
           end-if

           exec cics
               write file("XAREFAUD")
                   from(xarefaud-record)
                   ridfld(xarefaud-key)
                   resp(ws-resp2)
           end-exec

           if ws-resp2 not = dfhresp(normal)
               move "Y" to ws-hist-failed
           end-if
           .

       end program ENQL.
