      *  STARTed by the ENQCORD coordinator (no COMMAREA) RETRIEVEs
      *  its scenario id from the START data instead.
      *
      *  A scenario can instead come from the ENQSLIB library kept
      *  through the ENQL transaction: "L" in the COMMAREA (or START
      *  data) source byte after the scenario id runs the named
      *  scenario's steps from the library, in library step order
      *  and under their library step numbers.  The version that
      *  follows picks the library version to replay; 000 (or none)
      *  means the latest released version.  Every result record
      *  carries the version replayed (000 for the ENQI deck), so a
      *  reproduced incident can be re-run identically later by
      *  naming the version on its ENQSRPT report.  A library
      *  scenario or version that cannot be found writes a single
      *  result record with action ERROR, so the report says so.
      *
      *  COMMAREA / START data (12 bytes; the scenario id alone, as
      *  before, still runs from the deck):
      *      COL 1-8    SCENARIO-ID
      *      COL 9      SOURCE -- L = ENQSLIB LIBRARY, ELSE ENQI DECK
      *      COL 10-12  LIBRARY VERSION (000 = LATEST RELEASED)
      *
      *  ENQI step cards (80 bytes):
      *      COL 1-8    SCENARIO-ID
      *      COL 10-14  ACTION -- ENQ, DEQ, DELAY, WAIT, POST or CLEAR
       environment division.
       configuration section.

       input-output section.
       file-control.
           copy enqslibsel.

       data division.
       file section.
           copy enqslib.

       working-storage section.
       01  ws-len          pic 9(4) comp-3 value 10.

       01  ws-wait-tries      pic s9(4) comp-5.
       01  ws-wait-satisfied  pic 9.

      *> Scenario id, source and version RETRIEVEd when the task was
      *> STARTed by ENQCORD rather than invoked with a COMMAREA.
       01  ws-start-data.
           05  ws-start-scenario  pic x(8).
           05  ws-start-source    pic x(1).
           05  ws-start-version   pic x(3).
           05  ws-start-version-num redefines ws-start-version
                                  pic 9(3).
       01  ws-start-len       pic s9(4) comp value 12.
       01  ws-retrieve-resp   pic s9(8) comp.

      *> Where the steps come from (D = ENQI deck, L = ENQSLIB
      *> library) and, for the library, the version replayed.
       01  ws-run-source      pic x(1) value "D".
       01  ws-run-version     pic 9(3) value 0.
       01  ws-enqslib-status  pic x(2).
       01  ws-lib-resp        pic s9(8) comp.
       01  ws-lib-key.
           05  ws-lk-scenario pic x(8).
           05  ws-lk-version  pic 9(3).
           05  ws-lk-step     pic 9(3).

      *> The library version's steps, read in full before the first
      *> one runs so no browse is held across a DELAY, WAIT or
      *> blocked ENQ.
       01  ws-lib-count       pic s9(4) comp-5 value 0.
       01  ws-lib-sub         pic s9(4) comp-5.
       01  ws-lib-table.
           05  ws-lib-entry occurs 99 times.
               10  ws-lib-step     pic 9(3).
               10  ws-lib-action   pic x(5).
               10  ws-lib-operand  pic x(10).

           copy enqscnrs.

       01  ws-rslt-len     pic s9(4) comp

       01  dfhcommarea.
           05  ca-scenario             pic x(8).
           05  ca-source               pic x(1).
           05  ca-version              pic 9(3).

       procedure division using dfhcommarea.

           move spaces to ws-selected
           if eibcalen not = 0
               move ca-scenario to ws-selected
      *>       Source and version only when the COMMAREA is long
      *>       enough to hold them -- an 8-byte one runs the deck.
               if eibcalen not < 9
               and ca-source = "L"
                   move "L" to ws-run-source
                   if eibcalen not < 12
                   and ca-version numeric
                       move ca-version to ws-run-version
                   end-if
               end-if
           else
      *>       No COMMAREA -- a worker copy STARTed by ENQCORD picks
      *>       its scenario id up from the START data.  A terminal
      *>       invocation with neither still runs the whole deck.
               move spaces to ws-start-data
               exec cics
                   retrieve into(ws-start-data)
                       length(ws-start-len)
                       resp(ws-retrieve-resp)
               end-exec
               if ws-retrieve-resp = dfhresp(normal)
                   move ws-start-scenario to ws-selected
                   if ws-start-source = "L"
                       move "L" to ws-run-source
                       if ws-start-version-num numeric
                           move ws-start-version-num
                               to ws-run-version
                       end-if
                   end-if
               end-if
           end-if

           if ws-run-source = "L"
               perform run-library-scenario
           else
               perform run-scenario-deck
           end-if
           perform release-held-resources

           exec cics return end-exec
                       move 0 to ws-step-number
                   end-if
                   add 1 to ws-step-number
                   perform execute-step
               end-if
               perform read-next-step
           end-perform
           .

      *****************************************************************
      *  Execute the step in ws-step-card, whichever source it came
      *  from.
      *****************************************************************
       execute-step section.

           evaluate sc-action
               when "ENQ  "
                   perform do-scripted-enq
               when "DEQ  "
                   perform do-scripted-deq
               when "DELAY"
                   perform do-scripted-delay
               when "WAIT "
                   perform do-scripted-wait
               when "POST "
                   perform do-scripted-post
               when "CLEAR"
                   perform do-scripted-clear
               when other
                   continue
           end-evaluate
           .

      *****************************************************************
      *  Run the selected scenario from the ENQSLIB library: resolve
      *  the version (000 = the latest released), hold its steps,
      *  and execute them in step order under their library step
      *  numbers.
      *****************************************************************
       run-library-scenario section.

           if ws-selected = spaces
           or ws-selected = low-values
               move "NO NAME" to ws-resource
               perform write-error-step
               exit section
           end-if

           if ws-run-version = 0
               perform find-released-version
           else
               move ws-selected to ws-lk-scenario
               move ws-run-version to ws-lk-version
               move 0 to ws-lk-step
               exec cics
                   read file("ENQSLIB")
                       into(enqslib-record)
                       ridfld(ws-lib-key)
                       resp(ws-lib-resp)
               end-exec
               if ws-lib-resp not = dfhresp(normal)
                   move "NO VERSION" to ws-resource
                   perform write-error-step
                   exit section
               end-if
           end-if

           if ws-run-version = 0
               move "NOT IN LIB" to ws-resource
               perform write-error-step
               exit section
           end-if

           perform load-library-steps
           move ws-selected to ws-current-scn

           perform varying ws-lib-sub from 1 by 1
                   until ws-lib-sub > ws-lib-count
               move spaces to ws-step-card
               move ws-selected to sc-scenario
               move ws-lib-action(ws-lib-sub) to sc-action
               move ws-lib-operand(ws-lib-sub) to sc-operand
               move ws-lib-step(ws-lib-sub) to ws-step-number
               perform execute-step
           end-perform
           .

      *>   The highest released version of the scenario (versions
      *>   rise in key order), or 0 if none has been released.
       find-released-version section.

           move 0 to ws-run-version
           move ws-selected to ws-lk-scenario
           move 0 to ws-lk-version
           move 0 to ws-lk-step

           exec cics
               startbr file("ENQSLIB")
                   ridfld(ws-lib-key)
                   gteq
                   resp(ws-lib-resp)
           end-exec
           if ws-lib-resp not = dfhresp(normal)
               exit section
           end-if

           perform until ws-lib-resp not = dfhresp(normal)
               exec cics
                   readnext file("ENQSLIB")
                       into(enqslib-record)
                       ridfld(ws-lib-key)
                       resp(ws-lib-resp)
               end-exec
               if ws-lib-resp = dfhresp(normal)
                   if enqslib-scenario not = ws-selected
                       move dfhresp(endfile) to ws-lib-resp
                   else
                       if enqslib-is-header
                       and enqslib-is-released
                           move enqslib-version to ws-run-version
                       end-if
                   end-if
               end-if
           end-perform

           exec cics
               endbr file("ENQSLIB")
           end-exec
           .

       load-library-steps section.

           move 0 to ws-lib-count
           move ws-selected to ws-lk-scenario
           move ws-run-version to ws-lk-version
           move 1 to ws-lk-step

           exec cics
               startbr file("ENQSLIB")
                   ridfld(ws-lib-key)
                   gteq
                   resp(ws-lib-resp)
           end-exec
           if ws-lib-resp not = dfhresp(normal)
               exit section
           end-if

           perform until ws-lib-resp not = dfhresp(normal)
               exec cics
                   readnext file("ENQSLIB")
                       into(enqslib-record)
                       ridfld(ws-lib-key)
                       resp(ws-lib-resp)
               end-exec
               if ws-lib-resp = dfhresp(normal)
                   if enqslib-scenario not = ws-selected
                   or enqslib-version not = ws-run-version
                       move dfhresp(endfile) to ws-lib-resp
                   else
                       if ws-lib-count < 99
                           add 1 to ws-lib-count
                           move enqslib-step
                               to ws-lib-step(ws-lib-count)
                           move enqslib-action
                               to ws-lib-action(ws-lib-count)
                           move enqslib-operand
                               to ws-lib-operand(ws-lib-count)
                       end-if
                   end-if
               end-if
           end-perform

           exec cics
               endbr file("ENQSLIB")
           end-exec
           .

       read-next-step section.

           move spaces to ws-step-card
           perform stamp-and-write-step
           .

      *****************************************************************
      *  One ERROR result record when a library scenario cannot be
      *  run: ws-resource says why (NO NAME, NO VERSION, NOT IN LIB).
      *****************************************************************
       write-error-step section.

           move ws-selected to enqscnrs-scenario
           move 0 to enqscnrs-step
           move "ERROR" to enqscnrs-action
           move ws-resource to enqscnrs-resource
           move "N" to enqscnrs-blocked
           move 0 to enqscnrs-wait-ms
           move 0 to enqscnrs-holder-task
           perform stamp-and-write-step
           .

       stamp-and-write-step section.

           move ws-run-version to enqscnrs-version
           exec cics
               asktime abstime(ws-wait-end-abs)
           end-exec
