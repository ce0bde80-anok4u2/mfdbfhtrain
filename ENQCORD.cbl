      *  ENQCORD STARTs one ENQSCN worker task per scenario named in
      *  its COMMAREA (up to four), each worker RETRIEVEing its
      *  scenario id and replaying its own steps from the shared ENQI
      *  deck or the ENQSLIB scenario library.  The scripting between
      *  the scenarios -- worker B's WAIT E1 before its ENQ, worker
      *  A's POST E1 once it holds its first resource -- is what
      *  reproduces the exact interleaving from an incident on
      *  demand; see ENQSCN's prologue for the WAIT/POST/CLEAR step
      *  cards.  Every executed step lands in the ENQS records
      *  ENQSRPT already reads, tagged with its scenario id, so the
      *  replay's evidence needs no new report.
      *
      *  COMMAREA:
      *      ca-worker-transid   transaction id the workers run under
      *                          defaults to ENQW)
      *      ca-worker-scenario  up to four scenario ids; blank slots
      *                          are skipped
      *      ca-source           L = run the scenarios from the ENQSLIB
      *                          library (see ENQL) instead of the ENQI
      *                          deck
      *      ca-worker-version   library version per slot; 000 = the
      *                          latest released version
      *  The last two are optional: a COMMAREA that stops after the
      *  scenario slots runs the deck as before, and a slot whose
      *  version lies past the end of the COMMAREA runs the latest
      *  released version.  Each worker's result records carry the
      *  version it replayed, for the ENQSRPT report.
      *****************************************************************

       environment division.
       01  ws-started-disp             pic zzz9.
       01  ws-fail-disp                pic zzz9.
       01  ws-reply                    pic x(60).
      *> What each worker is STARTed with -- ENQSCN's start data.
       01  ws-start-data.
           05  ws-scenario             pic x(8).
           05  ws-source               pic x(1).
           05  ws-version              pic 9(3).
       01  ws-run-source               pic x(1) value "D".

      *> How many scenario slots the caller's COMMAREA actually
      *> covers -- a short COMMAREA must never be read past its end.
           05  ca-worker-transid       pic x(4).
           05  ca-worker-scenario occurs 4 times
                                       pic x(8).
           05  ca-source               pic x(1).
           05  ca-worker-version occurs 4 times
                                       pic 9(3).

       procedure division using dfhcommarea.

               move 0 to ws-max-slots
           end-if

      *>   The source byte follows the four slots, at offset 36.
           if eibcalen not < 37
           and ca-source = "L"
               move "L" to ws-run-source
           end-if

           perform start-one-worker
               varying ws-idx from 1 by 1
               until ws-idx > ws-max-slots
               exit section
           end-if

      *>   Version n ends at offset 37 + n * 3.
           move ws-run-source to ws-source
           move 0 to ws-version
           if ws-run-source = "L"
           and eibcalen not < 37 + ws-idx * 3
           and ca-worker-version(ws-idx) numeric
               move ca-worker-version(ws-idx) to ws-version
           end-if

           exec cics
               start transid(ws-worker-transid)
                   from(ws-start-data)
                   length(length of ws-start-data)
                   resp(ws-start-resp)
           end-exec

