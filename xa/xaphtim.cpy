      *****************************************************************
      *    XAPHTIM -- phase timers for the XA open path.  Pure
      *    WORKING-STORAGE arithmetic, no file I/O, so every member
      *    that times a phase can COPY it without dragging in a log
      *    file: xapd.cpy (GetCustomizationParams and its ESXAEXTCFG
      *    exit), xamacro.cpy (VaultExpandMacros, via
      *    ExpandOpenStringMacros) and xaheur.cpy (the resource
      *    manager's own xa_open, via mfesxa-call-open).  A stopped
      *    timer is left pending in ws-phase-timer until
      *    LogPhaseTimings (xaheur.cpy) writes it to XAPHLOG, so
      *    XAMACTST can run the macro logic offline and simply never
      *    log what it timed.
      *
      *    The caller sets ws-phase-ix (78-PHASE-GETCUST and friends,
      *    xaws.cpy) before PERFORMing StartPhaseTimer or
      *    StopPhaseTimer.
      *****************************************************************
       StartPhaseTimer SECTION.
           PERFORM ReadPhaseClock
           MOVE ws-phase-clock-ms TO ws-phase-start-ms(ws-phase-ix)
           MOVE 0 TO ws-phase-pending(ws-phase-ix)
           EXIT SECTION
           .

      *****************************************************************
      *  Elapsed milliseconds since StartPhaseTimer for the same
      *  phase.  A phase that runs across midnight wraps the clock,
      *  so a negative difference has a day added back.
      *****************************************************************
       StopPhaseTimer SECTION.
           PERFORM ReadPhaseClock
           COMPUTE ws-phase-elapsed-ms(ws-phase-ix) =
                   ws-phase-clock-ms - ws-phase-start-ms(ws-phase-ix)
           IF ws-phase-elapsed-ms(ws-phase-ix) < 0
               ADD 86400000 TO ws-phase-elapsed-ms(ws-phase-ix)
           END-IF
           MOVE 1 TO ws-phase-pending(ws-phase-ix)
           EXIT SECTION
           .

      *****************************************************************
      *  Milliseconds since midnight from FUNCTION CURRENT-DATE.  The
      *  clock only resolves hundredths, so timings are recorded to
      *  the nearest 10 ms.
      *****************************************************************
       ReadPhaseClock SECTION.
           MOVE FUNCTION CURRENT-DATE TO ws-phase-clock-stamp
           COMPUTE ws-phase-clock-ms =
                   ((ws-phase-clock-hh * 3600)
                  + (ws-phase-clock-mm * 60)
                  +  ws-phase-clock-ss) * 1000
                  +  ws-phase-clock-cc * 10
           EXIT SECTION
           .
