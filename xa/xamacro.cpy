      *    (the offline batch harness used to test macro expansion
      *    against sample open strings without a live CICS region)
      *    can COPY just this logic, without pulling in xapd.cpy's
      *    much larger MFDBFH/trace/heuristic surface.  The
      *    VaultExpandMacros pass is timed with the xaphtim.cpy
      *    timers (MACROS phase), so every program that COPYs this
      *    member COPYs xaphtim.cpy as well.
      *****************************************************************
       ExpandOpenStringMacros SECTION.
           MOVE '&' TO MacroDelim
           MOVE 78-PHASE-MACROS TO ws-phase-ix
           PERFORM StartPhaseTimer
           PERFORM VaultExpandMacros
           MOVE 78-PHASE-MACROS TO ws-phase-ix
           PERFORM StopPhaseTimer
           exit.
       
       ExpandPackagePathMacros SECTION.
