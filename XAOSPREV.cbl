001400*                   NAMED RESOURCE'S ACTUAL XACSNAP SNAPSHOT
001500*                   VALUES, SO THE CHANGE IS VALIDATED BEFORE THE
001600*                   REGION BOUNCE, NOT DURING IT.
001610*  10/15/2026 XST   RUN START AND END, WITH THE ENDING RETURN
001620*                   CODE, ARE NOW RECORDED IN THE XARUNLG
001630*                   RUN-CONTROL LEDGER FOR THE XARUNCHK
001640*                   MISSED-JOB CHECK.
001652*  10/15/2026 XST   XA/XAMACRO.CPY NOW TIMES THE
001664*                   VAULTEXPANDMACROS PASS; COPY XA/XAPHTIM.CPY
001676*                   FOR THE PHASE TIMERS IT USES.  NOTHING IS
001688*                   LOGGED FROM HERE.
001700******************************************************************
001800*  XAMACTST TESTS THE MACRO LOGIC AGAINST FIXED FIXTURES; WHEN AN
001900*  OPEN-STRING CHANGE IS PLANNED FOR A LIVE RESOURCE THE QUESTION
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-XAOSPRPT-STATUS.
004900
004910     copy xarunlgsel.
004920
005000 DATA DIVISION.
005100 FILE SECTION.
005200     copy xacsnap.
006800
006900 01  XAOSPRPT-LINE                   PIC X(132).
007000
007010     copy xarunlg.
007020
007100 WORKING-STORAGE SECTION.
007110     copy xarunws.
007120
007200******************************************************************
007300*    FILE STATUS AND CONTROL SWITCHES -- DECLARED FIRST SO THE
007400*    FILE-CONTROL FILE STATUS CLAUSES ABOVE RESOLVE AGAINST THEM
015800******************************************************************
015900 0000-MAINLINE.
016000******************************************************************
016010     MOVE "XAOSPREV" TO WS-RUNCTL-JOB.
016020     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
016100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016200     IF NOT WS-NO-INPUT-FILE
016300         PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT
016400             UNTIL WS-END-OF-FILE
016500     END-IF.
016600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016650     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
016700     GOBACK.
016800
016900******************************************************************
035600*    AND XAMACTST VIA XA/XAMACRO.CPY).
035700******************************************************************
035800     copy xamacro.
035900
035912******************************************************************
035924*    PHASE TIMERS PERFORMED BY ExpandOpenStringMacros -- SEE
035936*    XA/XAPHTIM.CPY.  THE TIMINGS ARE LEFT IN WORKING-STORAGE;
035948*    THIS PREVIEW NEVER WRITES XAPHLOG.
035960******************************************************************
035972     copy xaphtim.
035984
036000******************************************************************
036100*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
036200*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
036300******************************************************************
036400     copy xarunctl.
036500
