001400*                   XA/XAPD.CPY), SO A CHANGE TO MACRO HANDLING
001500*                   CAN BE REGRESSION-TESTED WITHOUT A LIVE CICS
001600*                   REGION.
001610*  10/15/2026 XST   RUN START AND END, WITH THE ENDING RETURN
001620*                   CODE, ARE NOW RECORDED IN THE XARUNLG
001630*                   RUN-CONTROL LEDGER FOR THE XARUNCHK
001640*                   MISSED-JOB CHECK.
001650*  10/15/2026 XST   XA/XAMACRO.CPY NOW TIMES THE
001660*                   VAULTEXPANDMACROS PASS; COPY XA/XAPHTIM.CPY
001670*                   FOR THE PHASE TIMERS IT USES.  NOTHING IS
001680*                   LOGGED FROM HERE.
001700******************************************************************
001800*  XAMACTST READS A DECK OF TEST CASES FROM XAMACIN, EACH
001900*  NAMING A MACRO STYLE ('P' FOR THE %NAME%-STYLE SUBSTITUTION
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-XAMACRPT-STATUS.
004600
004610     copy xarunlgsel.
004620
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  XAMACIN
006300
006400 01  XAMACRPT-LINE                   PIC X(132).
006500
006510     copy xarunlg.
006520
006600 WORKING-STORAGE SECTION.
006610     copy xarunws.
006620
006650******************************************************************
006660*    FILE STATUS AND CONTROL SWITCHES -- DECLARED FIRST SO THE
006670*    FILE-CONTROL FILE STATUS CLAUSES ABOVE RESOLVE AGAINST THEM
015400******************************************************************
015500 0000-MAINLINE.
015600******************************************************************
015610     MOVE "XAMACTST" TO WS-RUNCTL-JOB.
015620     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
015700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015800     IF NOT WS-NO-INPUT-FILE
015900         PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
016000             UNTIL WS-END-OF-FILE
016100     END-IF.
016200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016250     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
016300     GOBACK.
016400
016500******************************************************************
031200*    VaultExpandMacros/LoadMacroAllowList/LogPwdMacroAudit.
031300******************************************************************
031400     copy xamacro.
031500
031510******************************************************************
031520*    PHASE TIMERS PERFORMED BY ExpandOpenStringMacros -- SEE
031530*    XA/XAPHTIM.CPY.  THE TIMINGS ARE LEFT IN WORKING-STORAGE;
031540*    THIS HARNESS NEVER WRITES XAPHLOG.
031550******************************************************************
031560     copy xaphtim.
031570
031600******************************************************************
031700*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
031800*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
031900******************************************************************
032000     copy xarunctl.
032100
