001300*                   APPROVED SWITCH MODULE NAME AND VERSION IN THE
001400*                   XASWAPPR INPUT FILE AND ENDS WITH RC 8 LISTING
001500*                   EVERY REGION ON AN UNAPPROVED LEVEL.
001510*  10/15/2026 XST   RUN START AND END, WITH THE ENDING RETURN
001520*                   CODE, ARE NOW RECORDED IN THE XARUNLG
001530*                   RUN-CONTROL LEDGER FOR THE XARUNCHK
001540*                   MISSED-JOB CHECK.
001600******************************************************************
001700*  XASWRLOG RECORDS WHAT EACH REGION ACTUALLY HAS LOADED;
001800*  XASWAPPR IS THE STATEMENT OF WHAT EACH RESOURCE IS SUPPOSED TO
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-XASWGRPT-STATUS.
004400
004410     copy xarunlgsel.
004420
004500 DATA DIVISION.
004600 FILE SECTION.
004700     copy xaswrlog.
006400
006500 01  XASWGRPT-LINE                   PIC X(132).
006600
006610     copy xarunlg.
006620
006700 WORKING-STORAGE SECTION.
006710     copy xarunws.
006720
006800******************************************************************
006900*    FILE STATUS AND CONTROL SWITCHES
007000******************************************************************
014900******************************************************************
015000 0000-MAINLINE.
015100******************************************************************
015110     MOVE "XASWGATE" TO WS-RUNCTL-JOB.
015120     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
015200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015300     IF NOT WS-NO-LOG-FILE
015400         PERFORM 2000-CHECK-ROW THRU 2000-EXIT
015800     IF WS-VIOLATION-COUNT > ZERO
015900         MOVE 8 TO RETURN-CODE
016000     END-IF.
016050     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
016100     GOBACK.
016200
016300******************************************************************
030300     CLOSE XASWGRPT.
030400 9000-EXIT.
030500     EXIT.
030600
030700******************************************************************
030800*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
030900*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
031000******************************************************************
031100     copy xarunctl.
031200
