001600*                   SENT (WITH THEIR STILL-UNACKNOWLEDGED
001700*                   TERMINAL COUNTS), AND MFDBFH REGISTRATION
001800*                   STATE CHANGES FROM XAMFHLOG.
001810*  10/15/2026 XST   RUN START AND END, WITH THE ENDING RETURN
001820*                   CODE, ARE NOW RECORDED IN THE XARUNLG
001830*                   RUN-CONTROL LEDGER FOR THE XARUNCHK
001840*                   MISSED-JOB CHECK.
001900******************************************************************
002000*  THE XAST PANEL SHOWS CURRENT STATE, BUT THE INCOMING SHIFT
002100*  ASKS "WHAT HAPPENED SINCE I LEFT" -- UNTIL NOW ANSWERED BY
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-XASHRPT-STATUS.
005400
005410     copy xarunlgsel.
005420
005500 DATA DIVISION.
005600 FILE SECTION.
005700     copy xaalert.
007800
007900 01  XASHRPT-LINE                    PIC X(132).
008000
008010     copy xarunlg.
008020
008100 WORKING-STORAGE SECTION.
008110     copy xarunws.
008120
008200******************************************************************
008300*    FILE STATUS AND CONTROL SWITCHES
008400******************************************************************
015800******************************************************************
015900 0000-MAINLINE.
016000******************************************************************
016010     MOVE "XASHIFT" TO WS-RUNCTL-JOB.
016020     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
016100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016200     PERFORM 2000-REPORT-ALERT-DELTAS THRU 2000-EXIT.
016300     PERFORM 3000-REPORT-HEURLG-DELTAS THRU 3000-EXIT.
016400     PERFORM 4000-REPORT-BROADCASTS THRU 4000-EXIT.
016500     PERFORM 5000-REPORT-MFDBFH-CHANGES THRU 5000-EXIT.
016600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016650     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
016700     GOBACK.
016800
016900******************************************************************
049800     END-IF.
049900 9000-EXIT.
050000     EXIT.
050100
050200******************************************************************
050300*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
050400*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
050500******************************************************************
050600     copy xarunctl.
050700
