001600*                   ALERT STATE) AND XASWRLOG (SWITCH-VERSION
001700*                   MISMATCHES), WITH MONTH-OVER-MONTH COMPARISON
001800*                   LINES FROM THE XAKPIHST SUMMARY HISTORY.
001810*  10/15/2026 XST   RUN START AND END, WITH THE ENDING RETURN
001820*                   CODE, ARE NOW RECORDED IN THE XARUNLG
001830*                   RUN-CONTROL LEDGER FOR THE XARUNCHK
001840*                   MISSED-JOB CHECK.
001900******************************************************************
002000*  THE MONTHLY SERVICE REVIEW USED TO BE HAND-COMPILED FROM FOUR
002100*  DIFFERENT REPORTS.  XAKPIRPT PRODUCES THE ONE DOCUMENT: FOR
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-XAKPIRPT-STATUS.
005700
005710     copy xarunlgsel.
005720
005800 DATA DIVISION.
005900 FILE SECTION.
006000     copy xajtlog.
008400
008500 01  XAKPIRPT-LINE                   PIC X(132).
008600
008610     copy xarunlg.
008620
008700 WORKING-STORAGE SECTION.
008710     copy xarunws.
008720
008800******************************************************************
008900*    FILE STATUS AND CONTROL SWITCHES
009000******************************************************************
025200******************************************************************
025300 0000-MAINLINE.
025400******************************************************************
025410     MOVE "XAKPIRPT" TO WS-RUNCTL-JOB.
025420     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
025500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025600     PERFORM 2000-GATHER-VOLUMES THRU 2000-EXIT.
025700     PERFORM 3000-GATHER-HEURISTICS THRU 3000-EXIT.
025900     PERFORM 5000-GATHER-MISMATCHES THRU 5000-EXIT.
026000     PERFORM 6000-LOAD-PREVIOUS-MONTH THRU 6000-EXIT.
026100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026150     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
026200     GOBACK.
026300
026400******************************************************************
062000     WRITE XAKPIHST-LINE.
062100 9200-EXIT.
062200     EXIT.
062300
062400******************************************************************
062500*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
062600*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
062700******************************************************************
062800     copy xarunctl.
062900
