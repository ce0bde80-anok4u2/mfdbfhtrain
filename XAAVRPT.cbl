001300*                   WRITES: PER-RESOURCE UPTIME PERCENTAGES PER
001400*                   DAY AND PER MONTH, AND THE OUTAGE WINDOWS
001500*                   (FIRST FAILING SAMPLE TO NEXT PASSING ONE).
001510*  10/15/2026 XST   RUN START AND END, WITH THE ENDING RETURN
001520*                   CODE, ARE NOW RECORDED IN THE XARUNLG
001530*                   RUN-CONTROL LEDGER FOR THE XARUNCHK
001540*                   MISSED-JOB CHECK.
001600******************************************************************
001700*  XAAS EXERCISES XAPG'S PING PATH FOR EVERY REGISTERED RESOURCE
001800*  EVERY FEW MINUTES AND RECORDS EACH SAMPLE.  THIS REPORT TURNS
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-XAAVRPT-STATUS.
003900
003910     copy xarunlgsel.
003920
004000 DATA DIVISION.
004100 FILE SECTION.
004200     copy xaavail.
004700
004800 01  XAAVRPT-LINE                    PIC X(132).
004900
004910     copy xarunlg.
004920
005000 WORKING-STORAGE SECTION.
005010     copy xarunws.
005020
005100******************************************************************
005200*    FILE STATUS AND CONTROL SWITCHES
005300******************************************************************
014800******************************************************************
014900 0000-MAINLINE.
015000******************************************************************
015010     MOVE "XAAVRPT" TO WS-RUNCTL-JOB.
015020     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
015100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015200     IF NOT WS-NO-SAMPLE-FILE
015300         PERFORM 2000-PROCESS-SAMPLE THRU 2000-EXIT
015400             UNTIL WS-END-OF-FILE
015500     END-IF.
015600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015650     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
015700     GOBACK.
015800
015900******************************************************************
031400     CLOSE XAAVRPT.
031500 9000-EXIT.
031600     EXIT.
031700
031800******************************************************************
031900*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
032000*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
032100******************************************************************
032200     copy xarunctl.
032300
