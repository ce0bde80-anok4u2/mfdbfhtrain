001810*  09/02/2026 XST   MSG1AUD IS NOW KEYED BY DATE/TIME PLUS TASK
001820*                   NUMBER (21 BYTES); THE KEY-SEQUENCE CHECK
001830*                   FOLLOWS THE NEW KEY.
001840*  10/15/2026 XST   RUN START AND END, WITH THE ENDING RETURN
001850*                   CODE, ARE NOW RECORDED IN THE XARUNLG
001860*                   RUN-CONTROL LEDGER FOR THE XARUNCHK
001870*                   MISSED-JOB CHECK.
001900******************************************************************
002000*  THE SUITE DEPENDS ON XACSNAP, XAMFHLOG, XAHEURLG, XASWRLOG,
002100*  XAJTLOG, XADB2AUD AND MSG1AUD -- AND THE FIRST SIGN OF ONE
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS WS-XAFVRPT-STATUS.
008700
008710     copy xarunlgsel.
008720
008800 DATA DIVISION.
008900 FILE SECTION.
009000     copy xacsnap.
015200
015300 01  XAFVRPT-LINE                    PIC X(132).
015400
015410     copy xarunlg.
015420
015500 WORKING-STORAGE SECTION.
015510     copy xarunws.
015520
015600******************************************************************
015700*    FILE STATUS AND CONTROL SWITCHES
015800******************************************************************
029300******************************************************************
029400 0000-MAINLINE.
029500******************************************************************
029510     MOVE "XAFVERIF" TO WS-RUNCTL-JOB.
029520     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
029600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029700     PERFORM 2000-VERIFY-XACSNAP THRU 2000-EXIT.
029800     PERFORM 3000-VERIFY-XAMFHLOG THRU 3000-EXIT.
030500     IF WS-ANOMALY-COUNT > ZERO
030600         MOVE 8 TO RETURN-CODE
030700     END-IF.
030750     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
030800     GOBACK.
030900
031000******************************************************************
087000     WRITE XAFVCNTL-LINE.
087100 9100-EXIT.
087200     EXIT.
087300
087400******************************************************************
087500*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
087600*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
087700******************************************************************
087800     copy xarunctl.
087900
