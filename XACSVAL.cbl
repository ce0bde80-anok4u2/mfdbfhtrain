001500*                   TECHNOLOGY).  ENDS WITH RC 8 WHEN ANY RESOURCE
001600*                   IS MISSING A REQUIRED PAIR OR CARRIES A BLANK
001700*                   VALUE.
001710*  10/15/2026 XST   RUN START AND END, WITH THE ENDING RETURN
001720*                   CODE, ARE NOW RECORDED IN THE XARUNLG
001730*                   RUN-CONTROL LEDGER FOR THE XARUNCHK
001740*                   MISSED-JOB CHECK.
001800******************************************************************
001900*  GETCUSTOMIZATIONPARAMS ALWAYS BUILDS THE SEVEN STANDARD PAIRS
002000*  AND THE ESXAEXTCFG EXIT ADDS SITE-SPECIFIC ONES, BUT NOTHING
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-XACSVRPT-STATUS.
005000
005010     copy xarunlgsel.
005020
005100 DATA DIVISION.
005200 FILE SECTION.
005300     copy xacsnap.
007200
007300 01  XACSVRPT-LINE                   PIC X(132).
007400
007410     copy xarunlg.
007420
007500 WORKING-STORAGE SECTION.
007510     copy xarunws.
007520
007600******************************************************************
007700*    FILE STATUS AND CONTROL SWITCHES
007800******************************************************************
016200******************************************************************
016300 0000-MAINLINE.
016400******************************************************************
016410     MOVE "XACSVAL" TO WS-RUNCTL-JOB.
016420     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
016500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016600     IF NOT WS-NO-SNAP-FILE
016700         PERFORM 2000-VALIDATE-SNAPSHOT THRU 2000-EXIT
017200     IF WS-VIOLATION-COUNT > ZERO
017300         MOVE 8 TO RETURN-CODE
017400     END-IF.
017450     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
017500     GOBACK.
017600
017700******************************************************************
042600     CLOSE XACSVRPT.
042700 9000-EXIT.
042800     EXIT.
042900
043000******************************************************************
043100*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
043200*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
043300******************************************************************
043400     copy xarunctl.
043500
