001500*                   MSGBACK ACKNOWLEDGMENTS) AND REPORTED AS A
001600*                   DEACTIVATION CANDIDATE WHEN NOTHING HAS BEEN
001700*                   SEEN IN N DAYS.
001710*  10/15/2026 XST   RUN START AND END, WITH THE ENDING RETURN
001720*                   CODE, ARE NOW RECORDED IN THE XARUNLG
001730*                   RUN-CONTROL LEDGER FOR THE XARUNCHK
001740*                   MISSED-JOB CHECK.
001800******************************************************************
001900*  TERMINALS GET MOVED OR DECOMMISSIONED AND NOBODY UPDATES
002000*  MSGTERMS, SO MSGB KEEPS WRITING MSGBACK RECORDS AND STARTING
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-MSGTRRPT-STATUS.
004900
004910     copy xarunlgsel.
004920
005000 DATA DIVISION.
005100 FILE SECTION.
005200     copy msgterms.
006900
007000 01  MSGTRRPT-LINE                   PIC X(132).
007100
007110     copy xarunlg.
007120
007200 WORKING-STORAGE SECTION.
007210     copy xarunws.
007220
007300******************************************************************
007400*    FILE STATUS AND CONTROL SWITCHES
007500******************************************************************
017400******************************************************************
017500 0000-MAINLINE.
017600******************************************************************
017610     MOVE "MSGTRECN" TO WS-RUNCTL-JOB.
017620     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
017700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017800     IF NOT WS-NO-TERMS-FILE
017900         PERFORM 2000-LOAD-ACTIVE-TERMINALS THRU 2000-EXIT
018500     IF WS-CANDIDATE-COUNT > ZERO
018600         MOVE 4 TO RETURN-CODE
018700     END-IF.
018750     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
018800     GOBACK.
018900
019000******************************************************************
044000     CLOSE MSGTRRPT.
044100 9000-EXIT.
044200     EXIT.
044300
044400******************************************************************
044500*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
044600*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
044700******************************************************************
044800     copy xarunctl.
044900
