001500*                   MAKES ON THE WAY IN, AND A LIVE (NON-EMPTY)
001600*                   FILE IS NEVER OVERLAID WITHOUT AN EXPLICIT
001700*                   CONFIRM=YES ON THE CONTROL CARD.
001710*  10/15/2026 XST   RUN START AND END, WITH THE ENDING RETURN
001720*                   CODE, ARE NOW RECORDED IN THE XARUNLG
001730*                   RUN-CONTROL LEDGER FOR THE XARUNCHK
001740*                   MISSED-JOB CHECK.
001800******************************************************************
001900*  XAFVERIF LEAVES A FRESH SEQUENTIAL BACKUP OF EACH OPERATIONAL
002000*  FILE EVERY CLEAN NIGHT, BUT UNTIL NOW THERE WAS NO RESTORE
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WS-XAFRRPT-STATUS.
008600
008610     copy xarunlgsel.
008620
008700 DATA DIVISION.
008800 FILE SECTION.
008900     copy xacsnap.
015100
015200 01  XAFRRPT-LINE                    PIC X(132).
015300
015310     copy xarunlg.
015320
015400 WORKING-STORAGE SECTION.
015410     copy xarunws.
015420
015500******************************************************************
015600*    FILE STATUS AND CONTROL SWITCHES
015700******************************************************************
026400******************************************************************
026500 0000-MAINLINE.
026600******************************************************************
026610     MOVE "XAFRESTR" TO WS-RUNCTL-JOB.
026620     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
026700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026800     IF NOT WS-RESTORE-STOPPED
026900         EVALUATE WS-TARGET-FILE
028900     IF WS-RESTORE-STOPPED OR WS-ERROR-COUNT > ZERO
029000         MOVE 8 TO RETURN-CODE
029100     END-IF.
029150     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
029200     GOBACK.
029300
029400******************************************************************
084400     CLOSE XAFRRPT.
084500 9000-EXIT.
084600     EXIT.
084700
084800******************************************************************
084900*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
085000*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
085100******************************************************************
085200     copy xarunctl.
085300
