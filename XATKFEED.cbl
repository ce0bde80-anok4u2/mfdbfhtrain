001600*                   RECORDING WHAT HAS ALREADY BEEN EXPORTED SO
001700*                   RERUNS AND RESTARTS NEVER RAISE DUPLICATE
001800*                   TICKETS.
001810*  10/15/2026 XST   RUN START AND END, WITH THE ENDING RETURN
001820*                   CODE, ARE NOW RECORDED IN THE XARUNLG
001830*                   RUN-CONTROL LEDGER FOR THE XARUNCHK
001840*                   MISSED-JOB CHECK.
001855*  10/15/2026 XST   OPEN ALERTS ARE NOW FOUND THROUGH THE XAALOPEN
001870*                   OPEN-ALERT INDEX INSTEAD OF READING EVERY
001885*                   ALERT EVER RAISED.
001900******************************************************************
002000*  EVERYTHING XARECON AND XAALCHK ESCALATE USED TO BE RETYPED
002100*  INTO THE ENTERPRISE TICKETING SYSTEM BY THE MORNING OPERATOR.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     copy xaalertsel.
003733
003766     copy xaalopensel.
003800
003900     copy xaheurlgsel.
004000
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-XATKRPT-STATUS.
005000
005010     copy xarunlgsel.
005020
005100 DATA DIVISION.
005200 FILE SECTION.
005300     copy xaalert.
005333
005366     copy xaalopen.
005400
005500     copy xaheurlg.
005600
008200
008300 01  XATKRPT-LINE                    PIC X(132).
008400
008410     copy xarunlg.
008420
008500 WORKING-STORAGE SECTION.
008510     copy xarunws.
008513
008516     copy xaalows.
008520
008600******************************************************************
008700*    FILE STATUS AND CONTROL SWITCHES
008800******************************************************************
015100******************************************************************
015200 0000-MAINLINE.
015300******************************************************************
015310     MOVE "XATKFEED" TO WS-RUNCTL-JOB.
015320     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
015400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015500     IF NOT WS-EXTRACT-STOPPED
015600         PERFORM 2000-EXTRACT-ALERTS THRU 2000-EXIT
016000     IF WS-EXPORT-COUNT > ZERO
016100         MOVE 4 TO RETURN-CODE
016200     END-IF.
016250     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
016300     GOBACK.
016400
016500******************************************************************
020700******************************************************************
020800*    2000-EXTRACT-ALERTS -- EVERY UNACKNOWLEDGED, NOT-IN-WINDOW
020900*    ALERT NOT ALREADY ON THE CROSS-REFERENCE BECOMES ONE
020966*    INTERCHANGE RECORD.  THE OPEN ALERTS COME FROM THE XAALOPEN
021032*    INDEX, HIGH SEVERITY FIRST.
021100******************************************************************
021200 2000-EXTRACT-ALERTS.
021300     OPEN INPUT XAALERT.
021900             WS-XAALERT-STATUS UPON CONS
022000         GO TO 2000-EXIT
022100     END-IF.
022150     MOVE "N" TO WS-EOF-SWITCH.
022200     MOVE SPACE TO WS-ALOPEN-SEV-ONLY.
022250     PERFORM 9870-ALOPEN-FIRST THRU 9870-EXIT.
022300     PERFORM 2100-EXTRACT-ONE-ALERT THRU 2100-EXIT
022400         UNTIL WS-END-OF-FILE.
022466     PERFORM 9890-ALOPEN-END THRU 9890-EXIT.
022532     CLOSE XAALERT.
022600 2000-EXIT.
022700     EXIT.
022800
022900 2100-EXTRACT-ONE-ALERT.
022933     PERFORM 9880-ALOPEN-NEXT THRU 9880-EXIT.
022966     IF WS-ALOPEN-EOF
022999         MOVE "Y" TO WS-EOF-SWITCH
023032         GO TO 2100-EXIT
023065     END-IF.
023500     IF XAALERT-IS-ACKED
023600     OR XAALERT-WAS-IN-WINDOW
023700         GO TO 2100-EXIT
037400     CLOSE XATKRPT.
037500 9000-EXIT.
037600     EXIT.
037700
037800******************************************************************
037900*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
038000*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
038100******************************************************************
038200     copy xarunctl.
038214
038228******************************************************************
038242*    OPEN-ALERT INDEX PARAGRAPHS (9870-ALOPEN-FIRST,
038256*    9880-ALOPEN-NEXT AND 9890-ALOPEN-END) -- SEE XA/XAALOCTL.CPY.
038270******************************************************************
038284     copy xaaloctl.
038300
