001640*                   IS REPORTED AS IN-WINDOW AND NOT RE-RAISED
001650*                   (AND DOES NOT DRIVE RC 4) UNTIL THE WINDOW
001660*                   CLOSES.
001665*  10/15/2026 XST   RUN START AND END, WITH THE ENDING RETURN
001670*                   CODE, ARE NOW RECORDED IN THE XARUNLG
001675*                   RUN-CONTROL LEDGER FOR THE XARUNCHK
001680*                   MISSED-JOB CHECK.
001685*  10/15/2026 XST   OPEN ALERTS ARE NOW FOUND THROUGH THE XAALOPEN
001690*                   OPEN-ALERT INDEX, HIGH SEVERITY FIRST, INSTEAD
001695*                   OF READING EVERY ALERT EVER RAISED.
001700******************************************************************
001800*  AN ESCALATION THAT ONLY EVER EXISTED AS A CONSOLE LINE CAN BE
001900*  MISSED ON A BUSY NIGHT.  THE SUITE NOW WRITES EVERY ESCALATION
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     copy xaalertsel.
003533
003566     copy xaalopensel.
003600
003610     copy xamaintsel.
003620
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-XAALCRPT-STATUS.
004000
004010     copy xarunlgsel.
004020
004100 DATA DIVISION.
004200 FILE SECTION.
004300     copy xaalert.
004333
004366     copy xaalopen.
004400
004410     copy xamaint.
004420
004800
004900 01  XAALCRPT-LINE                   PIC X(132).
005000
005010     copy xarunlg.
005020
005100 WORKING-STORAGE SECTION.
005110     copy xarunws.
005113
005116     copy xaalows.
005120
005200******************************************************************
005300*    FILE STATUS AND CONTROL SWITCHES
005400******************************************************************
012700******************************************************************
012800 0000-MAINLINE.
012900******************************************************************
012910     MOVE "XAALCHK" TO WS-RUNCTL-JOB.
012920     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
013000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013100     IF NOT WS-NO-ALERT-FILE
013200         PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
013600     IF WS-OPEN-HIGH-COUNT > ZERO
013700         MOVE 4 TO RETURN-CODE
013800     END-IF.
013850     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
013900     GOBACK.
014000
014100******************************************************************
016600
016700     WRITE XAALCRPT-LINE FROM WS-REPORT-HEADING-1.
016800
016850     MOVE SPACE TO WS-ALOPEN-SEV-ONLY.
016900     PERFORM 9870-ALOPEN-FIRST THRU 9870-EXIT.
016950     PERFORM 2100-READ-NEXT THRU 2100-EXIT.
017000 1000-EXIT.
017100     EXIT.
017200
017300******************************************************************
017350*    2000-PROCESS-RECORDS -- ONE PASS PER OPEN ALERT, AS
017400*    DELIVERED BY 9880-ALOPEN-NEXT.  EACH GETS A REPORT LINE
017450*    AND, WHEN HIGH SEVERITY, A FRESH CONSOLE ALERT.  (THE
017500*    ACKNOWLEDGED TEST IS KEPT AS A GUARD; THE INDEX DOES NOT
017600*    DELIVER ACKNOWLEDGED ALERTS.)
017700******************************************************************
017800 2000-PROCESS-RECORDS.
017900     IF XAALERT-IS-ACKED
019600     EXIT.
019700
019800 2100-READ-NEXT.
019840     PERFORM 9880-ALOPEN-NEXT THRU 9880-EXIT.
019880     IF WS-ALOPEN-EOF
019920         MOVE "Y" TO WS-EOF-SWITCH
019960     END-IF.
020300 2100-EXIT.
020400     EXIT.
020500
025500     WRITE XAALCRPT-LINE FROM WS-SUMMARY-LINE-2.
025600     MOVE WS-REALERT-COUNT TO WS-SL-REALERTED.
025700     WRITE XAALCRPT-LINE FROM WS-SUMMARY-LINE-3.
025750     PERFORM 9890-ALOPEN-END THRU 9890-EXIT.
025800     CLOSE XAALERT.
025900     CLOSE XAALCRPT.
026000 9000-EXIT.
026100     EXIT.
026200
026300******************************************************************
026400*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
026500*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
026600******************************************************************
026700     copy xarunctl.
026714
026728******************************************************************
026742*    OPEN-ALERT INDEX PARAGRAPHS (9870-ALOPEN-FIRST,
026756*    9880-ALOPEN-NEXT AND 9890-ALOPEN-END) -- SEE XA/XAALOCTL.CPY.
026770******************************************************************
026784     copy xaaloctl.
026800
