001500*                   LIST PER TEAM, CONTACT AT THE TOP, WITH AN
001600*                   "UNOWNED" LIST FOR RESOURCES NOT IN THE
001700*                   REGISTRY.
001710*  10/15/2026 XST   RUN START AND END, WITH THE ENDING RETURN
001720*                   CODE, ARE NOW RECORDED IN THE XARUNLG
001730*                   RUN-CONTROL LEDGER FOR THE XARUNCHK
001740*                   MISSED-JOB CHECK.
001752*  10/15/2026 XST   OPEN ALERTS ARE NOW FOUND THROUGH THE XAALOPEN
001764*                   OPEN-ALERT INDEX INSTEAD OF READING EVERY
001776*                   ALERT EVER RAISED; EACH TEAM'S ALERTS NOW LIST
001788*                   HIGH SEVERITY FIRST.
001800******************************************************************
001900*  XARECON'S ESCALATIONS AND THE XAALERT STORE ARE ONE
002000*  UNDIFFERENTIATED PILE THE MORNING OPERATOR TRIAGES BY HAND.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     copy xaalertsel.
003433
003466     copy xaalopensel.
003500
003600     copy xaheurlgsel.
003700
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-XATLRPT-STATUS.
004300
004310     copy xarunlgsel.
004320
004400 DATA DIVISION.
004500 FILE SECTION.
004600     copy xaalert.
004633
004666     copy xaalopen.
004700
004800     copy xaheurlg.
004900
005500
005600 01  XATLRPT-LINE                    PIC X(132).
005700
005710     copy xarunlg.
005720
005800 WORKING-STORAGE SECTION.
005810     copy xarunws.
005813
005816     copy xaalows.
005820
005900******************************************************************
006000*    FILE STATUS AND CONTROL SWITCHES
006100******************************************************************
016200******************************************************************
016300 0000-MAINLINE.
016400******************************************************************
016410     MOVE "XATMLIST" TO WS-RUNCTL-JOB.
016420     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
016500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016600     PERFORM 2000-COLLECT-ALERTS THRU 2000-EXIT.
016700     PERFORM 3000-COLLECT-HEURLG THRU 3000-EXIT.
016800     PERFORM 5000-PRINT-TEAM-LISTS THRU 5000-EXIT.
016900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016950     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
017000     GOBACK.
017100
017200******************************************************************
020300
020400******************************************************************
020500*    2000-COLLECT-ALERTS -- ONE WORK ITEM PER UNACKNOWLEDGED
020566*    XAALERT ENTRY, AS DELIVERED BY THE XAALOPEN INDEX (HIGH
020632*    SEVERITY FIRST, OLDEST FIRST WITHIN A SEVERITY).
020700******************************************************************
020800 2000-COLLECT-ALERTS.
020900     OPEN INPUT XAALERT.
021500             WS-XAALERT-STATUS UPON CONS
021600         GO TO 2000-EXIT
021700     END-IF.
021750     MOVE "N" TO WS-EOF-SWITCH.
021800     MOVE SPACE TO WS-ALOPEN-SEV-ONLY.
021850     PERFORM 9870-ALOPEN-FIRST THRU 9870-EXIT.
021900     PERFORM 2100-COLLECT-ONE-ALERT THRU 2100-EXIT
022000         UNTIL WS-END-OF-FILE.
022066     PERFORM 9890-ALOPEN-END THRU 9890-EXIT.
022132     CLOSE XAALERT.
022200 2000-EXIT.
022300     EXIT.
022400
022500 2100-COLLECT-ONE-ALERT.
022533     PERFORM 9880-ALOPEN-NEXT THRU 9880-EXIT.
022566     IF WS-ALOPEN-EOF
022599         MOVE "Y" TO WS-EOF-SWITCH
022632         GO TO 2100-EXIT
022665     END-IF.
023400     PERFORM 4000-LOOKUP-OWNER THRU 4000-EXIT.
023700     MOVE SPACES TO WS-ITEM-BUILD.
023800     STRING
044000     CLOSE XATLRPT.
044100 9000-EXIT.
044200     EXIT.
044300
044400******************************************************************
044500*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
044600*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
044700******************************************************************
044800     copy xarunctl.
044814
044828******************************************************************
044842*    OPEN-ALERT INDEX PARAGRAPHS (9870-ALOPEN-FIRST,
044856*    9880-ALOPEN-NEXT AND 9890-ALOPEN-END) -- SEE XA/XAALOCTL.CPY.
044870******************************************************************
044884     copy xaaloctl.
044900
