001300*                   AUDIT LOG: ORPHAN CONNECTS, UNMATCHED
001400*                   DISCONNECTS, AND NONZERO RETURN CODES BROKEN
001500*                   OUT BY RESOURCE AND USER.
001510*  10/15/2026 XST   RUN START AND END, WITH THE ENDING RETURN
001520*                   CODE, ARE NOW RECORDED IN THE XARUNLG
001530*                   RUN-CONTROL LEDGER FOR THE XARUNCHK
001540*                   MISSED-JOB CHECK.
001600******************************************************************
001700*  LOGDB2ATTACHAUDIT (XA/XAPD.CPY) APPENDS ONE XADB2AUD RECORD
001800*  PER DB2 ATTACH-FACILITY CONNECT AND DISCNCT, BUT UNTIL NOW
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-XADBRPT-STATUS.
004200
004210     copy xarunlgsel.
004220
004300 DATA DIVISION.
004400 FILE SECTION.
004500     copy xadb2aud.
005000
005100 01  XADBRPT-LINE                    PIC X(132).
005200
005210     copy xarunlg.
005220
005300 WORKING-STORAGE SECTION.
005310     copy xarunws.
005320
005400******************************************************************
005500*    FILE STATUS AND CONTROL SWITCHES
005600******************************************************************
016400******************************************************************
016500 0000-MAINLINE.
016600******************************************************************
016610     MOVE "XADB2RPT" TO WS-RUNCTL-JOB.
016620     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
016700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016800     IF NOT WS-NO-AUD-FILE
016900         PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
017000             UNTIL WS-END-OF-FILE
017100     END-IF.
017200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017250     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
017300     GOBACK.
017400
017500******************************************************************
034900     WRITE XADBRPT-LINE FROM WS-RC-LINE.
035000 9200-EXIT.
035100     EXIT.
035200
035300******************************************************************
035400*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
035500*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
035600******************************************************************
035700     copy xarunctl.
035800
