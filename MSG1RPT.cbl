001300*                   TERMINAL, PER TRANSACTION AND PER HOUR, WITH A
001400*                   SHIFT-HANDOVER SUMMARY OF WHICH TERMINALS WERE
001500*                   ACTIVE IN EACH SHIFT.
001510*  10/15/2026 XST   RUN START AND END, WITH THE ENDING RETURN
001520*                   CODE, ARE NOW RECORDED IN THE XARUNLG
001530*                   RUN-CONTROL LEDGER FOR THE XARUNCHK
001540*                   MISSED-JOB CHECK.
001600******************************************************************
001700*  MSG1 WRITES AN MSG1AUD RECORD (TERMINAL, TASK, TRANSACTION,
001800*  TIMESTAMP) ON EVERY INVOCATION PRECISELY SO TERMINAL ACTIVITY
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-MSG1RPT-STATUS.
004000
004010     copy xarunlgsel.
004020
004100 DATA DIVISION.
004200 FILE SECTION.
004300     copy msg1aud.
004800
004900 01  MSG1RPT-LINE                    PIC X(132).
005000
005010     copy xarunlg.
005020
005100 WORKING-STORAGE SECTION.
005110     copy xarunws.
005120
005200******************************************************************
005300*    FILE STATUS AND CONTROL SWITCHES
005400******************************************************************
016700******************************************************************
016800 0000-MAINLINE.
016900******************************************************************
016910     MOVE "MSG1RPT" TO WS-RUNCTL-JOB.
016920     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
017000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017100     IF NOT WS-NO-AUD-FILE
017200         PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
017300             UNTIL WS-END-OF-FILE
017400     END-IF.
017500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017550     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
017600     GOBACK.
017700
017800******************************************************************
038700     WRITE MSG1RPT-LINE FROM WS-SHIFT-LINE.
038800 9400-EXIT.
038900     EXIT.
039000
039100******************************************************************
039200*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
039300*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
039400******************************************************************
039500     copy xarunctl.
039600
