001500*                   STARTING XACUSTOMIZATIONINFO, CALLS THE REAL
001600*                   EXIT, AND REPORTS WHAT IT RETURNED AND WHAT IT
001700*                   ADDED OR CHANGED.
001710*  10/15/2026 XST   RUN START AND END, WITH THE ENDING RETURN
001720*                   CODE, ARE NOW RECORDED IN THE XARUNLG
001730*                   RUN-CONTROL LEDGER FOR THE XARUNCHK
001740*                   MISSED-JOB CHECK.
001800******************************************************************
001900*  XAEXTTST READS TEST CASES FROM XAEXTIN.  EACH CASE IS A 'C'
002000*  HEADER CARD (TEST-ID, RESOURCE, OPEN STRING) FOLLOWED BY ZERO
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-XAEXTRPT-STATUS.
004600
004610     copy xarunlgsel.
004620
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  XAEXTIN
007300
007400 01  XAEXTRPT-LINE                   PIC X(132).
007500
007510     copy xarunlg.
007520
007600 WORKING-STORAGE SECTION.
007610     copy xarunws.
007620
007700******************************************************************
007800*    FILE STATUS AND CONTROL SWITCHES -- DECLARED FIRST SO THE
007900*    FILE-CONTROL FILE STATUS CLAUSES ABOVE RESOLVE AGAINST THEM
017500******************************************************************
017600 0000-MAINLINE.
017700******************************************************************
017710     MOVE "XAEXTTST" TO WS-RUNCTL-JOB.
017720     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
017800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017900     IF NOT WS-NO-INPUT-FILE
018000         PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT
018400         END-IF
018500     END-IF.
018600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018650     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
018700     GOBACK.
018800
018900******************************************************************
037400     CLOSE XAEXTRPT.
037500 9000-EXIT.
037600     EXIT.
037700
037800******************************************************************
037900*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
038000*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
038100******************************************************************
038200     copy xarunctl.
038300
