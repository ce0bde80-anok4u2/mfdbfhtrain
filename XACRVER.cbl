001600*                   EVIDENCE OF A GETCUSTOMIZATIONPARAMS RUN
001700*                   SINCE THE ROTATION; ANY REGION STILL ON
001800*                   PRE-ROTATION CREDENTIALS RAISES AN XAALERT.
001810*  10/15/2026 XST   RUN START AND END, WITH THE ENDING RETURN
001820*                   CODE, ARE NOW RECORDED IN THE XARUNLG
001830*                   RUN-CONTROL LEDGER FOR THE XARUNCHK
001840*                   MISSED-JOB CHECK.
001852*  10/15/2026 XST   EACH ALERT WRITTEN TO XAALERT IS ALSO ENTERED
001864*                   IN THE XAALOPEN OPEN-ALERT INDEX, SO XAAL AND
001876*                   THE OPEN-ALERT READERS FIND IT WITHOUT READING
001888*                   ALL OF XAALERT.
001900******************************************************************
002000*  AFTER THE VAULT TEAM ROTATES A DATABASE PASSWORD, A REGION
002100*  THAT HAS NOT RE-RUN GETCUSTOMIZATIONPARAMS (AND SO NOT
004300     copy xacsnapsel.
004400
004500     copy xaalertsel.
004533
004566     copy xaalopensel.
004600
004700     SELECT XACRPRM ASSIGN TO "XACRPRM"
004800         ORGANIZATION IS SEQUENTIAL
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-XACRRPT-STATUS.
005400
005410     copy xarunlgsel.
005420
005500 DATA DIVISION.
005600 FILE SECTION.
005700     copy xaswrlog.
005900     copy xacsnap.
006000
006100     copy xaalert.
006133
006166     copy xaalopen.
006200
006300 FD  XACRPRM
006400     LABEL RECORDS ARE STANDARD
007800
007900 01  XACRRPT-LINE                    PIC X(132).
008000
008010     copy xarunlg.
008020
008100 WORKING-STORAGE SECTION.
008110     copy xarunws.
008113
008116     copy xaalows.
008120
008200******************************************************************
008300*    FILE STATUS AND CONTROL SWITCHES
008400******************************************************************
017500******************************************************************
017600 0000-MAINLINE.
017700******************************************************************
017710     MOVE "XACRVER" TO WS-RUNCTL-JOB.
017720     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
017800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017900     IF NOT WS-SWEEP-STOPPED
018000         PERFORM 2000-SCAN-XASWRLOG THRU 2000-EXIT
018500     IF WS-STALE-COUNT > ZERO
018600         MOVE 4 TO RETURN-CODE
018700     END-IF.
018750     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
018800     GOBACK.
018900
019000******************************************************************
045300     IF WS-XAALERT-DUPLICATE
045400         REWRITE XAALERT-RECORD
045500     END-IF.
045525     IF WS-XAALERT-OK
045550         PERFORM 9800-ALOPEN-ADD THRU 9800-EXIT
045575     END-IF.
045600 8600-EXIT.
045700     EXIT.
045800
047000     CLOSE XACRRPT.
047100 9000-EXIT.
047200     EXIT.
047300
047400******************************************************************
047500*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
047600*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
047700******************************************************************
047800     copy xarunctl.
047814
047828******************************************************************
047842*    OPEN-ALERT INDEX PARAGRAPHS (9800-ALOPEN-ADD AND
047856*    9820-ALOPEN-DROP) -- SEE XA/XAALOCTL.CPY.
047870******************************************************************
047884     copy xaaloctl.
047900
