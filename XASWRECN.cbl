001500*  08/22/2026 XST   ESCALATIONS ARE NOW ALSO WRITTEN TO THE
001600*                   XAALERT PERSISTENT ALERT STORE (SEE XAAL/
001700*                   XAALCHK).
001710*  10/15/2026 XST   RUN START AND END, WITH THE ENDING RETURN
001720*                   CODE, ARE NOW RECORDED IN THE XARUNLG
001730*                   RUN-CONTROL LEDGER FOR THE XARUNCHK
001740*                   MISSED-JOB CHECK.
001752*  10/15/2026 XST   EACH ALERT WRITTEN TO XAALERT IS ALSO ENTERED
001764*                   IN THE XAALOPEN OPEN-ALERT INDEX, SO XAAL AND
001776*                   THE OPEN-ALERT READERS FIND IT WITHOUT READING
001788*                   ALL OF XAALERT.
001800******************************************************************
001900*  XASWRECN SCANS XASWRLOG, WHICH HOLDS ONE RECORD PER
002000*  REGION/RESOURCE COMBINATION (KEPT CURRENT EVERY TIME
003800     copy xaswrlogsel.
003900
004000     copy xaalertsel.
004033
004066     copy xaalopensel.
004100
004200     SELECT XASWRPT ASSIGN TO "XASWRPT"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-XASWRPT-STATUS.
004500
004510     copy xarunlgsel.
004520
004600 DATA DIVISION.
004700 FILE SECTION.
004800     copy xaswrlog.
004900
005000     copy xaalert.
005033
005066     copy xaalopen.
005100
005200 FD  XASWRPT
005300     LABEL RECORDS ARE STANDARD
005500
005600 01  XASWRPT-LINE                    PIC X(132).
005700
005710     copy xarunlg.
005720
005800 WORKING-STORAGE SECTION.
005810     copy xarunws.
005813
005816     copy xaalows.
005820
005900     copy xalims.
006000
006100******************************************************************
018700******************************************************************
018800 0000-MAINLINE.
018900******************************************************************
018910     MOVE "XASWRECN" TO WS-RUNCTL-JOB.
018920     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
019000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019100     IF NOT WS-NO-LOG-FILE
019200         PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
019300             UNTIL WS-END-OF-FILE
019400     END-IF.
019500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019550     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
019600     GOBACK.
019700
019800******************************************************************
043900     IF WS-XAALERT-DUPLICATE
044000         REWRITE XAALERT-RECORD
044100     END-IF.
044125     IF WS-XAALERT-OK
044150         PERFORM 9800-ALOPEN-ADD THRU 9800-EXIT
044175     END-IF.
044200     CLOSE XAALERT.
044300 8500-EXIT.
044400     EXIT.
046000     CLOSE XASWRPT.
046100 9000-EXIT.
046200     EXIT.
046300
046400******************************************************************
046500*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
046600*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
046700******************************************************************
046800     copy xarunctl.
046814
046828******************************************************************
046842*    OPEN-ALERT INDEX PARAGRAPHS (9800-ALOPEN-ADD AND
046856*    9820-ALOPEN-DROP) -- SEE XA/XAALOCTL.CPY.
046870******************************************************************
046884     copy xaaloctl.
046900
