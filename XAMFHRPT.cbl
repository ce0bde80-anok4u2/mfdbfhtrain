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
001900*  XAMFHRPT SCANS XAMFHLOG, WHICH HOLDS ONE RECORD PER MFDBFH-
002000*  MANAGED CONNECTION, UPDATED EVERY TIME MFDBFH-CONNECTION-
003800     copy xamfhlogsel.
003900
004000     copy xaalertsel.
004033
004066     copy xaalopensel.
004100
004200     SELECT XAMHRPT ASSIGN TO "XAMHRPT"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-XAMHRPT-STATUS.
004500
004510     copy xarunlgsel.
004520
004600 DATA DIVISION.
004700 FILE SECTION.
004800     copy xamfhlog.
004900
005000     copy xaalert.
005033
005066     copy xaalopen.
005100
005200 FD  XAMHRPT
005300     LABEL RECORDS ARE STANDARD
005500
005600 01  XAMHRPT-LINE                    PIC X(132).
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
018100******************************************************************
018200 0000-MAINLINE.
018300******************************************************************
018310     MOVE "XAMFHRPT" TO WS-RUNCTL-JOB.
018320     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
018400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018500     IF NOT WS-NO-LOG-FILE
018600         PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
018700             UNTIL WS-END-OF-FILE
018800     END-IF.
018900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018950     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
019000     GOBACK.
019100
019200******************************************************************
034800     IF WS-XAALERT-DUPLICATE
034900         REWRITE XAALERT-RECORD
035000     END-IF.
035025     IF WS-XAALERT-OK
035050         PERFORM 9800-ALOPEN-ADD THRU 9800-EXIT
035075     END-IF.
035100     CLOSE XAALERT.
035200 8500-EXIT.
035300     EXIT.
037500     CLOSE XAMHRPT.
037600 9000-EXIT.
037700     EXIT.
037800
037900******************************************************************
038000*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
038100*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
038200******************************************************************
038300     copy xarunctl.
038314
038328******************************************************************
038342*    OPEN-ALERT INDEX PARAGRAPHS (9800-ALOPEN-ADD AND
038356*    9820-ALOPEN-DROP) -- SEE XA/XAALOCTL.CPY.
038370******************************************************************
038384     copy xaaloctl.
038400
