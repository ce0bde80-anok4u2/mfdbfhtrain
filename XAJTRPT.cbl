001200*                   BUILT FROM XAJTLOG, TOTALLING HOW MANY
001300*                   GETCUSTOMIZATIONPARAMS CALLS (XA/XAPD.CPY)
001400*                   CAME FROM EACH XA-SEP-TYPE TODAY.
001410*  10/15/2026 XST   RUN START AND END, WITH THE ENDING RETURN
001420*                   CODE, ARE NOW RECORDED IN THE XARUNLG
001430*                   RUN-CONTROL LEDGER FOR THE XARUNCHK
001440*                   MISSED-JOB CHECK.
001500******************************************************************
001600*  XAJTRPT SCANS THE XAJTLOG EVENT LOG -- ONE RECORD PER
001700*  GETCUSTOMIZATIONPARAMS CALL, APPENDED AS IT HAPPENS -- AND
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-XAJTRPT-STATUS.
003900
003910     copy xarunlgsel.
003920
004000 DATA DIVISION.
004100 FILE SECTION.
004200     copy xajtlog.
004700
004800 01  XAJTRPT-LINE                    PIC X(132).
004900
004910     copy xarunlg.
004920
005000 WORKING-STORAGE SECTION.
005010     copy xarunws.
005020
005100******************************************************************
005200*    FILE STATUS AND CONTROL SWITCHES
005300******************************************************************
013500******************************************************************
013600 0000-MAINLINE.
013700******************************************************************
013710     MOVE "XAJTRPT" TO WS-RUNCTL-JOB.
013720     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
013800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013900     IF NOT WS-NO-LOG-FILE
014000         PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
014100             UNTIL WS-END-OF-FILE
014200     END-IF.
014300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014350     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
014400     GOBACK.
014500
014600******************************************************************
027600     CLOSE XAJTRPT.
027700 9000-EXIT.
027800     EXIT.
027900
028000******************************************************************
028100*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
028200*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
028300******************************************************************
028400     copy xarunctl.
028500
