001200*                   THE XACSHIST SNAPSHOT HISTORY: DIFFS EACH
001300*                   RESOURCE'S CONSECUTIVE SNAPSHOTS AND LISTS
001400*                   ADDED, REMOVED AND CHANGED NAME/VALUE PAIRS.
001410*  10/15/2026 XST   RUN START AND END, WITH THE ENDING RETURN
001420*                   CODE, ARE NOW RECORDED IN THE XARUNLG
001430*                   RUN-CONTROL LEDGER FOR THE XARUNCHK
001440*                   MISSED-JOB CHECK.
001500******************************************************************
001600*  WRITESNAPSHOTHISTORY (XA/XAPD.CPY) KEEPS THE LAST FEW
001700*  SNAPSHOTS PER RESOURCE ON XACSHIST PRECISELY SO THIS JOB CAN
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-XACDRPT-STATUS.
003800
003810     copy xarunlgsel.
003820
003900 DATA DIVISION.
004000 FILE SECTION.
004100     copy xacshist.
004600
004700 01  XACDRPT-LINE                    PIC X(132).
004800
004810     copy xarunlg.
004820
004900 WORKING-STORAGE SECTION.
004910     copy xarunws.
004920
005000******************************************************************
005100*    FILE STATUS AND CONTROL SWITCHES
005200******************************************************************
015000******************************************************************
015100 0000-MAINLINE.
015200******************************************************************
015210     MOVE "XACDRIFT" TO WS-RUNCTL-JOB.
015220     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
015300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015400     IF NOT WS-NO-HIST-FILE
015500         PERFORM 2000-PROCESS-SNAPSHOT THRU 2000-EXIT
015600             UNTIL WS-END-OF-FILE
015700     END-IF.
015800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015850     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
015900     GOBACK.
016000
016100******************************************************************
035200     CLOSE XACDRPT.
035300 9000-EXIT.
035400     EXIT.
035500
035600******************************************************************
035700*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
035800*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
035900******************************************************************
036000     copy xarunctl.
036100
