001530*                   ID IN COL 1-8) SELECTS ONE RUN; WITHOUT A
001540*                   CARD EVERY RUN ON FILE IS SUMMARISED, ONE
001550*                   GROUP OF LINES PER RUN.
001560*  10/15/2026 XST   RUN START AND END, WITH THE ENDING RETURN
001570*                   CODE, ARE NOW RECORDED IN THE XARUNLG
001580*                   RUN-CONTROL LEDGER FOR THE XARUNCHK
001590*                   MISSED-JOB CHECK.
001600******************************************************************
001700*  ENQ2 WRITES ONE ENQ2RSLT RECORD (XA/ENQ2RSLT.CPY) PER MEASURED
001800*  ENQ -- BLOCKED OR NOT -- TO THE ENQ2RSLT KEYED STORE, EVERY
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-ENQ2RPT-STATUS.
003900
003910     copy xarunlgsel.
003920
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  ENQ2RSLT
005000
005100 01  ENQ2RPT-LINE                    PIC X(132).
005200
005210     copy xarunlg.
005220
005300 WORKING-STORAGE SECTION.
005310     copy xarunws.
005320
005400******************************************************************
005500*    FILE STATUS AND CONTROL SWITCHES
005600******************************************************************
013400******************************************************************
013500 0000-MAINLINE.
013600******************************************************************
013610     MOVE "ENQ2RPT" TO WS-RUNCTL-JOB.
013620     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
013700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013800     IF NOT WS-NO-RESULT-FILE
013900         PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
014000             UNTIL WS-END-OF-FILE
014100     END-IF.
014200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014250     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
014300     GOBACK.
014400
014500******************************************************************
028400     WRITE ENQ2RPT-LINE FROM WS-DETAIL-LINE.
028500 9100-EXIT.
028600     EXIT.
028700
028800******************************************************************
028900*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
029000*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
029100******************************************************************
029200     copy xarunctl.
029300
