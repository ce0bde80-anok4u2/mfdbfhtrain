001300*                   CALL VOLUME PER JOB TYPE ACROSS A SELECTABLE
001400*                   WINDOW, WITH PERCENT CHANGE AND PEAK-DAY
001500*                   IDENTIFICATION PER JOB TYPE.
001510*  10/15/2026 XST   RUN START AND END, WITH THE ENDING RETURN
001520*                   CODE, ARE NOW RECORDED IN THE XARUNLG
001530*                   RUN-CONTROL LEDGER FOR THE XARUNCHK
001540*                   MISSED-JOB CHECK.
001550*  10/15/2026 XST   EACH DAY LINE NOW SAYS WHETHER THE DAY WAS
001560*                   A WEEKEND, AN XACAL HOLIDAY OR A REDUCED-
001570*                   SERVICE DAY, AND A PERCENT CHANGE MEASURED
001580*                   FROM OR TO A HOLIDAY OR REDUCED-SERVICE DAY
001590*                   IS FLAGGED HOL.
001600******************************************************************
001700*  XAJTTRND SCANS THE SAME XAJTLOG EVENT LOG XAJTRPT TOTALS FOR A
001800*  SINGLE DAY, BUT ACROSS A WINDOW OF DAYS SELECTED BY THE
002400*  THE PERCENT CHANGE FROM THE OLDEST DAY IN THE WINDOW TO THE
002500*  NEWEST.  RECORDS OLDER THAN THE WINDOW ARE SKIPPED AND COUNTED,
002600*  THE SAME WAY XAJTRPT COUNTS THE PRIOR-DAY RECORDS IT SKIPS.
002620*  DAYS ARE MARKED BY THE XACAL SHOP CALENDAR SO A QUIET HOLIDAY
002640*  IS NOT READ AS A FALL IN DEMAND: A DAY LINE CARRIES WEEKEND,
002660*  HOLIDAY OR REDUCED, AND A PERCENT CHANGE WHOSE OLDEST OR NEWEST
002680*  DAY WAS A HOLIDAY OR REDUCED-SERVICE DAY IS FLAGGED HOL.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-XAJTTRPT-STATUS.
004600
004610     copy xarunlgsel.
004613
004616     copy xacalsel.
004620
004700 DATA DIVISION.
004800 FILE SECTION.
004900     copy xajtlog.
006200
006300 01  XAJTTRPT-LINE                   PIC X(132).
006400
006410     copy xarunlg.
006413
006416     copy xacal.
006420
006500 WORKING-STORAGE SECTION.
006510     copy xarunws.
006513
006516     copy xacalws.
006520
006600******************************************************************
006700*    FILE STATUS AND CONTROL SWITCHES
006800******************************************************************
015200 77  WS-OLDEST-VOLUME                PIC 9(07) COMP VALUE ZERO.
015300 77  WS-NEWEST-VOLUME                PIC 9(07) COMP VALUE ZERO.
015400 77  WS-PCT-CHANGE                PIC S9(07)V9 COMP-3 VALUE ZERO.
015425 77  WS-OLDEST-DAY-TYPE              PIC X(01) VALUE "W".
015450 77  WS-NEWEST-DAY-TYPE              PIC X(01) VALUE "W".
015475 77  WS-HOL-FLAGGED-SW               PIC 9(01) VALUE 0.
015500
015600 77  WS-TOTAL-COUNT                  PIC 9(09) COMP VALUE ZERO.
015700 77  WS-SKIPPED-COUNT                PIC 9(09) COMP VALUE ZERO.
018800     05  FILLER                      PIC X(08) VALUE "OTHER".
018900     05  FILLER                      PIC X(02) VALUE SPACES.
019000     05  FILLER                      PIC X(08) VALUE "TOTAL".
019033     05  FILLER                      PIC X(02) VALUE SPACES.
019066     05  FILLER                      PIC X(08) VALUE "DAY".
019100
019200 01  WS-DAY-LINE.
019300     05  WS-DY-DATE                  PIC X(08).
019600         10  WS-DY-COUNT             PIC ZZZZZZ9.
019700         10  FILLER                  PIC X(03) VALUE SPACES.
019800     05  WS-DY-TOTAL                 PIC ZZZZZZ9.
019833     05  FILLER                      PIC X(02) VALUE SPACES.
019866     05  WS-DY-DAY-TYPE              PIC X(08).
019900
020000 01  WS-SUMMARY-HEADING.
020100     05  FILLER                      PIC X(12) VALUE "JOB TYPE".
022900     05  FILLER                      PIC X(20) VALUE
023000         "OLDER DAYS SKIPPED =".
023100     05  WS-ST-SKIPPED               PIC ZZZZZZZZ9.
023116
023132 01  WS-SUMMARY-HOL-LINE.
023148     05  FILLER                      PIC X(60) VALUE
023164         "HOL = OLDEST OR NEWEST DAY A HOLIDAY OR REDUCED DAY".
023180     05  FILLER                      PIC X(72) VALUE SPACES.
023200
023300 01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.
023400
023600******************************************************************
023700 0000-MAINLINE.
023800******************************************************************
023810     MOVE "XAJTTRND" TO WS-RUNCTL-JOB.
023820     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
023900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024000     IF NOT WS-NO-LOG-FILE
024100         PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
024200             UNTIL WS-END-OF-FILE
024300     END-IF.
024400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024450     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
024500     GOBACK.
024600
024700******************************************************************
025600         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM).
025700
025800     PERFORM 1100-GET-WINDOW-PARM THRU 1100-EXIT.
025850     PERFORM 9600-CAL-LOAD THRU 9600-EXIT.
025900
026000     OPEN INPUT XAJTLOG.
026100     IF WS-XAJTLOG-NOT-FOUND
039100
039200     WRITE XAJTTRPT-LINE FROM WS-BLANK-LINE.
039300     WRITE XAJTTRPT-LINE FROM WS-SUMMARY-HEADING.
039312     MOVE WS-TODAY-DATE TO WS-CAL-DATE.
039324     PERFORM 9620-CAL-CLASSIFY THRU 9620-EXIT.
039336     MOVE WS-CAL-DAY-TYPE TO WS-NEWEST-DAY-TYPE.
039348     COMPUTE WS-CAL-DATE-N = FUNCTION DATE-OF-INTEGER
039360         (WS-TODAY-INTEGER-DATE - WS-WINDOW-DAYS + 1).
039372     PERFORM 9620-CAL-CLASSIFY THRU 9620-EXIT.
039384     MOVE WS-CAL-DAY-TYPE TO WS-OLDEST-DAY-TYPE.
039400     PERFORM 9200-WRITE-TYPE-SUMMARY THRU 9200-EXIT
039500         VARYING WS-TYPE-SUB FROM 1 BY 1
039600         UNTIL WS-TYPE-SUB > 7.
040000     WRITE XAJTTRPT-LINE FROM WS-SUMMARY-TOTAL-LINE.
040100     MOVE WS-SKIPPED-COUNT TO WS-ST-SKIPPED.
040200     WRITE XAJTTRPT-LINE FROM WS-SUMMARY-SKIP-LINE.
040225     IF WS-HOL-FLAGGED-SW = 1
040250         WRITE XAJTTRPT-LINE FROM WS-SUMMARY-HOL-LINE
040275     END-IF.
040300
040400     CLOSE XAJTLOG.
040500     CLOSE XAJTTRPT.
041700     COMPUTE WS-DAY-DATE-NUM = FUNCTION DATE-OF-INTEGER
041800         (WS-TODAY-INTEGER-DATE - WS-DAY-SUB + 1).
041900     MOVE WS-DAY-DATE-NUM TO WS-DY-DATE.
041907     MOVE WS-DAY-DATE-NUM TO WS-CAL-DATE-N.
041914     PERFORM 9620-CAL-CLASSIFY THRU 9620-EXIT.
041921     EVALUATE TRUE
041928         WHEN WS-CAL-HOLIDAY
041935             MOVE "HOLIDAY" TO WS-DY-DAY-TYPE
041942         WHEN WS-CAL-REDUCED
041949             MOVE "REDUCED" TO WS-DY-DAY-TYPE
041956         WHEN WS-CAL-WEEKEND
041963             MOVE "WEEKEND" TO WS-DY-DAY-TYPE
041970         WHEN OTHER
041977             MOVE SPACES TO WS-DY-DAY-TYPE
041984     END-EVALUATE.
042000     PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
042100             UNTIL WS-TYPE-SUB > 7
042200         MOVE WS-DAY-TYPE-COUNT(WS-DAY-SUB, WS-TYPE-SUB)
043300*    PERCENT CHANGE COMPARES THE OLDEST DAY IN THE WINDOW TO THE
043400*    NEWEST (TODAY); A ZERO-VOLUME OLDEST DAY HAS NO MEANINGFUL
043500*    BASE, SO THE LINE IS FLAGGED N/A INSTEAD.
043525*    OTHERWISE A CHANGE MEASURED FROM OR TO A HOLIDAY OR
043550*    REDUCED-SERVICE DAY IS FLAGGED HOL, SINCE IT COMPARES UNLIKE
043575*    DAYS.
043600******************************************************************
043700 9200-WRITE-TYPE-SUMMARY.
043800     MOVE ZERO TO WS-TYPE-TOTAL.
047100                 / WS-OLDEST-VOLUME
047200         MOVE WS-PCT-CHANGE TO WS-SD-PCT-CHANGE
047300         MOVE SPACES TO WS-SD-PCT-FLAG
047316         IF WS-OLDEST-DAY-TYPE = "H" OR "R"
047332         OR WS-NEWEST-DAY-TYPE = "H" OR "R"
047348             MOVE " HOL" TO WS-SD-PCT-FLAG
047364             MOVE 1 TO WS-HOL-FLAGGED-SW
047380         END-IF
047400     END-IF.
047500
047600     WRITE XAJTTRPT-LINE FROM WS-SUMMARY-DETAIL.
047700 9200-EXIT.
047800     EXIT.
047900
048000******************************************************************
048100*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
048200*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
048300******************************************************************
048400     copy xarunctl.
048410
048420******************************************************************
048430*    SHOP CALENDAR PARAGRAPHS (9600-CAL-LOAD AND
048440*    9620-CAL-CLASSIFY) -- SEE XA/XACALCTL.CPY.
048450******************************************************************
048460     copy xacalctl.
048500
