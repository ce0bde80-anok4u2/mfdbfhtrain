001200*                   ENQSCN SCENARIO RUNS (THE ENQS EXTRAPARTITION
001300*                   TD QUEUE DATASET): WHICH STEP BLOCKED, FOR HOW
001400*                   LONG, AND WHO HELD THE RESOURCE.
001410*  10/15/2026 XST   RUN START AND END, WITH THE ENDING RETURN
001420*                   CODE, ARE NOW RECORDED IN THE XARUNLG
001430*                   RUN-CONTROL LEDGER FOR THE XARUNCHK
001440*                   MISSED-JOB CHECK.
001452*  10/15/2026 XST   EACH SCENARIO HEADING NOW NAMES THE ENQSLIB
001464*                   LIBRARY VERSION REPLAYED (OR THE ENQI DECK),
001476*                   AND A NEW VERSION OF A SCENARIO STARTS A NEW
001488*                   HEADING.
001500******************************************************************
001600*  ENQSCN WRITES ONE ENQSCNRS RECORD (XA/ENQSCNRS.CPY) PER
001700*  EXECUTED SCENARIO STEP.  ENQSRPT PLAYS THE RUN BACK STEP BY
001800*  STEP, GROUPED BY SCENARIO, SO THE EXACT INTERLEAVING REPLAYED
001900*  FROM AN INCIDENT ENDS WITH EVIDENCE OF WHERE IT BLOCKED AND ON
002000*  WHOM.
002020*  EACH SCENARIO HEADING SAYS WHERE ITS STEPS CAME FROM -- THE
002040*  ENQSLIB LIBRARY VERSION REPLAYED, OR THE ENQI DECK -- SO THE
002060*  SAME RUN CAN BE REPEATED EXACTLY LATER.  AN ERROR STEP MEANS
002080*  THE LIBRARY SCENARIO OR VERSION ASKED FOR WAS NOT FOUND.
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-ENQSRPT-STATUS.
003800
003810     copy xarunlgsel.
003820
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  ENQSRSLT
004900
005000 01  ENQSRPT-LINE                    PIC X(132).
005100
005110     copy xarunlg.
005120
005200 WORKING-STORAGE SECTION.
005210     copy xarunws.
005220
005300******************************************************************
005400*    FILE STATUS AND CONTROL SWITCHES
005500******************************************************************
006700     88  WS-NO-RESULT-FILE              VALUE "Y".
006800
006900 01  WS-CURRENT-SCENARIO             PIC X(08) VALUE SPACES.
006950 01  WS-CURRENT-VERSION              PIC X(03) VALUE SPACES.
007000
007100 77  WS-STEP-COUNT                   PIC 9(07) COMP VALUE ZERO.
007200 77  WS-BLOCKED-COUNT                PIC 9(07) COMP VALUE ZERO.
008200 01  WS-SCENARIO-LINE.
008300     05  FILLER                      PIC X(09) VALUE "SCENARIO ".
008400     05  WS-SC-NAME                  PIC X(08).
008425     05  FILLER                      PIC X(02) VALUE SPACES.
008450     05  WS-SC-SOURCE                PIC X(16).
008475     05  WS-SC-VERSION               PIC X(03).
008500
008600 01  WS-STEP-HEADING.
008700     05  FILLER                      PIC X(02) VALUE SPACES.
012700******************************************************************
012800 0000-MAINLINE.
012900******************************************************************
012910     MOVE "ENQSRPT" TO WS-RUNCTL-JOB.
012920     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
013000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013100     IF NOT WS-NO-RESULT-FILE
013200         PERFORM 2000-REPORT-STEP THRU 2000-EXIT
013300             UNTIL WS-END-OF-FILE
013400     END-IF.
013500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013550     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
013600     GOBACK.
013700
013800******************************************************************
016900
017000******************************************************************
017100*    2000-REPORT-STEP -- ONE LINE PER EXECUTED STEP, WITH A
017200*    SCENARIO HEADING WHENEVER THE SCENARIO OR ITS LIBRARY
017250*    VERSION CHANGES.
017300******************************************************************
017400 2000-REPORT-STEP.
017500     IF enqscnrs-scenario NOT = WS-CURRENT-SCENARIO
017550     OR enqscnrs-version NOT = WS-CURRENT-VERSION
017600         MOVE enqscnrs-scenario TO WS-CURRENT-SCENARIO
017650         MOVE enqscnrs-version TO WS-CURRENT-VERSION
017700         ADD 1 TO WS-SCENARIO-COUNT
017800         WRITE ENQSRPT-LINE FROM WS-BLANK-LINE
017900         MOVE enqscnrs-scenario TO WS-SC-NAME
017911         IF enqscnrs-version NOT NUMERIC
017922         OR enqscnrs-from-deck
017933             MOVE "ENQI DECK" TO WS-SC-SOURCE
017944             MOVE SPACES TO WS-SC-VERSION
017955         ELSE
017966             MOVE "LIBRARY VERSION" TO WS-SC-SOURCE
017977             MOVE enqscnrs-version TO WS-SC-VERSION
017988         END-IF
018000         WRITE ENQSRPT-LINE FROM WS-SCENARIO-LINE
018100         WRITE ENQSRPT-LINE FROM WS-STEP-HEADING
018200     END-IF.
022800     CLOSE ENQSRPT.
022900 9000-EXIT.
023000     EXIT.
023100
023200******************************************************************
023300*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
023400*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
023500******************************************************************
023600     copy xarunctl.
023700
