002730*                   INSIDE AN ANNOUNCED WINDOW IS RECORDED IN
002740*                   XAALERT (TAGGED, LOW SEVERITY) BUT NOT
002750*                   ESCALATED TO THE CONSOLE.
002760*  10/15/2026 XST   RUN START AND END, WITH THE ENDING RETURN
002770*                   CODE, ARE NOW RECORDED IN THE XARUNLG
002780*                   RUN-CONTROL LEDGER FOR THE XARUNCHK
002790*                   MISSED-JOB CHECK.
002792*  10/15/2026 XST   AGES MAY NOW BE COUNTED IN BUSINESS DAYS BY
002794*                   THE XACAL SHOP CALENDAR (OPTIONAL XARCPRM
002796*                   CARD), SO A WEEKEND OR HOLIDAY DOES NOT MAKE
002798*                   AN ENTRY LOOK STALER THAN IT IS.
002799*  10/15/2026 XST   ALERTS ARE NOW ALSO INDEXED IN XAALOPEN.
002800******************************************************************
002900*  XARECON SCANS THE XAHEURLG LOG FOR TRANSACTION BRANCHES THAT
003000*  COMPLETED HEURISTICALLY (SEE XA-HEURHAZ/HEURCOM/HEURRB/HEURMIX
003500*  DOES NOT ATTEMPT TO COMMIT/ROLLBACK ON ITS OWN; IT REPORTS,
003600*  ESCALATES STALE ENTRIES, AND MARKS WHAT IT HAS ALREADY
003700*  REPORTED SO A QUIET NIGHT DOES NOT RE-ALERT ON THE SAME ENTRY.
003716*  THE OPTIONAL XARCPRM CARD SETS HOW AGES ARE COUNTED: COL 1 "B"
003732*  COUNTS BUSINESS DAYS (MONDAY TO FRIDAY LESS THE XACAL HOLIDAYS,
003748*  SO AN ENTRY LOGGED ON A FRIDAY BEFORE A BANK-HOLIDAY MONDAY IS
003764*  ONE DAY OLD ON TUESDAY); "C", BLANK OR NO CARD COUNTS CALENDAR
003780*  DAYS AS BEFORE.
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
005000     copy xackptsel.
005100
005200     copy xaalertsel.
005233
005266     copy xaalopensel.
005300
005310     copy xamaintsel.
005320
005340     SELECT XARCPRM ASSIGN TO "XARCPRM"
005360         ORGANIZATION IS SEQUENTIAL
005380         FILE STATUS IS WS-XARCPRM-STATUS.
005400     SELECT XARCRPT ASSIGN TO "XARCRPT"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-XARCRPT-STATUS.
005700
005710     copy xarunlgsel.
005713
005716     copy xacalsel.
005720
005800 DATA DIVISION.
005900 FILE SECTION.
006000     copy xaheurlg.
006200     copy xackpt.
006300
006400     copy xaalert.
006433
006466     copy xaalopen.
006500
006510     copy xamaint.
006520
006526******************************************************************
006532*    XARCPRM -- OPTIONAL CARD.  COL 1 AGE BASIS: "B" = BUSINESS
006538*    DAYS BY THE XACAL SHOP CALENDAR, "C" OR BLANK = CALENDAR
006544*    DAYS.
006550******************************************************************
006556 FD  XARCPRM
006562     LABEL RECORDS ARE STANDARD
006568     RECORDING MODE IS F.
006574
006580 01  XARCPRM-CARD.
006586     05  XARCPRM-AGE-BASIS           PIC X(01).
006592     05  FILLER                      PIC X(79).
006600 FD  XARCRPT
006700     LABEL RECORDS ARE STANDARD
006800     RECORDING MODE IS F.
006900
007000 01  XARCRPT-LINE                    PIC X(132).
007100
007110     copy xarunlg.
007113
007116     copy xacal.
007120
007200 WORKING-STORAGE SECTION.
007210     copy xarunws.
007211
007212     copy xaalows.
007213
007216     copy xacalws.
007220
007300******************************************************************
007400*    FILE STATUS AND CONTROL SWITCHES
007500******************************************************************
009870     88  WS-END-OF-WINDOWS              VALUE "Y".
009880 77  WS-INWINDOW-SW                  PIC 9(01) VALUE 0.
009890 77  WS-INWINDOW-COUNT               PIC 9(05) COMP VALUE ZERO.
009891
009892 77  WS-XARCPRM-STATUS               PIC X(02) VALUE SPACES.
009893     88  WS-XARCPRM-OK                  VALUE "00".
009894 77  WS-AGE-BASIS                    PIC X(01) VALUE "C".
009895     88  WS-AGE-IN-BUSINESS-DAYS        VALUE "B".
009896     88  WS-AGE-IN-CALENDAR-DAYS        VALUE "C".
009897 77  WS-AGE-UNIT                     PIC X(16) VALUE " day(s)".
009900
010000 01  WS-ALERT-STAMP.
010100     05  WS-ALERT-STAMP-DATE         PIC X(08).
021400     05  FILLER                      PIC X(26) VALUE
021500         "RESTARTED FROM CHECKPOINT ".
021600     05  WS-RL-KEY                   PIC X(22).
021616
021632 01  WS-AGE-BASIS-LINE.
021648     05  FILLER                      PIC X(60) VALUE
021664         "AGES ARE IN BUSINESS DAYS (XACAL SHOP CALENDAR)".
021680     05  FILLER                      PIC X(72) VALUE SPACES.
021700
021800 PROCEDURE DIVISION.
021900******************************************************************
022000 0000-MAINLINE.
022100******************************************************************
022110     MOVE "XARECON" TO WS-RUNCTL-JOB.
022120     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
022200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022300     IF NOT WS-NO-LOG-FILE
022400         PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
022500             UNTIL WS-END-OF-FILE
022600     END-IF.
022700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022750     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
022800     GOBACK.
022900
023000******************************************************************
023800     MOVE WS-TODAY-DATE TO WS-TODAY-DATE-NUM.
023900     COMPUTE WS-TODAY-INTEGER-DATE =
024000         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM).
024016     PERFORM 1100-READ-CARD THRU 1100-EXIT.
024032     IF WS-AGE-IN-BUSINESS-DAYS
024048         PERFORM 9600-CAL-LOAD THRU 9600-EXIT
024064         MOVE " business day(s)" TO WS-AGE-UNIT
024080     END-IF.
024100     OPEN I-O XAHEURLG.
024200     IF WS-XAHEURLG-NOT-FOUND
024300         MOVE "Y" TO WS-NO-FILE-SWITCH
026100
026200     WRITE XARCRPT-LINE FROM WS-REPORT-HEADING-1.
026300     WRITE XARCRPT-LINE FROM WS-REPORT-HEADING-2.
026325     IF WS-AGE-IN-BUSINESS-DAYS
026350         WRITE XARCRPT-LINE FROM WS-AGE-BASIS-LINE
026375     END-IF.
026400
026500     PERFORM 1200-CHECK-RESTART THRU 1200-EXIT.
026600
026900     END-IF.
027000 1000-EXIT.
027100     EXIT.
027102
027104******************************************************************
027106*    1100-READ-CARD -- THE AGE BASIS FROM THE FIRST XARCPRM CARD
027108*    THAT IS NOT A COMMENT ("*" IN COL 1).  NO CARD, A BLANK
027110*    BASIS OR ONE NOT RECOGNISED LEAVES CALENDAR DAYS (THE LAST
027112*    SAID ON THE CONSOLE).
027114******************************************************************
027116 1100-READ-CARD.
027118     OPEN INPUT XARCPRM.
027120     IF NOT WS-XARCPRM-OK
027122         GO TO 1100-EXIT
027124     END-IF.
027126 1100-NEXT.
027128     READ XARCPRM
027130         AT END
027132             GO TO 1100-CLOSE
027134     END-READ.
027136     IF XARCPRM-CARD(1:1) = "*"
027138         GO TO 1100-NEXT
027140     END-IF.
027142     EVALUATE XARCPRM-AGE-BASIS
027144         WHEN "B"
027146             MOVE "B" TO WS-AGE-BASIS
027148         WHEN "C"
027150         WHEN SPACE
027152             MOVE "C" TO WS-AGE-BASIS
027154         WHEN OTHER
027156             DISPLAY "XARECON: XARCPRM AGE BASIS NOT B OR C - "
027158                 "CALENDAR DAYS USED" UPON CONS
027160     END-EVALUATE.
027162 1100-CLOSE.
027164     CLOSE XARCPRM.
027166 1100-EXIT.
027168     EXIT.
027200
027300******************************************************************
027400*    1200-CHECK-RESTART -- A NON-EMPTY XACKPT BELONGING TO THIS
039300*    2400-COMPUTE-AGE -- DAYS BETWEEN THE LOG TIMESTAMP AND
039400*    TODAY.  INTEGER-OF-DATE IS USED HERE BECAUSE THERE IS NO
039500*    ORDINARY-VERB WAY TO TURN A YYYYMMDD DATE INTO A DAY COUNT.
039533*    IN BUSINESS-DAY MODE ONLY THE BUSINESS DAYS SINCE THE LOG
039566*    DATE COUNT (SEE 9650-CAL-BUSINESS-DAYS).
039600******************************************************************
039700 2400-COMPUTE-AGE.
039712     IF WS-AGE-IN-BUSINESS-DAYS
039724         MOVE XAHEURLG-LOG-DATE TO WS-CAL-FROM-DATE
039736         MOVE WS-TODAY-DATE TO WS-CAL-TO-DATE
039748         PERFORM 9650-CAL-BUSINESS-DAYS THRU 9650-EXIT
039760         MOVE WS-CAL-BUS-DAYS TO WS-AGE-DAYS
039772         GO TO 2400-EXIT
039784     END-IF.
039800     MOVE XAHEURLG-LOG-DATE TO WS-LOG-DATE-NUM.
039900     COMPUTE WS-LOG-INTEGER-DATE =
040000         FUNCTION INTEGER-OF-DATE(WS-LOG-DATE-NUM).
043600         ": unresolved heuristic/in-doubt outcome " DELIMITED SIZE
043700         XAHEURLG-OUTCOME-DESC DELIMITED SPACE
043800         " is " DELIMITED SIZE
043900         WS-DL-AGE DELIMITED SIZE WS-AGE-UNIT DELIMITED BY "  "
044000         " old and requires administrator action."
044100             DELIMITED SIZE
044200     INTO WS-CONSOLE-MESSAGE POINTER WS-MSG-LEN
044300     SUBTRACT 1 FROM WS-MSG-LEN.
044886         ": unresolved heuristic/in-doubt outcome " DELIMITED SIZE
044887         XAHEURLG-OUTCOME-DESC DELIMITED SPACE
044888         " is " DELIMITED SIZE
044889         WS-DL-AGE DELIMITED SIZE WS-AGE-UNIT DELIMITED BY "  "
044890         " old (inside announced maintenance window)."
044891             DELIMITED SIZE
044892     INTO WS-CONSOLE-MESSAGE POINTER WS-MSG-LEN
044893     SUBTRACT 1 FROM WS-MSG-LEN.
052400     IF WS-XAALERT-DUPLICATE
052500        REWRITE XAALERT-RECORD
052600     END-IF.
052625     IF WS-XAALERT-OK
052650         PERFORM 9800-ALOPEN-ADD THRU 9800-EXIT
052675     END-IF.
052700     CLOSE XAALERT.
052800 8500-EXIT.
052900     EXIT.
054400     CLOSE XARCRPT.
054500 9000-EXIT.
054600     EXIT.
054700
054800******************************************************************
054900*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
055000*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
055100******************************************************************
055200     copy xarunctl.
055214
055228******************************************************************
055242*    OPEN-ALERT INDEX PARAGRAPHS (9800-ALOPEN-ADD AND
055256*    9820-ALOPEN-DROP) -- SEE XA/XAALOCTL.CPY.
055270******************************************************************
055284     copy xaaloctl.
055300
055500******************************************************************
055600*    SHOP CALENDAR PARAGRAPHS (9600-CAL-LOAD AND
055700*    9650-CAL-BUSINESS-DAYS) -- SEE XA/XACALCTL.CPY.
055800******************************************************************
055900     copy xacalctl.
056000
