000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    XAPAGE.
000300 AUTHOR.        XA SUPPORT TEAM.
000400 INSTALLATION.  ENTERPRISE SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  MODIFICATION HISTORY
000900*  ----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  10/15/2026 XST   NEW PROGRAM.  OUTBOUND PAGING EXTRACT: ONE
001200*                   PAGE RECORD PER NEW HIGH-SEVERITY XAALERT ITEM
001300*                   TO THE OWNING TEAM'S PRIMARY ON CALL (XAONCALL
001400*                   ROTA), A RE-PAGE TO THE SECONDARY WHEN THE
001500*                   ITEM IS STILL UNACKNOWLEDGED AFTER THE
001600*                   RE-PAGE INTERVAL, AND EVERY PAGE LOGGED TO
001700*                   XAPAGLOG.
001725*  10/15/2026 XST   OPEN HIGH-SEVERITY ALERTS ARE NOW FOUND
001750*                   THROUGH THE XAALOPEN OPEN-ALERT INDEX INSTEAD
001775*                   OF READING EVERY ALERT EVER RAISED.
001800******************************************************************
001900*  XAALCHK NAGS THE CONSOLE AND XATMLIST PRINTS THE MORNING WORK
002000*  LISTS, BUT AT 3 A.M. NOBODY ON THE OWNING TEAM SEES EITHER.
002100*  THIS EXTRACT WRITES ONE OUTBOUND PAGE RECORD TO THE XAPAOUT
002200*  TRANSFER DATASET FOR THE PAGING GATEWAY:
002300*
002400*    - A NEW, UNACKNOWLEDGED, NOT-IN-WINDOW HIGH-SEVERITY XAALERT
002500*      ITEM PAGES THE PRIMARY ON CALL FOR THE SHIFT COVERING NOW.
002600*      THE OWNING TEAM COMES FROM XARESREG (OR ENQREG, FOR ENQMON
002700*      ALERTS AND ANY RESOURCE XARESREG DOES NOT KNOW).
002800*    - AN ITEM STILL UNACKNOWLEDGED IN XAAL THE RE-PAGE INTERVAL
002900*      AFTER ITS PRIMARY PAGE RE-PAGES THE SECONDARY ON CALL FOR
003000*      THE SHIFT COVERING NOW (WHO MAY BE ON A LATER SHIFT THAN
003100*      THE PRIMARY WAS).
003200*
003300*  XAPAGLOG HOLDS ONE RECORD PER PAGE SENT, KEYED BY ALERT AND
003400*  LEVEL, SO NO ITEM IS PAGED TWICE AT THE SAME LEVEL HOWEVER
003500*  OFTEN THIS RUNS; XAPALIST PRINTS IT FOR THE MORNING REVIEW.
003600*  AN ITEM ALREADY OLDER THAN THE AGE LIMIT WHEN FIRST SEEN (A
003700*  BACKLOG FROM BEFORE PAGING WAS SWITCHED ON, OR A LONG OUTAGE
003800*  OF THIS JOB) IS LEFT TO THE MORNING WORK LISTS, NOT PAGED.
003900*
004000*  SCHEDULE EVERY FEW MINUTES AROUND THE CLOCK; SEND XAPAOUT TO
004100*  THE GATEWAY WHEN THE STEP ENDS RC 4.  RC 8 = THE PAGE LOG
004200*  COULD NOT BE OPENED (NOTHING IS SENT -- PAGING WITHOUT THE LOG
004300*  WOULD RE-PAGE EVERY RUN), XAALERT COULD NOT BE READ, THE
004400*  XAPAPRM CARD WAS REJECTED, OR A HIGH-SEVERITY ITEM COULD NOT
004500*  BE PAGED (NO OWNER, OR NO ROTA SHIFT COVERING NOW) -- FIX THE
004600*  REGISTRY OR THE ROTA.  RC 8 WINS OVER RC 4: SEND XAPAOUT
004700*  WHENEVER IT HAS RECORDS.
004800******************************************************************
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER.   IBM-370.
005200 OBJECT-COMPUTER.   IBM-370.
005300 SPECIAL-NAMES.
005400     CONSOLE IS CONS.
005500
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     copy xaalertsel.
005833
005866     copy xaalopensel.
005900
006000     copy xaresregsel.
006100
006200     copy enqregsel.
006300
006400     copy xaoncallsel.
006500
006600     copy xapaglogsel.
006700
006800     SELECT XAPAPRM ASSIGN TO "XAPAPRM"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-XAPAPRM-STATUS.
007100
007200     SELECT XAPAOUT ASSIGN TO "XAPAOUT"
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-XAPAOUT-STATUS.
007500
007600     SELECT XAPARPT ASSIGN TO "XAPARPT"
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS WS-XAPARPT-STATUS.
007900
008000     copy xarunlgsel.
008100
008200 DATA DIVISION.
008300 FILE SECTION.
008400     copy xaalert.
008433
008466     copy xaalopen.
008500
008600     copy xaresreg.
008700
008800     copy enqreg.
008900
009000     copy xaoncall.
009100
009200     copy xapaglog.
009300
009400*****************************************************************
009500*    XAPAPRM -- OPTIONAL CARD.
009600*      COLS 1-3   RE-PAGE INTERVAL IN MINUTES (BLANK = 015)
009700*      COLS 5-7   FIRST-PAGE AGE LIMIT IN HOURS (BLANK = 024)
009800*****************************************************************
009900 FD  XAPAPRM
010000     LABEL RECORDS ARE STANDARD
010100     RECORDING MODE IS F.
010200
010300 01  XAPAPRM-CARD.
010400     05  XAPAPRM-REPAGE-MINS         PIC X(03).
010500     05  XAPAPRM-REPAGE-MINS-N REDEFINES XAPAPRM-REPAGE-MINS
010600                                     PIC 9(03).
010700     05  FILLER                      PIC X(01).
010800     05  XAPAPRM-AGE-HOURS           PIC X(03).
010900     05  XAPAPRM-AGE-HOURS-N REDEFINES XAPAPRM-AGE-HOURS
011000                                     PIC 9(03).
011100     05  FILLER                      PIC X(73).
011200
011300 FD  XAPAOUT
011400     LABEL RECORDS ARE STANDARD
011500     RECORDING MODE IS F.
011600
011700******************************************************************
011800*    FIXED-FORMAT OUTBOUND PAGE RECORD FOR THE PAGING GATEWAY.
011900*    200 BYTES; AGREE ANY LAYOUT CHANGE WITH THE GATEWAY TEAM
012000*    BEFORE TOUCHING IT.  PG-MESSAGE IS THE TEXT THE PAGER SHOWS.
012100******************************************************************
012200 01  XAPAOUT-RECORD.
012300     05  PG-FEED-SYSTEM              PIC X(08).
012400     05  PG-PAGER                    PIC X(16).
012500     05  PG-RECIPIENT                PIC X(24).
012600     05  PG-TEAM                     PIC X(16).
012700     05  PG-LEVEL                    PIC X(01).
012800     05  PG-SENT-DATE                PIC X(08).
012900     05  PG-SENT-TIME                PIC X(06).
013000     05  PG-ALERT-KEY                PIC X(30).
013100     05  PG-SEVERITY                 PIC X(01).
013200     05  PG-MESSAGE                  PIC X(80).
013300     05  FILLER                      PIC X(10).
013400
013500 FD  XAPARPT
013600     LABEL RECORDS ARE STANDARD
013700     RECORDING MODE IS F.
013800
013900 01  XAPARPT-LINE                    PIC X(132).
014000
014100     copy xarunlg.
014200
014300 WORKING-STORAGE SECTION.
014400     copy xarunws.
014433
014466     copy xaalows.
014500
014600******************************************************************
014700*    FILE STATUS AND CONTROL SWITCHES
014800******************************************************************
014900 77  WS-XAALERT-STATUS               PIC X(02) VALUE SPACES.
015000     88  WS-XAALERT-OK                  VALUE "00".
015100     88  WS-XAALERT-NOT-FOUND           VALUE "35" "23".
015200
015300 77  WS-XARESREG-STATUS              PIC X(02) VALUE SPACES.
015400     88  WS-XARESREG-OK                 VALUE "00".
015500
015600 77  WS-ENQREG-STATUS                PIC X(02) VALUE SPACES.
015700     88  WS-ENQREG-OK                   VALUE "00".
015800
015900 77  WS-XAONCALL-STATUS              PIC X(02) VALUE SPACES.
016000     88  WS-XAONCALL-OK                 VALUE "00".
016100
016200 77  WS-XAPAGLOG-STATUS              PIC X(02) VALUE SPACES.
016300     88  WS-XAPAGLOG-OK                 VALUE "00".
016400     88  WS-XAPAGLOG-NOT-FOUND          VALUE "35" "23".
016500
016600 77  WS-XAPAPRM-STATUS               PIC X(02) VALUE SPACES.
016700     88  WS-XAPAPRM-OK                  VALUE "00".
016800
016900 77  WS-XAPAOUT-STATUS               PIC X(02) VALUE SPACES.
017000     88  WS-XAPAOUT-OK                  VALUE "00".
017100
017200 77  WS-XAPARPT-STATUS               PIC X(02) VALUE SPACES.
017300     88  WS-XAPARPT-OK                  VALUE "00".
017400
017500 77  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
017600     88  WS-END-OF-FILE                 VALUE "Y".
017700
017800 77  WS-STOP-SWITCH                  PIC X(01) VALUE "N".
017900     88  WS-PAGING-STOPPED              VALUE "Y".
018000
018100 77  WS-REG-OPEN-SW                  PIC 9(01) VALUE 0.
018200 77  WS-ENQREG-OPEN-SW               PIC 9(01) VALUE 0.
018300 77  WS-ROTA-OPEN-SW                 PIC 9(01) VALUE 0.
018400 77  WS-CARD-REJECTED-SW             PIC 9(01) VALUE 0.
018500 77  WS-ALERT-FAILED-SW              PIC 9(01) VALUE 0.
018600 77  WS-ROTA-END-SW                  PIC 9(01) VALUE 0.
018700
018800******************************************************************
018900*    COUNTERS AND PARAMETERS
019000******************************************************************
019100 77  WS-PRIMARY-COUNT                PIC 9(05) COMP VALUE ZERO.
019200 77  WS-SECONDARY-COUNT              PIC 9(05) COMP VALUE ZERO.
019300 77  WS-UNROUTED-COUNT               PIC 9(05) COMP VALUE ZERO.
019400 77  WS-WAITING-COUNT                PIC 9(05) COMP VALUE ZERO.
019500 77  WS-TOO-OLD-COUNT                PIC 9(05) COMP VALUE ZERO.
019600 77  WS-REPAGE-MINS                  PIC 9(03) VALUE 15.
019700 77  WS-AGE-HOURS                    PIC 9(03) VALUE 24.
019800 77  WS-AGE-LIMIT-MINS               PIC 9(07) COMP VALUE ZERO.
019900
020000******************************************************************
020100*    DATE AND MINUTE-CLOCK WORK FIELDS.  A TIMESTAMP IS TURNED
020200*    INTO MINUTES SINCE THE INTEGER-DATE EPOCH SO AGES ACROSS
020300*    MIDNIGHT SUBTRACT CLEANLY.
020400******************************************************************
020500 01  WS-TODAY-DATE-TIME.
020600     05  WS-TODAY-DATE               PIC X(08).
020700     05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE
020800                                     PIC 9(08).
020900     05  WS-TODAY-TIME               PIC X(06).
021000     05  FILLER                      PIC X(07).
021100
021200 01  WS-YESTERDAY-N                  PIC 9(08).
021300 01  WS-YESTERDAY REDEFINES WS-YESTERDAY-N
021400                                     PIC X(08).
021500 01  WS-NOW-HHMM                     PIC X(04).
021600
021700 01  WS-STAMP-DATE                   PIC X(08).
021800 01  WS-STAMP-DATE-N REDEFINES WS-STAMP-DATE
021900                                     PIC 9(08).
022000 01  WS-STAMP-TIME.
022100     05  WS-STAMP-HH                 PIC 9(02).
022200     05  WS-STAMP-MM                 PIC 9(02).
022300     05  WS-STAMP-SS                 PIC 9(02).
022400 77  WS-STAMP-MINUTES                PIC 9(11) COMP VALUE ZERO.
022500 77  WS-NOW-MINUTES                  PIC 9(11) COMP VALUE ZERO.
022600 77  WS-ELAPSED-MINUTES              PIC S9(11) COMP VALUE ZERO.
022700
022800******************************************************************
022900*    ROUTING RESULT -- OWNING TEAM AND THE ROTA SHIFT COVERING
023000*    NOW.  WS-ROUTE-REASON SAYS WHY AN ITEM COULD NOT BE PAGED.
023100******************************************************************
023200 01  WS-PAGE-LEVEL                   PIC X(01).
023300     88  WS-PAGING-PRIMARY              VALUE "P".
023400     88  WS-PAGING-SECONDARY            VALUE "S".
023500 01  WS-ROUTE-TEAM                   PIC X(16).
023600 01  WS-ROUTE-REASON                 PIC X(40).
023700 01  WS-ROUTE-NAME                   PIC X(24).
023800 01  WS-ROUTE-PAGER                  PIC X(16).
023900 01  WS-ROUTE-ROTA-DATE              PIC X(08).
024000 01  WS-ROUTE-ROTA-SHIFT             PIC X(01).
024100 01  WS-SHIFT-FOUND-SW               PIC 9(01) VALUE 0.
024200 01  WS-SHIFT-RECORD                 PIC X(140).
024300 01  WS-ENQ-PREFIX                   PIC X(10).
024400
024500******************************************************************
024600*    REPORT LINE LAYOUTS
024700******************************************************************
024800 01  WS-REPORT-HEADING-1.
024900     05  FILLER                      PIC X(41) VALUE
025000         "XAPAGE -- OUTBOUND PAGING EXTRACT, RUN ".
025100     05  WS-RH1-DATE                 PIC X(08).
025200     05  FILLER                      PIC X(01) VALUE SPACES.
025300     05  WS-RH1-TIME                 PIC X(06).
025400     05  FILLER                      PIC X(18) VALUE
025500         "   RE-PAGE AFTER ".
025600     05  WS-RH1-REPAGE               PIC ZZ9.
025700     05  FILLER                      PIC X(05) VALUE " MIN".
025800     05  FILLER                      PIC X(50) VALUE SPACES.
025900
026000 01  WS-REPORT-HEADING-2.
026100     05  FILLER                      PIC X(50) VALUE
026200         "ALERT DATE TIME   SOURCE   RESOURCE TEAM          ".
026300     05  FILLER                      PIC X(82) VALUE
026400         "LV ON CALL                  PAGER            OUTCOME".
026500
026600 01  WS-DETAIL-LINE.
026700     05  WS-DL-DATE                  PIC X(08).
026800     05  FILLER                      PIC X(01) VALUE SPACES.
026900     05  WS-DL-TIME                  PIC X(06).
027000     05  FILLER                      PIC X(01) VALUE SPACES.
027100     05  WS-DL-SOURCE                PIC X(08).
027200     05  FILLER                      PIC X(01) VALUE SPACES.
027300     05  WS-DL-RESOURCE              PIC X(08).
027400     05  FILLER                      PIC X(01) VALUE SPACES.
027500     05  WS-DL-TEAM                  PIC X(16).
027600     05  FILLER                      PIC X(01) VALUE SPACES.
027700     05  WS-DL-LEVEL                 PIC X(01).
027800     05  FILLER                      PIC X(02) VALUE SPACES.
027900     05  WS-DL-NAME                  PIC X(24).
028000     05  FILLER                      PIC X(01) VALUE SPACES.
028100     05  WS-DL-PAGER                 PIC X(16).
028200     05  FILLER                      PIC X(01) VALUE SPACES.
028300     05  WS-DL-OUTCOME               PIC X(36).
028400
028500 01  WS-ERROR-LINE.
028600     05  FILLER                      PIC X(20) VALUE
028700         "*** CARD REJECTED:  ".
028800     05  WS-EL-CARD                  PIC X(10).
028900     05  FILLER                      PIC X(02) VALUE SPACES.
029000     05  WS-EL-REASON                PIC X(50).
029100     05  FILLER                      PIC X(50) VALUE SPACES.
029200
029300 01  WS-SUMMARY-LINE.
029400     05  WS-SL-LABEL                 PIC X(30).
029500     05  WS-SL-COUNT                 PIC Z(08)9.
029600     05  FILLER                      PIC X(93) VALUE SPACES.
029700
029800 01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.
029900
030000 PROCEDURE DIVISION.
030100******************************************************************
030200 0000-MAINLINE.
030300******************************************************************
030400     MOVE "XAPAGE" TO WS-RUNCTL-JOB.
030500     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
030600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030700     IF NOT WS-PAGING-STOPPED
030800         PERFORM 2000-SCAN-ALERTS THRU 2000-EXIT
030900     END-IF.
031000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
031100     IF WS-PAGING-STOPPED
031200     OR WS-CARD-REJECTED-SW = 1
031300     OR WS-ALERT-FAILED-SW = 1
031400     OR WS-UNROUTED-COUNT > ZERO
031500         MOVE 8 TO RETURN-CODE
031600     ELSE
031700         IF WS-PRIMARY-COUNT > ZERO
031800         OR WS-SECONDARY-COUNT > ZERO
031900             MOVE 4 TO RETURN-CODE
032000         END-IF
032100     END-IF.
032200     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
032300     GOBACK.
032400
032500******************************************************************
032600*    1000-INITIALIZE -- CLOCK, CARD, THE PAGE LOG (CREATED ON THE
032700*    FIRST EVER RUN), THE LOOKUP FILES, THE TRANSFER DATASET AND
032800*    THE REPORT.  AN UNUSABLE PAGE LOG STOPS THE RUN OUTRIGHT.
032900******************************************************************
033000 1000-INITIALIZE.
033100     MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE-TIME.
033200     MOVE WS-TODAY-TIME(1:4) TO WS-NOW-HHMM.
033300     COMPUTE WS-YESTERDAY-N = FUNCTION DATE-OF-INTEGER(
033400         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-N) - 1).
033500     MOVE WS-TODAY-DATE TO WS-STAMP-DATE.
033600     MOVE WS-TODAY-TIME TO WS-STAMP-TIME.
033700     PERFORM 8500-STAMP-TO-MINUTES THRU 8500-EXIT.
033800     MOVE WS-STAMP-MINUTES TO WS-NOW-MINUTES.
033900
034000     OPEN OUTPUT XAPARPT.
034100     IF NOT WS-XAPARPT-OK
034200         DISPLAY "XAPAGE: UNABLE TO OPEN XAPARPT, STATUS="
034300             WS-XAPARPT-STATUS UPON CONS
034400     END-IF.
034500
034600     PERFORM 1100-READ-CARD THRU 1100-EXIT.
034700     COMPUTE WS-AGE-LIMIT-MINS = WS-AGE-HOURS * 60.
034800     MOVE WS-TODAY-DATE TO WS-RH1-DATE.
034900     MOVE WS-TODAY-TIME TO WS-RH1-TIME.
035000     MOVE WS-REPAGE-MINS TO WS-RH1-REPAGE.
035100     WRITE XAPARPT-LINE FROM WS-REPORT-HEADING-1.
035200     IF WS-CARD-REJECTED-SW = 1
035300         WRITE XAPARPT-LINE FROM WS-ERROR-LINE
035400     END-IF.
035500     WRITE XAPARPT-LINE FROM WS-BLANK-LINE.
035600     WRITE XAPARPT-LINE FROM WS-REPORT-HEADING-2.
035700
035800     OPEN I-O XAPAGLOG.
035900     IF WS-XAPAGLOG-NOT-FOUND
036000         OPEN OUTPUT XAPAGLOG
036100         CLOSE XAPAGLOG
036200         OPEN I-O XAPAGLOG
036300     END-IF.
036400     IF NOT WS-XAPAGLOG-OK
036500         DISPLAY "XAPAGE: UNABLE TO OPEN XAPAGLOG, STATUS="
036600             WS-XAPAGLOG-STATUS " - NO PAGES SENT" UPON CONS
036700         MOVE "Y" TO WS-STOP-SWITCH
036800         GO TO 1000-EXIT
036900     END-IF.
037000
037100     OPEN INPUT XARESREG.
037200     IF WS-XARESREG-OK
037300         MOVE 1 TO WS-REG-OPEN-SW
037400     ELSE
037500         DISPLAY "XAPAGE: XARESREG NOT AVAILABLE, STATUS="
037600             WS-XARESREG-STATUS UPON CONS
037700     END-IF.
037800     OPEN INPUT ENQREG.
037900     IF WS-ENQREG-OK
038000         MOVE 1 TO WS-ENQREG-OPEN-SW
038100     ELSE
038200         DISPLAY "XAPAGE: ENQREG NOT AVAILABLE, STATUS="
038300             WS-ENQREG-STATUS UPON CONS
038400     END-IF.
038500     OPEN INPUT XAONCALL.
038600     IF WS-XAONCALL-OK
038700         MOVE 1 TO WS-ROTA-OPEN-SW
038800     ELSE
038900         DISPLAY "XAPAGE: XAONCALL NOT AVAILABLE, STATUS="
039000             WS-XAONCALL-STATUS " - NOTHING CAN BE ROUTED"
039100             UPON CONS
039200     END-IF.
039300
039400     OPEN OUTPUT XAPAOUT.
039500     IF NOT WS-XAPAOUT-OK
039600         DISPLAY "XAPAGE: UNABLE TO OPEN XAPAOUT, STATUS="
039700             WS-XAPAOUT-STATUS " - NO PAGES SENT" UPON CONS
039800         CLOSE XAPAGLOG
039900         MOVE "Y" TO WS-STOP-SWITCH
040000     END-IF.
040100 1000-EXIT.
040200     EXIT.
040300
040400******************************************************************
040500*    1100-READ-CARD -- OPTIONAL XAPAPRM CARD.  A BLANK FIELD KEEPS
040600*    ITS DEFAULT; A BAD ONE IS REPORTED AND ALSO KEEPS ITS
040700*    DEFAULT, SO A KEYING ERROR NEVER STOPS THE PAGING ITSELF.
040800******************************************************************
040900 1100-READ-CARD.
041000     OPEN INPUT XAPAPRM.
041100     IF NOT WS-XAPAPRM-OK
041200         GO TO 1100-EXIT
041300     END-IF.
041400 1100-NEXT.
041500     READ XAPAPRM
041600         AT END
041700             GO TO 1100-CLOSE
041800     END-READ.
041900     IF XAPAPRM-CARD(1:1) = "*"
042000         GO TO 1100-NEXT
042100     END-IF.
042200     MOVE XAPAPRM-CARD(1:10) TO WS-EL-CARD.
042300     IF XAPAPRM-REPAGE-MINS NOT = SPACES
042400         IF XAPAPRM-REPAGE-MINS IS NUMERIC
042500         AND XAPAPRM-REPAGE-MINS-N > ZERO
042600             MOVE XAPAPRM-REPAGE-MINS-N TO WS-REPAGE-MINS
042700         ELSE
042800             MOVE 1 TO WS-CARD-REJECTED-SW
042900             MOVE "RE-PAGE MINUTES MUST BE 001-999; 015 USED"
043000                 TO WS-EL-REASON
043100         END-IF
043200     END-IF.
043300     IF XAPAPRM-AGE-HOURS NOT = SPACES
043400         IF XAPAPRM-AGE-HOURS IS NUMERIC
043500         AND XAPAPRM-AGE-HOURS-N > ZERO
043600             MOVE XAPAPRM-AGE-HOURS-N TO WS-AGE-HOURS
043700         ELSE
043800             MOVE 1 TO WS-CARD-REJECTED-SW
043900             MOVE "AGE LIMIT HOURS MUST BE 001-999; 024 USED"
044000                 TO WS-EL-REASON
044100         END-IF
044200     END-IF.
044300     IF WS-CARD-REJECTED-SW = 1
044400         DISPLAY "XAPAGE: CARD REJECTED - " WS-EL-REASON
044500             UPON CONS
044600     END-IF.
044700 1100-CLOSE.
044800     CLOSE XAPAPRM.
044900 1100-EXIT.
045000     EXIT.
045100
045200******************************************************************
045266*    2000-SCAN-ALERTS -- EVERY OPEN HIGH-SEVERITY XAALERT ITEM,
045332*    TAKEN FROM THE HIGH-SEVERITY END OF THE XAALOPEN INDEX.
045400******************************************************************
045500 2000-SCAN-ALERTS.
045600     OPEN INPUT XAALERT.
045700     IF WS-XAALERT-NOT-FOUND
045800         GO TO 2000-EXIT
045900     END-IF.
046000     IF NOT WS-XAALERT-OK
046100         DISPLAY "XAPAGE: UNABLE TO OPEN XAALERT, STATUS="
046200             WS-XAALERT-STATUS UPON CONS
046300         MOVE 1 TO WS-ALERT-FAILED-SW
046400         GO TO 2000-EXIT
046500     END-IF.
046550     MOVE "N" TO WS-EOF-SWITCH.
046600     MOVE "H" TO WS-ALOPEN-SEV-ONLY.
046650     PERFORM 9870-ALOPEN-FIRST THRU 9870-EXIT.
046700     PERFORM 2100-CHECK-ONE-ALERT THRU 2100-EXIT
046800         UNTIL WS-END-OF-FILE.
046866     PERFORM 9890-ALOPEN-END THRU 9890-EXIT.
046932     CLOSE XAALERT.
047000 2000-EXIT.
047100     EXIT.
047200
047300*    NO PRIMARY PAGE YET: PAGE THE PRIMARY, UNLESS THE ITEM WAS
047400*    ALREADY PAST THE AGE LIMIT.  PRIMARY PAGED, NO SECONDARY
047500*    YET, AND THE INTERVAL HAS RUN OUT: PAGE THE SECONDARY.
047600 2100-CHECK-ONE-ALERT.
047633     PERFORM 9880-ALOPEN-NEXT THRU 9880-EXIT.
047666     IF WS-ALOPEN-EOF
047699         MOVE "Y" TO WS-EOF-SWITCH
047732         GO TO 2100-EXIT
047765     END-IF.
048200     IF NOT XAALERT-SEV-HIGH
048300     OR XAALERT-IS-ACKED
048400     OR XAALERT-WAS-IN-WINDOW
048500         GO TO 2100-EXIT
048600     END-IF.
048700
048800     MOVE XAALERT-KEY TO xapaglog-alert-key.
048900     MOVE "P" TO xapaglog-level.
049000     READ XAPAGLOG
049100         INVALID KEY
049200             GO TO 2200-FIRST-PAGE
049300     END-READ.
049400
049500     MOVE xapaglog-paged-date TO WS-STAMP-DATE.
049600     MOVE xapaglog-paged-time TO WS-STAMP-TIME.
049700     PERFORM 8500-STAMP-TO-MINUTES THRU 8500-EXIT.
049800     COMPUTE WS-ELAPSED-MINUTES =
049900         WS-NOW-MINUTES - WS-STAMP-MINUTES.
050000     IF WS-ELAPSED-MINUTES < WS-REPAGE-MINS
050100         ADD 1 TO WS-WAITING-COUNT
050200         GO TO 2100-EXIT
050300     END-IF.
050400     MOVE XAALERT-KEY TO xapaglog-alert-key.
050500     MOVE "S" TO xapaglog-level.
050600     READ XAPAGLOG
050700         INVALID KEY
050800             MOVE "S" TO WS-PAGE-LEVEL
050900             PERFORM 3000-ROUTE-AND-PAGE THRU 3000-EXIT
051000     END-READ.
051100     GO TO 2100-EXIT.
051200
051300 2200-FIRST-PAGE.
051400     MOVE XAALERT-DATE TO WS-STAMP-DATE.
051500     MOVE XAALERT-TIME TO WS-STAMP-TIME.
051600     PERFORM 8500-STAMP-TO-MINUTES THRU 8500-EXIT.
051700     COMPUTE WS-ELAPSED-MINUTES =
051800         WS-NOW-MINUTES - WS-STAMP-MINUTES.
051900     IF WS-ELAPSED-MINUTES > WS-AGE-LIMIT-MINS
052000         ADD 1 TO WS-TOO-OLD-COUNT
052100         GO TO 2100-EXIT
052200     END-IF.
052300     MOVE "P" TO WS-PAGE-LEVEL.
052400     PERFORM 3000-ROUTE-AND-PAGE THRU 3000-EXIT.
052500 2100-EXIT.
052600     EXIT.
052700
052800******************************************************************
052900*    3000-ROUTE-AND-PAGE -- OWNING TEAM, THEN THE ROTA SHIFT
053000*    COVERING NOW, THEN THE PAGE AT WS-PAGE-LEVEL.  AN ITEM THAT
053100*    CANNOT BE ROUTED IS REPORTED (AND TRIED AGAIN NEXT RUN).
053200******************************************************************
053300 3000-ROUTE-AND-PAGE.
053400     MOVE SPACES TO WS-ROUTE-TEAM WS-ROUTE-REASON
053500                    WS-ROUTE-NAME WS-ROUTE-PAGER.
053600     PERFORM 3100-FIND-OWNER THRU 3100-EXIT.
053700     IF WS-ROUTE-TEAM = SPACES
053800         MOVE "NOT PAGED - NO OWNER TEAM REGISTERED"
053900             TO WS-ROUTE-REASON
054000         GO TO 3000-UNROUTED
054100     END-IF.
054200     PERFORM 3200-FIND-SHIFT THRU 3200-EXIT.
054300     IF WS-SHIFT-FOUND-SW = 0
054400         MOVE "NOT PAGED - NO ROTA SHIFT COVERS NOW"
054500             TO WS-ROUTE-REASON
054600         GO TO 3000-UNROUTED
054700     END-IF.
054800     MOVE WS-SHIFT-RECORD TO xaoncall-record.
054900     MOVE xaoncall-date TO WS-ROUTE-ROTA-DATE.
055000     MOVE xaoncall-shift TO WS-ROUTE-ROTA-SHIFT.
055100     IF WS-PAGING-PRIMARY
055200         MOVE xaoncall-primary-name TO WS-ROUTE-NAME
055300         MOVE xaoncall-primary-pager TO WS-ROUTE-PAGER
055400     ELSE
055500         MOVE xaoncall-second-name TO WS-ROUTE-NAME
055600         MOVE xaoncall-second-pager TO WS-ROUTE-PAGER
055700     END-IF.
055800     IF WS-ROUTE-PAGER = SPACES
055900         MOVE "NOT RE-PAGED - NO SECONDARY ON ROTA"
056000             TO WS-ROUTE-REASON
056100         GO TO 3000-UNROUTED
056200     END-IF.
056300     PERFORM 4000-SEND-PAGE THRU 4000-EXIT.
056400     GO TO 3000-EXIT.
056500 3000-UNROUTED.
056600     ADD 1 TO WS-UNROUTED-COUNT.
056700     MOVE WS-ROUTE-REASON TO WS-DL-OUTCOME.
056800     PERFORM 4900-WRITE-DETAIL THRU 4900-EXIT.
056900 3000-EXIT.
057000     EXIT.
057100
057200******************************************************************
057300*    3100-FIND-OWNER -- XARESREG FIRST; ENQMON ALERTS (AND ANY
057400*    RESOURCE XARESREG DOES NOT KNOW) THROUGH ENQREG.  XAALERT
057500*    CARRIES THE FIRST 8 BYTES OF AN ENQ NAME, SO ENQREG IS
057600*    POSITIONED AT THAT PREFIX AND THE FIRST MATCH TAKEN.
057700******************************************************************
057800 3100-FIND-OWNER.
057900     IF WS-REG-OPEN-SW = 1
058000     AND XAALERT-SOURCE NOT = "ENQMON"
058100         MOVE XAALERT-RESOURCE TO xaresreg-resource
058200         READ XARESREG
058300             INVALID KEY
058400                 CONTINUE
058500             NOT INVALID KEY
058600                 MOVE xaresreg-owner-team TO WS-ROUTE-TEAM
058700         END-READ
058800     END-IF.
058900     IF WS-ROUTE-TEAM NOT = SPACES
059000     OR WS-ENQREG-OPEN-SW = 0
059100         GO TO 3100-EXIT
059200     END-IF.
059300     MOVE XAALERT-RESOURCE TO WS-ENQ-PREFIX.
059400     MOVE WS-ENQ-PREFIX TO enqreg-resource.
059500     START ENQREG KEY IS NOT LESS THAN enqreg-resource
059600         INVALID KEY
059700             GO TO 3100-EXIT
059800     END-START.
059900     READ ENQREG NEXT RECORD
060000         AT END
060100             GO TO 3100-EXIT
060200     END-READ.
060300     IF enqreg-resource(1:8) = XAALERT-RESOURCE
060400         MOVE enqreg-owner-team TO WS-ROUTE-TEAM
060500     END-IF.
060600 3100-EXIT.
060700     EXIT.
060800
060900******************************************************************
061000*    3200-FIND-SHIFT -- THE TEAM'S ROTA ENTRY COVERING NOW: A
061100*    SHIFT KEYED TODAY THAT HAS STARTED AND NOT ENDED, OR AN
061200*    OVERNIGHT SHIFT KEYED YESTERDAY THAT HAS NOT YET ENDED.
061300*    WHERE TWO OVERLAP, THE LATER-KEYED ONE IS TAKEN.
061400******************************************************************
061500 3200-FIND-SHIFT.
061600     MOVE 0 TO WS-SHIFT-FOUND-SW.
061700     IF WS-ROTA-OPEN-SW = 0
061800         GO TO 3200-EXIT
061900     END-IF.
062000     MOVE LOW-VALUES TO xaoncall-key.
062100     MOVE WS-ROUTE-TEAM TO xaoncall-team.
062200     MOVE WS-YESTERDAY TO xaoncall-date.
062300     START XAONCALL KEY IS NOT LESS THAN xaoncall-key
062400         INVALID KEY
062500             GO TO 3200-EXIT
062600     END-START.
062700     MOVE 0 TO WS-ROTA-END-SW.
062800     PERFORM 3210-CHECK-SHIFT THRU 3210-EXIT
062900         UNTIL WS-ROTA-END-SW = 1.
063000 3200-EXIT.
063100     EXIT.
063200
063300 3210-CHECK-SHIFT.
063400     READ XAONCALL NEXT RECORD
063500         AT END
063600             MOVE 1 TO WS-ROTA-END-SW
063700             GO TO 3210-EXIT
063800     END-READ.
063900     IF xaoncall-team NOT = WS-ROUTE-TEAM
064000     OR xaoncall-date > WS-TODAY-DATE
064100         MOVE 1 TO WS-ROTA-END-SW
064200         GO TO 3210-EXIT
064300     END-IF.
064400     IF xaoncall-date = WS-YESTERDAY
064500         IF xaoncall-end-time < xaoncall-start-time
064600         AND WS-NOW-HHMM < xaoncall-end-time
064700             PERFORM 3220-TAKE-SHIFT THRU 3220-EXIT
064800         END-IF
064900         GO TO 3210-EXIT
065000     END-IF.
065100     IF xaoncall-end-time > xaoncall-start-time
065200         IF WS-NOW-HHMM NOT < xaoncall-start-time
065300         AND WS-NOW-HHMM < xaoncall-end-time
065400             PERFORM 3220-TAKE-SHIFT THRU 3220-EXIT
065500         END-IF
065600     ELSE
065700         IF WS-NOW-HHMM NOT < xaoncall-start-time
065800             PERFORM 3220-TAKE-SHIFT THRU 3220-EXIT
065900         END-IF
066000     END-IF.
066100 3210-EXIT.
066200     EXIT.
066300
066400 3220-TAKE-SHIFT.
066500     MOVE 1 TO WS-SHIFT-FOUND-SW.
066600     MOVE xaoncall-record TO WS-SHIFT-RECORD.
066700 3220-EXIT.
066800     EXIT.
066900
067000******************************************************************
067100*    4000-SEND-PAGE -- ONE OUTBOUND RECORD AND ITS LOG ENTRY.  THE
067200*    LOG IS WRITTEN FIRST: IF IT CANNOT BE, NO PAGE GOES OUT (IT
067300*    WOULD GO OUT AGAIN NEXT RUN) AND THE ITEM IS REPORTED.
067400******************************************************************
067500 4000-SEND-PAGE.
067600     MOVE SPACES TO xapaglog-record.
067700     MOVE XAALERT-KEY TO xapaglog-alert-key.
067800     MOVE WS-PAGE-LEVEL TO xapaglog-level.
067900     MOVE WS-TODAY-DATE TO xapaglog-paged-date.
068000     MOVE WS-TODAY-TIME TO xapaglog-paged-time.
068100     MOVE WS-ROUTE-TEAM TO xapaglog-team.
068200     MOVE WS-ROUTE-ROTA-DATE TO xapaglog-rota-date.
068300     MOVE WS-ROUTE-ROTA-SHIFT TO xapaglog-rota-shift.
068400     MOVE WS-ROUTE-NAME TO xapaglog-name.
068500     MOVE WS-ROUTE-PAGER TO xapaglog-pager.
068600     MOVE XAALERT-TEXT(1:60) TO xapaglog-text.
068700     WRITE xapaglog-record
068800         INVALID KEY
068900             CONTINUE
069000     END-WRITE.
069100     IF NOT WS-XAPAGLOG-OK
069200         DISPLAY "XAPAGE: UNABLE TO LOG PAGE, STATUS="
069300             WS-XAPAGLOG-STATUS UPON CONS
069400         ADD 1 TO WS-UNROUTED-COUNT
069500         MOVE "NOT PAGED - PAGE LOG WRITE FAILED" TO WS-DL-OUTCOME
069600         PERFORM 4900-WRITE-DETAIL THRU 4900-EXIT
069700         GO TO 4000-EXIT
069800     END-IF.
069900
070000     MOVE SPACES TO XAPAOUT-RECORD.
070100     MOVE "XA" TO PG-FEED-SYSTEM.
070200     MOVE WS-ROUTE-PAGER TO PG-PAGER.
070300     MOVE WS-ROUTE-NAME TO PG-RECIPIENT.
070400     MOVE WS-ROUTE-TEAM TO PG-TEAM.
070500     MOVE WS-PAGE-LEVEL TO PG-LEVEL.
070600     MOVE WS-TODAY-DATE TO PG-SENT-DATE.
070700     MOVE WS-TODAY-TIME TO PG-SENT-TIME.
070800     MOVE XAALERT-KEY TO PG-ALERT-KEY.
070900     MOVE XAALERT-SEVERITY TO PG-SEVERITY.
071000     IF WS-PAGING-PRIMARY
071100         STRING XAALERT-RESOURCE DELIMITED BY SPACE
071200                " " DELIMITED BY SIZE
071300                XAALERT-TEXT DELIMITED BY SIZE
071400             INTO PG-MESSAGE
071500         END-STRING
071600         ADD 1 TO WS-PRIMARY-COUNT
071700         MOVE "PAGED PRIMARY" TO WS-DL-OUTCOME
071800     ELSE
071900         STRING "UNACKED " DELIMITED BY SIZE
072000                XAALERT-RESOURCE DELIMITED BY SPACE
072100                " " DELIMITED BY SIZE
072200                XAALERT-TEXT DELIMITED BY SIZE
072300             INTO PG-MESSAGE
072400         END-STRING
072500         ADD 1 TO WS-SECONDARY-COUNT
072600         MOVE "RE-PAGED SECONDARY" TO WS-DL-OUTCOME
072700     END-IF.
072800     WRITE XAPAOUT-RECORD.
072900     PERFORM 4900-WRITE-DETAIL THRU 4900-EXIT.
073000 4000-EXIT.
073100     EXIT.
073200
073300 4900-WRITE-DETAIL.
073400     MOVE XAALERT-DATE TO WS-DL-DATE.
073500     MOVE XAALERT-TIME TO WS-DL-TIME.
073600     MOVE XAALERT-SOURCE TO WS-DL-SOURCE.
073700     MOVE XAALERT-RESOURCE TO WS-DL-RESOURCE.
073800     MOVE WS-ROUTE-TEAM TO WS-DL-TEAM.
073900     MOVE WS-PAGE-LEVEL TO WS-DL-LEVEL.
074000     MOVE WS-ROUTE-NAME TO WS-DL-NAME.
074100     MOVE WS-ROUTE-PAGER TO WS-DL-PAGER.
074200     WRITE XAPARPT-LINE FROM WS-DETAIL-LINE.
074300 4900-EXIT.
074400     EXIT.
074500
074600******************************************************************
074700*    8500-STAMP-TO-MINUTES -- WS-STAMP-DATE/TIME AS MINUTES SINCE
074800*    THE INTEGER-DATE EPOCH.  A STAMP THAT IS NOT A VALID DATE
074900*    AND TIME GIVES ZERO (WHICH READS AS VERY OLD).
075000******************************************************************
075100 8500-STAMP-TO-MINUTES.
075200     MOVE ZERO TO WS-STAMP-MINUTES.
075300     IF WS-STAMP-DATE-N IS NOT NUMERIC
075400     OR WS-STAMP-TIME IS NOT NUMERIC
075500         GO TO 8500-EXIT
075600     END-IF.
075700     COMPUTE WS-STAMP-MINUTES =
075800         FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE-N) * 1440
075900         + WS-STAMP-HH * 60 + WS-STAMP-MM.
076000 8500-EXIT.
076100     EXIT.
076200
076300******************************************************************
076400*    9000-TERMINATE -- COUNTS AND CLOSE UP.
076500******************************************************************
076600 9000-TERMINATE.
076700     WRITE XAPARPT-LINE FROM WS-BLANK-LINE.
076800     IF WS-PAGING-STOPPED
076900         MOVE "*** PAGING STOPPED - SEE CONSOLE" TO XAPARPT-LINE
077000         WRITE XAPARPT-LINE
077100         CLOSE XAPARPT
077200         GO TO 9000-EXIT
077300     END-IF.
077400     MOVE "PRIMARY PAGES SENT" TO WS-SL-LABEL.
077500     MOVE WS-PRIMARY-COUNT TO WS-SL-COUNT.
077600     WRITE XAPARPT-LINE FROM WS-SUMMARY-LINE.
077700     MOVE "SECONDARY RE-PAGES SENT" TO WS-SL-LABEL.
077800     MOVE WS-SECONDARY-COUNT TO WS-SL-COUNT.
077900     WRITE XAPARPT-LINE FROM WS-SUMMARY-LINE.
078000     MOVE "COULD NOT BE PAGED" TO WS-SL-LABEL.
078100     MOVE WS-UNROUTED-COUNT TO WS-SL-COUNT.
078200     WRITE XAPARPT-LINE FROM WS-SUMMARY-LINE.
078300     MOVE "PAGED, RE-PAGE NOT YET DUE" TO WS-SL-LABEL.
078400     MOVE WS-WAITING-COUNT TO WS-SL-COUNT.
078500     WRITE XAPARPT-LINE FROM WS-SUMMARY-LINE.
078600     MOVE "PAST AGE LIMIT, NOT PAGED" TO WS-SL-LABEL.
078700     MOVE WS-TOO-OLD-COUNT TO WS-SL-COUNT.
078800     WRITE XAPARPT-LINE FROM WS-SUMMARY-LINE.
078900
079000     IF WS-UNROUTED-COUNT > ZERO
079100         DISPLAY "XAPAGE: " WS-UNROUTED-COUNT
079200             " HIGH-SEVERITY ALERT(S) COULD NOT BE PAGED"
079300             " - SEE XAPARPT" UPON CONS
079400     END-IF.
079500
079600     IF WS-REG-OPEN-SW = 1
079700         CLOSE XARESREG
079800     END-IF.
079900     IF WS-ENQREG-OPEN-SW = 1
080000         CLOSE ENQREG
080100     END-IF.
080200     IF WS-ROTA-OPEN-SW = 1
080300         CLOSE XAONCALL
080400     END-IF.
080500     CLOSE XAPAGLOG.
080600     CLOSE XAPAOUT.
080700     CLOSE XAPARPT.
080800 9000-EXIT.
080900     EXIT.
081000
081100******************************************************************
081200*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
081300*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
081400******************************************************************
081500     copy xarunctl.
081600
081700******************************************************************
081800*    OPEN-ALERT INDEX PARAGRAPHS (9870-ALOPEN-FIRST,
081900*    9880-ALOPEN-NEXT AND 9890-ALOPEN-END) -- SEE XA/XAALOCTL.CPY.
082000******************************************************************
082100     copy xaaloctl.
