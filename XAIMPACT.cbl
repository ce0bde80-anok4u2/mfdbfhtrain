000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    XAIMPACT.
000300 AUTHOR.        XA SUPPORT TEAM.
000400 INSTALLATION.  ENTERPRISE SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  MODIFICATION HISTORY
000900*  ----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  10/15/2026 XST   NEW PROGRAM.  MAINTENANCE IMPACT ANALYSIS:
001200*                   LISTS EVERY TRANSACTION, REGION AND TERMINAL
001300*                   GROUP THAT USED A RESOURCE IN THE LAST N DAYS,
001400*                   FROM THE XAFOOTP USAGE FOOTPRINT, FOR A NAMED
001500*                   RESOURCE OR FOR EVERY RESOURCE IN AN XAMAINT
001600*                   CHANGE.
001700******************************************************************
001800*  CHANGE CONTROL ASKS "WHO BREAKS IF WE TAKE DB2P DOWN SATURDAY
001900*  NIGHT".  RecordResourceFootprint (XA/XAPD.CPY) KEEPS ONE
002000*  XAFOOTP ROW PER RESOURCE + REGION + TRANSACTION + JOB TYPE +
002100*  TERMINAL EVER SEEN, WITH FIRST/LAST-SEEN STAMPS AND A CALL
002200*  COUNT.  XAIMPACT READS ONE OR MORE XAIMPRM REQUEST CARDS:
002300*    "R"  A SINGLE RESOURCE, KEYED BY NAME;
002400*    "W"  AN XAMAINT CHANGE REFERENCE -- EVERY RESOURCE WITH A
002500*         WINDOW CARRYING THAT REFERENCE IS ANALYSED, AND THE
002600*         WINDOW TIMES ARE PRINTED WITH IT;
002700*  AND FOR EACH RESOURCE LISTS EVERY FOOTPRINT ROW LAST SEEN
002800*  WITHIN THE LOOKBACK DAYS, WITH THE TERMINAL'S MSGTERMS GROUP,
002900*  FOLLOWED BY THE DISTINCT REGIONS, TRANSACTIONS AND TERMINAL
003000*  GROUPS AFFECTED.  A RESOURCE WITH NO RECENT USE SAYS SO.
003100*  ENDS RC 8 WHEN A CARD IS INVALID OR NAMES A CHANGE WITH NO
003200*  XAMAINT WINDOW, OR WHEN THERE WAS NO CARD TO RUN.
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
003700 OBJECT-COMPUTER.   IBM-370.
003800 SPECIAL-NAMES.
003900     CONSOLE IS CONS.
004000
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     copy xafootpsel.
004400
004500     copy xamaintsel.
004600
004700     copy msgtermssel.
004800
004900     SELECT XAIMPRM ASSIGN TO "XAIMPRM"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-XAIMPRM-STATUS.
005200
005300     SELECT XAIMRPT ASSIGN TO "XAIMRPT"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-XAIMRPT-STATUS.
005600
005700     copy xarunlgsel.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100     copy xafootp.
006200
006300     copy xamaint.
006400
006500     copy msgterms.
006600
006700*****************************************************************
006800*    XAIMPRM -- REQUEST CARDS, ONE ANALYSIS PER CARD.  "*" IN
006900*    COL 1 IS A COMMENT.
007000*****************************************************************
007100 FD  XAIMPRM
007200     LABEL RECORDS ARE STANDARD
007300     RECORDING MODE IS F.
007400
007500 01  XAIMPRM-CARD.
007600     05  XAIMPRM-TYPE                PIC X(01).
007700         88  XAIMPRM-BY-RESOURCE        VALUE "R".
007800         88  XAIMPRM-BY-WINDOW          VALUE "W".
007900     05  FILLER                      PIC X(01).
008000     05  XAIMPRM-TARGET              PIC X(12).
008100     05  XAIMPRM-RESOURCE REDEFINES XAIMPRM-TARGET.
008200         10  XAIMPRM-RESOURCE-NAME   PIC X(08).
008300         10  FILLER                  PIC X(04).
008400     05  FILLER                      PIC X(01).
008500     05  XAIMPRM-DAYS                PIC X(03).
008600     05  XAIMPRM-DAYS-N REDEFINES XAIMPRM-DAYS
008700                                     PIC 9(03).
008800     05  FILLER                      PIC X(62).
008900
009000 FD  XAIMRPT
009100     LABEL RECORDS ARE STANDARD
009200     RECORDING MODE IS F.
009300
009400 01  XAIMRPT-LINE                    PIC X(132).
009500
009600     copy xarunlg.
009700
009800 WORKING-STORAGE SECTION.
009900     copy xarunws.
010000
010100******************************************************************
010200*    FILE STATUS AND CONTROL SWITCHES
010300******************************************************************
010400 77  WS-XAFOOTP-STATUS               PIC X(02) VALUE SPACES.
010500     88  WS-XAFOOTP-OK                  VALUE "00".
010600     88  WS-XAFOOTP-NOT-FOUND           VALUE "35" "23".
010700
010800 77  WS-XAMAINT-STATUS               PIC X(02) VALUE SPACES.
010900     88  WS-XAMAINT-OK                  VALUE "00".
011000     88  WS-XAMAINT-NOT-FOUND           VALUE "35" "23".
011100
011200 77  WS-MSGTERMS-STATUS              PIC X(02) VALUE SPACES.
011300     88  WS-MSGTERMS-OK                 VALUE "00".
011400     88  WS-MSGTERMS-NOT-FOUND          VALUE "35" "23".
011500
011600 77  WS-XAIMPRM-STATUS               PIC X(02) VALUE SPACES.
011700     88  WS-XAIMPRM-OK                  VALUE "00".
011800
011900 77  WS-XAIMRPT-STATUS               PIC X(02) VALUE SPACES.
012000     88  WS-XAIMRPT-OK                  VALUE "00".
012100
012200 77  WS-PRM-EOF-SWITCH               PIC X(01) VALUE "N".
012300     88  WS-END-OF-CARDS                VALUE "Y".
012400
012500 77  WS-FOOT-EOF-SWITCH              PIC X(01) VALUE "N".
012600     88  WS-END-OF-FOOTPRINT            VALUE "Y".
012700
012800 77  WS-MAINT-EOF-SWITCH             PIC X(01) VALUE "N".
012900     88  WS-END-OF-WINDOWS              VALUE "Y".
013000
013100 77  WS-PRM-OPEN-SW                  PIC 9(01) VALUE 0.
013200 77  WS-FOOT-OPEN-SW                 PIC 9(01) VALUE 0.
013300 77  WS-TERMS-OPEN-SW                PIC 9(01) VALUE 0.
013400 77  WS-FOUND-SW                     PIC 9(01) VALUE 0.
013500
013600******************************************************************
013700*    DEFAULT LOOKBACK WHEN A CARD LEAVES COLS 16-18 BLANK.
013800******************************************************************
013900 77  WS-DEFAULT-DAYS                 PIC 9(03) VALUE 30.
014000
014100******************************************************************
014200*    LOCAL MIRROR OF THE JOB-TYPE CODES.  THE AUTHORITATIVE
014300*    DEFINITIONS ARE THE SEPTYPE* 78-LEVELS IN XA/XAWS.CPY; AS IN
014400*    XAJTRPT THEY ARE NOT COPYED HERE SO THIS BATCH JOB DOES NOT
014500*    CARRY THAT COPYBOOK'S CICS-ORIENTED WORKING-STORAGE.  KEEP
014600*    THE VALUES IN SYNC WITH XAWS.CPY BY HAND.
014700******************************************************************
014800 77  XAIM-SEP-CICS                   PIC 9(03) COMP VALUE 1.
014900 77  XAIM-SEP-IMS                    PIC 9(03) COMP VALUE 2.
015000 77  XAIM-SEP-JCL                    PIC 9(03) COMP VALUE 3.
015100 77  XAIM-SEP-WEBSERVICES            PIC 9(03) COMP VALUE 4.
015200 77  XAIM-SEP-ADMIN                  PIC 9(03) COMP VALUE 5.
015300 77  XAIM-SEP-OTHER                  PIC 9(03) COMP VALUE 6.
015400 77  WS-JOB-TYPE-DISP                PIC 9(03) VALUE ZERO.
015500
015600******************************************************************
015700*    COUNTERS AND SUBSCRIPTS
015800******************************************************************
015900 77  WS-CARDS-RUN                    PIC 9(05) COMP VALUE ZERO.
016000 77  WS-CARDS-REJECTED               PIC 9(05) COMP VALUE ZERO.
016100 77  WS-RESOURCES-DONE               PIC 9(05) COMP VALUE ZERO.
016200 77  WS-ROW-COUNT                    PIC 9(07) COMP VALUE ZERO.
016300 77  WS-CALL-TOTAL                   PIC 9(11) COMP VALUE ZERO.
016400 77  WS-WIN-SUB                      PIC S9(04) COMP-5 VALUE ZERO.
016500 77  WS-LIST-SUB                     PIC S9(04) COMP-5 VALUE ZERO.
016600 77  WS-LINE-SUB                     PIC S9(04) COMP-5 VALUE ZERO.
016700
016800******************************************************************
016900*    DATE WORK FIELDS
017000******************************************************************
017100 01  WS-TODAY-DATE-TIME.
017200     05  WS-TODAY-DATE               PIC X(08).
017300     05  WS-TODAY-TIME               PIC X(06).
017400     05  FILLER                      PIC X(07).
017500
017600 77  WS-TODAY-DATE-NUM               PIC 9(08) VALUE ZERO.
017700 77  WS-TODAY-INTEGER-DATE           PIC 9(09) VALUE ZERO.
017800 77  WS-FROM-DATE-NUM                PIC 9(08) VALUE ZERO.
017900 77  WS-DAYS                         PIC 9(03) VALUE ZERO.
018000 01  WS-FROM-DATE                    PIC X(08).
018100
018200******************************************************************
018300*    THE RESOURCE(S) ONE CARD ASKS ABOUT.  AN "R" CARD FILLS ONE
018400*    ENTRY WITH NO WINDOW; A "W" CARD ONE ENTRY PER XAMAINT
018500*    WINDOW CARRYING THE CHANGE REFERENCE.
018600******************************************************************
018700 77  WS-WIN-MAX                      PIC S9(04) COMP-5 VALUE 50.
018800 77  WS-WIN-COUNT                    PIC S9(04) COMP-5 VALUE ZERO.
018900 01  WS-WIN-TABLE.
019000     05  WS-WIN-ENTRY OCCURS 50 TIMES.
019100         10  WS-WIN-RESOURCE         PIC X(08).
019200         10  WS-WIN-START-DATE       PIC X(08).
019300         10  WS-WIN-START-TIME       PIC X(06).
019400         10  WS-WIN-END-DATE         PIC X(08).
019500         10  WS-WIN-END-TIME         PIC X(06).
019600 01  WS-CHANGE-REF                   PIC X(12).
019700
019800******************************************************************
019900*    DISTINCT REGIONS, TRANSACTIONS AND TERMINAL GROUPS SEEN FOR
020000*    THE RESOURCE IN HAND.  ALL THREE SHARE ONE SHAPE SO THE SAME
020100*    PARAGRAPHS ADD TO AND PRINT ANY OF THEM THROUGH WS-LIST.
020200******************************************************************
020300 77  WS-LIST-MAX                     PIC S9(04) COMP-5 VALUE 300.
020400 01  WS-REGION-LIST.
020500     05  WS-REGION-COUNT             PIC S9(04) COMP-5.
020600     05  WS-REGION-ITEM              PIC X(08) OCCURS 300 TIMES.
020700 01  WS-TRANS-LIST.
020800     05  WS-TRANS-COUNT              PIC S9(04) COMP-5.
020900     05  WS-TRANS-ITEM               PIC X(08) OCCURS 300 TIMES.
021000 01  WS-GROUP-LIST.
021100     05  WS-GROUP-COUNT              PIC S9(04) COMP-5.
021200     05  WS-GROUP-ITEM               PIC X(08) OCCURS 300 TIMES.
021300 01  WS-LIST.
021400     05  WS-LIST-COUNT               PIC S9(04) COMP-5.
021500     05  WS-LIST-ITEM                PIC X(08) OCCURS 300 TIMES.
021600 01  WS-LIST-VALUE                   PIC X(08).
021700 01  WS-TERM-GROUP                   PIC X(08).
021800
021900******************************************************************
022000*    REPORT LINE LAYOUTS
022100******************************************************************
022200 01  WS-REPORT-HEADING-1.
022300     05  FILLER                      PIC X(54) VALUE
022400         "XAIMPACT -- RESOURCE MAINTENANCE IMPACT ANALYSIS, RUN ".
022500     05  WS-RH1-DATE                 PIC X(08).
022600     05  FILLER                      PIC X(01) VALUE SPACES.
022700     05  WS-RH1-TIME                 PIC X(06).
022800     05  FILLER                      PIC X(63) VALUE SPACES.
022900
023000 01  WS-SECTION-HEADING              PIC X(132).
023100
023200 01  WS-TARGET-LINE.
023300     05  FILLER                      PIC X(10) VALUE
023400         "RESOURCE  ".
023500     05  WS-TG-RESOURCE              PIC X(08).
023600     05  FILLER                      PIC X(13) VALUE
023700         "  USED SINCE ".
023800     05  WS-TG-FROM-DATE             PIC X(08).
023900     05  FILLER                      PIC X(02) VALUE " (".
024000     05  WS-TG-DAYS                  PIC ZZ9.
024100     05  FILLER                      PIC X(06) VALUE " DAYS)".
024200     05  FILLER                      PIC X(82) VALUE SPACES.
024300
024400 01  WS-WINDOW-LINE.
024500     05  FILLER                      PIC X(19) VALUE
024600         "  CHANGE REFERENCE ".
024700     05  WS-WL-CHANGE-REF            PIC X(12).
024800     05  FILLER                      PIC X(09) VALUE
024900         "  WINDOW ".
025000     05  WS-WL-START-DATE            PIC X(08).
025100     05  FILLER                      PIC X(01) VALUE SPACES.
025200     05  WS-WL-START-TIME            PIC X(06).
025300     05  FILLER                      PIC X(04) VALUE " TO ".
025400     05  WS-WL-END-DATE              PIC X(08).
025500     05  FILLER                      PIC X(01) VALUE SPACES.
025600     05  WS-WL-END-TIME              PIC X(06).
025700     05  FILLER                      PIC X(58) VALUE SPACES.
025800
025900 01  WS-DETAIL-HEADING.
026000     05  FILLER                      PIC X(40) VALUE
026100         "  REGION    TRAN  JOB TYPE     TERM  TER".
026200     05  FILLER                      PIC X(40) VALUE
026300         "M GRP   JOB NAME  FIRST SEEN       LAST ".
026400     05  FILLER                      PIC X(20) VALUE
026500         "SEEN           CALLS".
026600     05  FILLER                      PIC X(32) VALUE SPACES.
026700
026800 01  WS-DETAIL-LINE.
026900     05  FILLER                      PIC X(02) VALUE SPACES.
027000     05  WS-DL-REGION                PIC X(08).
027100     05  FILLER                      PIC X(02) VALUE SPACES.
027200     05  WS-DL-TRANSID               PIC X(04).
027300     05  FILLER                      PIC X(02) VALUE SPACES.
027400     05  WS-DL-JOB-TYPE              PIC X(11).
027500     05  FILLER                      PIC X(02) VALUE SPACES.
027600     05  WS-DL-TERMID                PIC X(04).
027700     05  FILLER                      PIC X(02) VALUE SPACES.
027800     05  WS-DL-TERM-GROUP            PIC X(08).
027900     05  FILLER                      PIC X(03) VALUE SPACES.
028000     05  WS-DL-JOB-NAME              PIC X(08).
028100     05  FILLER                      PIC X(02) VALUE SPACES.
028200     05  WS-DL-FIRST-DATE            PIC X(08).
028300     05  FILLER                      PIC X(01) VALUE SPACES.
028400     05  WS-DL-FIRST-TIME            PIC X(06).
028500     05  FILLER                      PIC X(02) VALUE SPACES.
028600     05  WS-DL-LAST-DATE             PIC X(08).
028700     05  FILLER                      PIC X(01) VALUE SPACES.
028800     05  WS-DL-LAST-TIME             PIC X(06).
028900     05  FILLER                      PIC X(01) VALUE SPACES.
029000     05  WS-DL-CALLS                 PIC Z(08)9.
029100     05  FILLER                      PIC X(32) VALUE SPACES.
029200
029300 01  WS-LIST-LINE.
029400     05  WS-LL-LABEL                 PIC X(22).
029500     05  WS-LL-ITEM                  PIC X(09) OCCURS 12 TIMES.
029600     05  FILLER                      PIC X(02) VALUE SPACES.
029700
029800 01  WS-NONE-LINE.
029900     05  FILLER                      PIC X(02) VALUE SPACES.
030000     05  FILLER                      PIC X(46) VALUE
030100         "NO RECORDED USE OF THIS RESOURCE IN THE PERIOD".
030200     05  FILLER                      PIC X(84) VALUE SPACES.
030300
030400 01  WS-TOTAL-LINE.
030500     05  FILLER                      PIC X(22) VALUE
030600         "  FOOTPRINT ROWS      ".
030700     05  WS-TL-ROWS                  PIC Z(06)9.
030800     05  FILLER                      PIC X(15) VALUE
030900         "   TOTAL CALLS ".
031000     05  WS-TL-CALLS                 PIC Z(10)9.
031100     05  FILLER                      PIC X(77) VALUE SPACES.
031200
031300 01  WS-ERROR-LINE.
031400     05  FILLER                      PIC X(20) VALUE
031500         "*** CARD REJECTED:  ".
031600     05  WS-EL-CARD                  PIC X(20).
031700     05  FILLER                      PIC X(02) VALUE SPACES.
031800     05  WS-EL-REASON                PIC X(50).
031900     05  FILLER                      PIC X(40) VALUE SPACES.
032000
032100 01  WS-SUMMARY-LINE.
032200     05  WS-SL-LABEL                 PIC X(24).
032300     05  WS-SL-COUNT                 PIC Z(08)9.
032400     05  FILLER                      PIC X(99) VALUE SPACES.
032500
032600 01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.
032700
032800 PROCEDURE DIVISION.
032900******************************************************************
033000 0000-MAINLINE.
033100******************************************************************
033200     MOVE "XAIMPACT" TO WS-RUNCTL-JOB.
033300     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
033400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033500     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
033600         UNTIL WS-END-OF-CARDS.
033700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
033800     IF WS-CARDS-REJECTED > ZERO
033900     OR WS-CARDS-RUN = ZERO
034000         MOVE 8 TO RETURN-CODE
034100     END-IF.
034200     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
034300     GOBACK.
034400
034500******************************************************************
034600*    1000-INITIALIZE -- STAMP TODAY, OPEN THE REPORT, THE REQUEST
034700*    DECK, THE FOOTPRINT AND THE TERMINAL REGISTRY.  A MISSING
034800*    FOOTPRINT JUST MEANS NOTHING HAS BEEN RECORDED YET; A MISSING
034900*    MSGTERMS LEAVES THE TERMINAL GROUPS BLANK.
035000******************************************************************
035100 1000-INITIALIZE.
035200     MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE-TIME.
035300     MOVE WS-TODAY-DATE TO WS-TODAY-DATE-NUM.
035400     COMPUTE WS-TODAY-INTEGER-DATE =
035500         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM).
035600
035700     OPEN OUTPUT XAIMRPT.
035800     IF NOT WS-XAIMRPT-OK
035900         DISPLAY "XAIMPACT: UNABLE TO OPEN XAIMRPT, STATUS="
036000             WS-XAIMRPT-STATUS UPON CONS
036100     END-IF.
036200     MOVE WS-TODAY-DATE TO WS-RH1-DATE.
036300     MOVE WS-TODAY-TIME TO WS-RH1-TIME.
036400     WRITE XAIMRPT-LINE FROM WS-REPORT-HEADING-1.
036500
036600     OPEN INPUT XAFOOTP.
036700     IF WS-XAFOOTP-OK
036800         MOVE 1 TO WS-FOOT-OPEN-SW
036900     ELSE
037000         IF NOT WS-XAFOOTP-NOT-FOUND
037100             DISPLAY "XAIMPACT: UNABLE TO OPEN XAFOOTP, STATUS="
037200                 WS-XAFOOTP-STATUS UPON CONS
037300         END-IF
037400     END-IF.
037500
037600     OPEN INPUT MSGTERMS.
037700     IF WS-MSGTERMS-OK
037800         MOVE 1 TO WS-TERMS-OPEN-SW
037900     END-IF.
038000
038100     OPEN INPUT XAIMPRM.
038200     IF NOT WS-XAIMPRM-OK
038300         DISPLAY "XAIMPACT: UNABLE TO OPEN XAIMPRM, STATUS="
038400             WS-XAIMPRM-STATUS UPON CONS
038500         MOVE "Y" TO WS-PRM-EOF-SWITCH
038600         GO TO 1000-EXIT
038700     END-IF.
038800     MOVE 1 TO WS-PRM-OPEN-SW.
038900     PERFORM 2100-READ-CARD THRU 2100-EXIT.
039000 1000-EXIT.
039100     EXIT.
039200
039300******************************************************************
039400*    2000-PROCESS-CARD -- VALIDATE ONE REQUEST CARD, WORK OUT THE
039500*    LOOKBACK, BUILD THE LIST OF RESOURCES IT COVERS AND REPORT
039600*    EACH ONE.
039700******************************************************************
039800 2000-PROCESS-CARD.
039900     IF NOT XAIMPRM-BY-RESOURCE
040000     AND NOT XAIMPRM-BY-WINDOW
040100         MOVE "TYPE MUST BE R (RESOURCE) OR W (CHANGE REF)"
040200             TO WS-EL-REASON
040300         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
040400         GO TO 2000-NEXT
040500     END-IF.
040600     IF XAIMPRM-TARGET = SPACES
040700         MOVE "NO RESOURCE OR CHANGE REFERENCE GIVEN"
040800             TO WS-EL-REASON
040900         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
041000         GO TO 2000-NEXT
041100     END-IF.
041200
041300     MOVE WS-DEFAULT-DAYS TO WS-DAYS.
041400     IF XAIMPRM-DAYS NOT = SPACES
041500         IF XAIMPRM-DAYS IS NOT NUMERIC
041600         OR XAIMPRM-DAYS-N = ZERO
041700             MOVE "LOOKBACK DAYS MUST BE 001-999"
041800                 TO WS-EL-REASON
041900             PERFORM 2900-REJECT-CARD THRU 2900-EXIT
042000             GO TO 2000-NEXT
042100         END-IF
042200         MOVE XAIMPRM-DAYS-N TO WS-DAYS
042300     END-IF.
042400     COMPUTE WS-FROM-DATE-NUM = FUNCTION DATE-OF-INTEGER
042500         (WS-TODAY-INTEGER-DATE - WS-DAYS + 1).
042600     MOVE WS-FROM-DATE-NUM TO WS-FROM-DATE.
042700
042800     MOVE ZERO TO WS-WIN-COUNT.
042900     MOVE SPACES TO WS-CHANGE-REF.
043000     IF XAIMPRM-BY-RESOURCE
043100         MOVE 1 TO WS-WIN-COUNT
043200         MOVE SPACES TO WS-WIN-ENTRY(1)
043300         MOVE XAIMPRM-RESOURCE-NAME TO WS-WIN-RESOURCE(1)
043400     ELSE
043500         MOVE XAIMPRM-TARGET TO WS-CHANGE-REF
043600         PERFORM 2500-FIND-CHANGE-WINDOWS THRU 2500-EXIT
043700         IF WS-WIN-COUNT = ZERO
043800             MOVE "NO XAMAINT WINDOW CARRIES THIS CHANGE REF"
043900                 TO WS-EL-REASON
044000             PERFORM 2900-REJECT-CARD THRU 2900-EXIT
044100             GO TO 2000-NEXT
044200         END-IF
044300     END-IF.
044400
044500     ADD 1 TO WS-CARDS-RUN.
044600     PERFORM 3000-REPORT-RESOURCE THRU 3000-EXIT
044700         VARYING WS-WIN-SUB FROM 1 BY 1
044800         UNTIL WS-WIN-SUB > WS-WIN-COUNT.
044900 2000-NEXT.
045000     PERFORM 2100-READ-CARD THRU 2100-EXIT.
045100 2000-EXIT.
045200     EXIT.
045300
045400******************************************************************
045500*    2100-READ-CARD -- NEXT NON-COMMENT XAIMPRM CARD.
045600******************************************************************
045700 2100-READ-CARD.
045800     READ XAIMPRM
045900         AT END
046000             MOVE "Y" TO WS-PRM-EOF-SWITCH
046100             GO TO 2100-EXIT
046200     END-READ.
046300     IF XAIMPRM-CARD(1:1) = "*"
046400         GO TO 2100-READ-CARD
046500     END-IF.
046600 2100-EXIT.
046700     EXIT.
046800
046900******************************************************************
047000*    2500-FIND-CHANGE-WINDOWS -- THE CHANGE REFERENCE IS NOT PART
047100*    OF THE XAMAINT KEY, SO THE WHOLE CALENDAR IS READ AND EVERY
047200*    WINDOW CARRYING THE REFERENCE IS KEPT.
047300******************************************************************
047400 2500-FIND-CHANGE-WINDOWS.
047500     MOVE "N" TO WS-MAINT-EOF-SWITCH.
047600     OPEN INPUT XAMAINT.
047700     IF NOT WS-XAMAINT-OK
047800         DISPLAY "XAIMPACT: UNABLE TO OPEN XAMAINT, STATUS="
047900             WS-XAMAINT-STATUS UPON CONS
048000         GO TO 2500-EXIT
048100     END-IF.
048200     PERFORM 2510-CHECK-WINDOW THRU 2510-EXIT
048300         UNTIL WS-END-OF-WINDOWS.
048400     CLOSE XAMAINT.
048500 2500-EXIT.
048600     EXIT.
048700
048800 2510-CHECK-WINDOW.
048900     READ XAMAINT NEXT RECORD
049000         AT END
049100             MOVE "Y" TO WS-MAINT-EOF-SWITCH
049200             GO TO 2510-EXIT
049300     END-READ.
049400     IF xamaint-change-ref NOT = WS-CHANGE-REF
049500         GO TO 2510-EXIT
049600     END-IF.
049700     IF WS-WIN-COUNT NOT < WS-WIN-MAX
049800         DISPLAY "XAIMPACT: MORE THAN 50 WINDOWS FOR CHANGE "
049900             WS-CHANGE-REF " - REST NOT ANALYSED" UPON CONS
050000         MOVE "Y" TO WS-MAINT-EOF-SWITCH
050100         GO TO 2510-EXIT
050200     END-IF.
050300     ADD 1 TO WS-WIN-COUNT.
050400     MOVE xamaint-resource TO WS-WIN-RESOURCE(WS-WIN-COUNT).
050500     MOVE xamaint-start-date TO WS-WIN-START-DATE(WS-WIN-COUNT).
050600     MOVE xamaint-start-time TO WS-WIN-START-TIME(WS-WIN-COUNT).
050700     MOVE xamaint-end-date TO WS-WIN-END-DATE(WS-WIN-COUNT).
050800     MOVE xamaint-end-time TO WS-WIN-END-TIME(WS-WIN-COUNT).
050900 2510-EXIT.
051000     EXIT.
051100
051200******************************************************************
051300*    2900-REJECT-CARD -- PRINT THE CARD AND WHY IT WAS REFUSED.
051400*    THE CALLER LOADS WS-EL-REASON.
051500******************************************************************
051600 2900-REJECT-CARD.
051700     ADD 1 TO WS-CARDS-REJECTED.
051800     MOVE XAIMPRM-CARD(1:20) TO WS-EL-CARD.
051900     WRITE XAIMRPT-LINE FROM WS-BLANK-LINE.
052000     WRITE XAIMRPT-LINE FROM WS-ERROR-LINE.
052100     DISPLAY "XAIMPACT: CARD REJECTED - " WS-EL-REASON UPON CONS.
052200 2900-EXIT.
052300     EXIT.
052400
052500******************************************************************
052600*    3000-REPORT-RESOURCE -- ONE RESOURCE: HEADING (AND WINDOW,
052700*    FOR A CHANGE), EVERY FOOTPRINT ROW LAST SEEN IN THE PERIOD,
052800*    THEN THE DISTINCT REGIONS, TRANSACTIONS AND TERMINAL GROUPS.
052900******************************************************************
053000 3000-REPORT-RESOURCE.
053100     ADD 1 TO WS-RESOURCES-DONE.
053200     MOVE ZERO TO WS-ROW-COUNT WS-CALL-TOTAL.
053300     MOVE ZERO TO WS-REGION-COUNT WS-TRANS-COUNT WS-GROUP-COUNT.
053400
053500     WRITE XAIMRPT-LINE FROM WS-BLANK-LINE.
053600     MOVE WS-WIN-RESOURCE(WS-WIN-SUB) TO WS-TG-RESOURCE.
053700     MOVE WS-FROM-DATE TO WS-TG-FROM-DATE.
053800     MOVE WS-DAYS TO WS-TG-DAYS.
053900     WRITE XAIMRPT-LINE FROM WS-TARGET-LINE.
054000     IF WS-CHANGE-REF NOT = SPACES
054100         MOVE WS-CHANGE-REF TO WS-WL-CHANGE-REF
054200         MOVE WS-WIN-START-DATE(WS-WIN-SUB) TO WS-WL-START-DATE
054300         MOVE WS-WIN-START-TIME(WS-WIN-SUB) TO WS-WL-START-TIME
054400         MOVE WS-WIN-END-DATE(WS-WIN-SUB) TO WS-WL-END-DATE
054500         MOVE WS-WIN-END-TIME(WS-WIN-SUB) TO WS-WL-END-TIME
054600         WRITE XAIMRPT-LINE FROM WS-WINDOW-LINE
054700     END-IF.
054800     WRITE XAIMRPT-LINE FROM WS-DETAIL-HEADING.
054900
055000     IF WS-FOOT-OPEN-SW = 1
055100         MOVE "N" TO WS-FOOT-EOF-SWITCH
055200         MOVE LOW-VALUES TO xafootp-key
055300         MOVE WS-WIN-RESOURCE(WS-WIN-SUB) TO xafootp-resource
055400         START XAFOOTP KEY NOT LESS THAN xafootp-key
055500             INVALID KEY
055600                 MOVE "Y" TO WS-FOOT-EOF-SWITCH
055700         END-START
055800         PERFORM 3100-REPORT-FOOTPRINT THRU 3100-EXIT
055900             UNTIL WS-END-OF-FOOTPRINT
056000     END-IF.
056100
056200     IF WS-ROW-COUNT = ZERO
056300         WRITE XAIMRPT-LINE FROM WS-NONE-LINE
056400         GO TO 3000-EXIT
056500     END-IF.
056600
056700     WRITE XAIMRPT-LINE FROM WS-BLANK-LINE.
056800     MOVE WS-ROW-COUNT TO WS-TL-ROWS.
056900     MOVE WS-CALL-TOTAL TO WS-TL-CALLS.
057000     WRITE XAIMRPT-LINE FROM WS-TOTAL-LINE.
057100     MOVE WS-REGION-LIST TO WS-LIST.
057200     MOVE "  REGIONS AFFECTED" TO WS-LL-LABEL.
057300     PERFORM 5000-PRINT-LIST THRU 5000-EXIT.
057400     MOVE WS-TRANS-LIST TO WS-LIST.
057500     MOVE "  TRANSACTIONS" TO WS-LL-LABEL.
057600     PERFORM 5000-PRINT-LIST THRU 5000-EXIT.
057700     MOVE WS-GROUP-LIST TO WS-LIST.
057800     MOVE "  TERMINAL GROUPS" TO WS-LL-LABEL.
057900     PERFORM 5000-PRINT-LIST THRU 5000-EXIT.
058000 3000-EXIT.
058100     EXIT.
058200
058300******************************************************************
058400*    3100-REPORT-FOOTPRINT -- NEXT XAFOOTP ROW FOR THE RESOURCE.
058500*    ROWS LAST SEEN BEFORE THE PERIOD ARE PASSED OVER.
058600******************************************************************
058700 3100-REPORT-FOOTPRINT.
058800     READ XAFOOTP NEXT RECORD
058900         AT END
059000             MOVE "Y" TO WS-FOOT-EOF-SWITCH
059100             GO TO 3100-EXIT
059200     END-READ.
059300     IF xafootp-resource NOT = WS-WIN-RESOURCE(WS-WIN-SUB)
059400         MOVE "Y" TO WS-FOOT-EOF-SWITCH
059500         GO TO 3100-EXIT
059600     END-IF.
059700     IF xafootp-last-date < WS-FROM-DATE
059800         GO TO 3100-EXIT
059900     END-IF.
060000
060100     ADD 1 TO WS-ROW-COUNT.
060200     IF xafootp-call-count IS NUMERIC
060300         ADD xafootp-call-count TO WS-CALL-TOTAL
060400     END-IF.
060500     PERFORM 3200-LOOKUP-TERM-GROUP THRU 3200-EXIT.
060600     PERFORM 3300-FORMAT-JOB-TYPE THRU 3300-EXIT.
060700
060800     MOVE xafootp-region TO WS-DL-REGION.
060900     MOVE xafootp-transid TO WS-DL-TRANSID.
061000     MOVE xafootp-termid TO WS-DL-TERMID.
061100     MOVE WS-TERM-GROUP TO WS-DL-TERM-GROUP.
061200     MOVE xafootp-job-name TO WS-DL-JOB-NAME.
061300     MOVE xafootp-first-date TO WS-DL-FIRST-DATE.
061400     MOVE xafootp-first-time TO WS-DL-FIRST-TIME.
061500     MOVE xafootp-last-date TO WS-DL-LAST-DATE.
061600     MOVE xafootp-last-time TO WS-DL-LAST-TIME.
061700     MOVE xafootp-call-count TO WS-DL-CALLS.
061800     WRITE XAIMRPT-LINE FROM WS-DETAIL-LINE.
061900
062000     MOVE WS-REGION-LIST TO WS-LIST.
062100     MOVE xafootp-region TO WS-LIST-VALUE.
062200     PERFORM 4000-ADD-TO-LIST THRU 4000-EXIT.
062300     MOVE WS-LIST TO WS-REGION-LIST.
062400
062500     IF xafootp-transid NOT = SPACES
062600         MOVE WS-TRANS-LIST TO WS-LIST
062700         MOVE xafootp-transid TO WS-LIST-VALUE
062800         PERFORM 4000-ADD-TO-LIST THRU 4000-EXIT
062900         MOVE WS-LIST TO WS-TRANS-LIST
063000     END-IF.
063100
063200     IF WS-TERM-GROUP NOT = SPACES
063300         MOVE WS-GROUP-LIST TO WS-LIST
063400         MOVE WS-TERM-GROUP TO WS-LIST-VALUE
063500         PERFORM 4000-ADD-TO-LIST THRU 4000-EXIT
063600         MOVE WS-LIST TO WS-GROUP-LIST
063700     END-IF.
063800 3100-EXIT.
063900     EXIT.
064000
064100******************************************************************
064200*    3200-LOOKUP-TERM-GROUP -- THE TERMINAL'S MSGTERMS GROUP.  NO
064300*    TERMINAL (BATCH WORK) LEAVES IT BLANK; A TERMINAL WITH NO
064400*    MSGTERMS ROW SHOWS AS UNREG, AND ONE REGISTERED WITHOUT A
064500*    GROUP AS SHOPWIDE, SO EITHER STANDS OUT IN THE GROUP LIST.
064600******************************************************************
064700 3200-LOOKUP-TERM-GROUP.
064800     MOVE SPACES TO WS-TERM-GROUP.
064900     IF xafootp-termid = SPACES
065000     OR xafootp-termid = LOW-VALUES
065100     OR WS-TERMS-OPEN-SW = 0
065200         GO TO 3200-EXIT
065300     END-IF.
065400     MOVE xafootp-termid TO msgterms-termid.
065500     READ MSGTERMS
065600         INVALID KEY
065700             MOVE "UNREG" TO WS-TERM-GROUP
065800             GO TO 3200-EXIT
065900     END-READ.
066000     IF msgterms-group = SPACES
066100         MOVE "SHOPWIDE" TO WS-TERM-GROUP
066200     ELSE
066300         MOVE msgterms-group TO WS-TERM-GROUP
066400     END-IF.
066500 3200-EXIT.
066600     EXIT.
066700
066800 3300-FORMAT-JOB-TYPE.
066900     MOVE xafootp-job-type TO WS-JOB-TYPE-DISP.
067000     EVALUATE WS-JOB-TYPE-DISP
067100         WHEN XAIM-SEP-CICS
067200             MOVE "CICS" TO WS-DL-JOB-TYPE
067300         WHEN XAIM-SEP-IMS
067400             MOVE "IMS" TO WS-DL-JOB-TYPE
067500         WHEN XAIM-SEP-JCL
067600             MOVE "JCL" TO WS-DL-JOB-TYPE
067700         WHEN XAIM-SEP-WEBSERVICES
067800             MOVE "WEBSERVICES" TO WS-DL-JOB-TYPE
067900         WHEN XAIM-SEP-ADMIN
068000             MOVE "ADMIN" TO WS-DL-JOB-TYPE
068100         WHEN XAIM-SEP-OTHER
068200             MOVE "OTHER" TO WS-DL-JOB-TYPE
068300         WHEN OTHER
068400             MOVE "UNKNOWN" TO WS-DL-JOB-TYPE
068500     END-EVALUATE.
068600 3300-EXIT.
068700     EXIT.
068800
068900******************************************************************
069000*    4000-ADD-TO-LIST -- ADD WS-LIST-VALUE TO WS-LIST UNLESS IT IS
069100*    ALREADY THERE.  A FULL LIST DROPS THE VALUE WITH A CONSOLE
069200*    WARNING; THE DETAIL LINES ABOVE STILL SHOW IT.
069300******************************************************************
069400 4000-ADD-TO-LIST.
069500     MOVE 0 TO WS-FOUND-SW.
069600     PERFORM 4010-SCAN-LIST THRU 4010-EXIT
069700         VARYING WS-LIST-SUB FROM 1 BY 1
069800         UNTIL WS-LIST-SUB > WS-LIST-COUNT
069900            OR WS-FOUND-SW = 1.
070000     IF WS-FOUND-SW = 1
070100         GO TO 4000-EXIT
070200     END-IF.
070300     IF WS-LIST-COUNT NOT < WS-LIST-MAX
070400         DISPLAY "XAIMPACT: SUMMARY LIST FULL - " WS-LIST-VALUE
070500             " NOT LISTED" UPON CONS
070600         GO TO 4000-EXIT
070700     END-IF.
070800     ADD 1 TO WS-LIST-COUNT.
070900     MOVE WS-LIST-VALUE TO WS-LIST-ITEM(WS-LIST-COUNT).
071000 4000-EXIT.
071100     EXIT.
071200
071300 4010-SCAN-LIST.
071400     IF WS-LIST-ITEM(WS-LIST-SUB) = WS-LIST-VALUE
071500         MOVE 1 TO WS-FOUND-SW
071600     END-IF.
071700 4010-EXIT.
071800     EXIT.
071900
072000******************************************************************
072100*    5000-PRINT-LIST -- WS-LIST TWELVE TO A LINE AFTER THE LABEL
072200*    THE CALLER LOADED INTO WS-LL-LABEL.  AN EMPTY LIST PRINTS
072300*    "(NONE)".
072400******************************************************************
072500 5000-PRINT-LIST.
072600     MOVE SPACES TO WS-LL-ITEM(1).
072700     MOVE 0 TO WS-LINE-SUB.
072800     IF WS-LIST-COUNT = ZERO
072900         MOVE "(NONE)" TO WS-LL-ITEM(1)
073000         MOVE 1 TO WS-LINE-SUB
073100     END-IF.
073200     PERFORM 5100-LIST-ITEM THRU 5100-EXIT
073300         VARYING WS-LIST-SUB FROM 1 BY 1
073400         UNTIL WS-LIST-SUB > WS-LIST-COUNT.
073500     IF WS-LINE-SUB > ZERO
073600         PERFORM 5200-FLUSH-LIST-LINE THRU 5200-EXIT
073700     END-IF.
073800 5000-EXIT.
073900     EXIT.
074000
074100 5100-LIST-ITEM.
074200     IF WS-LINE-SUB = 12
074300         PERFORM 5200-FLUSH-LIST-LINE THRU 5200-EXIT
074400     END-IF.
074500     ADD 1 TO WS-LINE-SUB.
074600     MOVE WS-LIST-ITEM(WS-LIST-SUB) TO WS-LL-ITEM(WS-LINE-SUB).
074700 5100-EXIT.
074800     EXIT.
074900
075000 5200-FLUSH-LIST-LINE.
075100     PERFORM 5210-CLEAR-ITEM THRU 5210-EXIT
075200         VARYING WS-LINE-SUB FROM WS-LINE-SUB BY 1
075300         UNTIL WS-LINE-SUB > 11.
075400     WRITE XAIMRPT-LINE FROM WS-LIST-LINE.
075500     MOVE SPACES TO WS-LL-LABEL.
075600     MOVE 0 TO WS-LINE-SUB.
075700 5200-EXIT.
075800     EXIT.
075900
076000 5210-CLEAR-ITEM.
076100     MOVE SPACES TO WS-LL-ITEM(WS-LINE-SUB + 1).
076200 5210-EXIT.
076300     EXIT.
076400
076500******************************************************************
076600*    9000-TERMINATE -- RUN COUNTS AND CLOSE UP.
076700******************************************************************
076800 9000-TERMINATE.
076900     WRITE XAIMRPT-LINE FROM WS-BLANK-LINE.
077000     MOVE "REQUEST CARDS RUN      =" TO WS-SL-LABEL.
077100     MOVE WS-CARDS-RUN TO WS-SL-COUNT.
077200     WRITE XAIMRPT-LINE FROM WS-SUMMARY-LINE.
077300     MOVE "REQUEST CARDS REJECTED =" TO WS-SL-LABEL.
077400     MOVE WS-CARDS-REJECTED TO WS-SL-COUNT.
077500     WRITE XAIMRPT-LINE FROM WS-SUMMARY-LINE.
077600     MOVE "RESOURCES ANALYSED     =" TO WS-SL-LABEL.
077700     MOVE WS-RESOURCES-DONE TO WS-SL-COUNT.
077800     WRITE XAIMRPT-LINE FROM WS-SUMMARY-LINE.
077900     IF WS-CARDS-RUN = ZERO
078000     AND WS-CARDS-REJECTED = ZERO
078100         DISPLAY "XAIMPACT: NO REQUEST CARDS IN XAIMPRM" UPON CONS
078200     END-IF.
078300     IF WS-FOOT-OPEN-SW = 1
078400         CLOSE XAFOOTP
078500     END-IF.
078600     IF WS-TERMS-OPEN-SW = 1
078700         CLOSE MSGTERMS
078800     END-IF.
078900     IF WS-PRM-OPEN-SW = 1
079000         CLOSE XAIMPRM
079100     END-IF.
079200     CLOSE XAIMRPT.
079300 9000-EXIT.
079400     EXIT.
079500
079600******************************************************************
079700*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
079800*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
079900******************************************************************
080000     copy xarunctl.
