000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    XASLARPT.
000300 AUTHOR.        XA SUPPORT TEAM.
000400 INSTALLATION.  ENTERPRISE SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  MODIFICATION HISTORY
000900*  ----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  10/15/2026 XST   NEW PROGRAM.  MONTHLY SLA COMPLIANCE
001200*                   STATEMENT: AVAILABILITY, TIME TO RESOLVE
001300*                   HEURISTIC OUTCOMES AND TIME TO ACKNOWLEDGE
001400*                   HIGH-SEVERITY ALERTS MEASURED AGAINST THE
001500*                   XASLAREG TARGETS, ONE SECTION PER OWNER TEAM.
001520*  10/15/2026 XST   XASLPRM COL 8 "B" MEASURES TIME TO RESOLVE AND
001540*                   TIME TO ACKNOWLEDGE IN BUSINESS TIME BY THE
001560*                   XACAL SHOP CALENDAR: WEEKENDS AND HOLIDAYS DO
001580*                   NOT COUNT AGAINST THE TARGET.
001600******************************************************************
001700*  THE XASLAREG REGISTER (MAINTAINED THROUGH XASL) HOLDS THE
001800*  SERVICE-LEVEL TARGETS: AN OWNER-TEAM ENTRY IS THE DEFAULT FOR
001900*  EVERY RESOURCE THE TEAM OWNS IN XARESREG, AND A RESOURCE ENTRY
002000*  OVERRIDES IT TARGET BY TARGET.  FOR EVERY RESOURCE WITH AT
002100*  LEAST ONE TARGET THIS STATEMENT MEASURES THE MONTH:
002200*    AVAILABILITY  XAAVAIL SAMPLES THAT PASSED OVER ALL SAMPLES
002300*                  (THE XAAVRPT RULE -- STATE N COUNTS AS DOWN).
002400*    RESOLVE       EACH XAHEURLG HEURISTIC OUTCOME LOGGED IN THE
002500*                  MONTH, FROM ITS LOG TIME TO THE XAHRAUD
002600*                  RESOLVED TIME.
002700*    ACKNOWLEDGE   EACH HIGH-SEVERITY XAALERT ITEM RAISED IN THE
002800*                  MONTH OUTSIDE A MAINTENANCE WINDOW, FROM ITS
002900*                  KEY TIME TO ITS ACK TIME.
003000*  AN ITEM BELONGS TO THE MONTH IT WAS RAISED IN.  ONE STILL OPEN
003100*  IS AGED TO THE END OF THE MONTH (OR TO NOW, FOR THE CURRENT
003200*  MONTH) AND IS A BREACH ONCE THAT ALREADY EXCEEDS THE TARGET.
003300*  THE STATEMENT HAS ONE SECTION PER OWNER TEAM -- ITS RESOURCES'
003400*  RESULTS, THEN EVERY BREACH WITH THE OFFENDING ITEM -- SO EACH
003500*  SECTION CAN GO STRAIGHT INTO THAT TEAM'S REVIEW PACK.
003600*  THE MONTH IS THE RUN DATE'S UNLESS THE OPTIONAL XASLPRM CARD
003700*  NAMES ANOTHER: SCHEDULE ON THE LAST NIGHT OF THE MONTH, BEFORE
003800*  XAHSKEEP'S RETENTION PASS, AS FOR XAKPIRPT.
003900*  RC 4 = AT LEAST ONE BREACH.  RC 8 = THE XASLPRM CARD WAS
004000*  REJECTED.
004025*  XASLPRM COL 8 "B" STOPS THE RESOLVE AND ACKNOWLEDGE CLOCKS OVER
004050*  WEEKENDS AND XACAL HOLIDAYS; BLANK OR "C" COUNTS EVERY SECOND.
004075*  AVAILABILITY IS ALWAYS MEASURED ROUND THE CLOCK.
004100******************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.   IBM-370.
004500 OBJECT-COMPUTER.   IBM-370.
004600 SPECIAL-NAMES.
004700     CONSOLE IS CONS.
004800
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     copy xaslaregsel.
005200
005300     copy xaresregsel.
005400
005500     copy xaavailsel.
005600
005700     copy xaheurlgsel.
005800
005900     copy xahraudsel.
006000
006100     copy xaalertsel.
006200
006300     SELECT XASLPRM ASSIGN TO "XASLPRM"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-XASLPRM-STATUS.
006600
006700     SELECT XASLRPT ASSIGN TO "XASLRPT"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-XASLRPT-STATUS.
007000
007100     copy xarunlgsel.
007133
007166     copy xacalsel.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500     copy xaslareg.
007600
007700     copy xaresreg.
007800
007900     copy xaavail.
008000
008100     copy xaheurlg.
008200
008300     copy xahraud.
008400
008500     copy xaalert.
008600
008700*****************************************************************
008800*    XASLPRM -- OPTIONAL CARD.  COLS 1-6 MONTH, YYYYMM
008900*    (BLANK = THE RUN DATE'S MONTH).  COL 8 AGE
008933*    BASIS: "B" = BUSINESS TIME BY THE XACAL SHOP CALENDAR, "C"
008966*    OR BLANK = EVERY SECOND.
009000*****************************************************************
009100 FD  XASLPRM
009200     LABEL RECORDS ARE STANDARD
009300     RECORDING MODE IS F.
009400
009500 01  XASLPRM-CARD.
009600     05  XASLPRM-MONTH               PIC X(06).
009633     05  FILLER                      PIC X(01).
009666     05  XASLPRM-AGE-BASIS           PIC X(01).
009700     05  FILLER                      PIC X(72).
009800
009900 FD  XASLRPT
010000     LABEL RECORDS ARE STANDARD
010100     RECORDING MODE IS F.
010200
010300 01  XASLRPT-LINE                    PIC X(132).
010400
010500     copy xarunlg.
010533
010566     copy xacal.
010600
010700 WORKING-STORAGE SECTION.
010800     copy xarunws.
010833
010866     copy xacalws.
010900
011000******************************************************************
011100*    FILE STATUS AND CONTROL SWITCHES
011200******************************************************************
011300 77  WS-XASLAREG-STATUS              PIC X(02) VALUE SPACES.
011400     88  WS-XASLAREG-OK                 VALUE "00".
011500     88  WS-XASLAREG-NOT-FOUND          VALUE "35" "23".
011600
011700 77  WS-XARESREG-STATUS              PIC X(02) VALUE SPACES.
011800     88  WS-XARESREG-OK                 VALUE "00".
011900     88  WS-XARESREG-NOT-FOUND          VALUE "35" "23".
012000
012100 77  WS-XAAVAIL-STATUS               PIC X(02) VALUE SPACES.
012200     88  WS-XAAVAIL-OK                  VALUE "00".
012300     88  WS-XAAVAIL-NOT-FOUND           VALUE "35" "23".
012400
012500 77  WS-XAHEURLG-STATUS              PIC X(02) VALUE SPACES.
012600     88  WS-XAHEURLG-OK                 VALUE "00".
012700     88  WS-XAHEURLG-NOT-FOUND          VALUE "35" "23".
012800
012900 77  WS-XAHRAUD-STATUS               PIC X(02) VALUE SPACES.
013000     88  WS-XAHRAUD-OK                  VALUE "00".
013100
013200 77  WS-XAALERT-STATUS               PIC X(02) VALUE SPACES.
013300     88  WS-XAALERT-OK                  VALUE "00".
013400     88  WS-XAALERT-NOT-FOUND           VALUE "35" "23".
013500
013600 77  WS-XASLPRM-STATUS               PIC X(02) VALUE SPACES.
013700     88  WS-XASLPRM-OK                  VALUE "00".
013720
013740 77  WS-AGE-BASIS                    PIC X(01) VALUE "C".
013760     88  WS-AGE-IN-BUSINESS-TIME        VALUE "B".
013780     88  WS-AGE-IN-CALENDAR-TIME        VALUE "C".
013800
013900 77  WS-XASLRPT-STATUS               PIC X(02) VALUE SPACES.
014000     88  WS-XASLRPT-OK                  VALUE "00".
014100
014200 77  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
014300     88  WS-END-OF-FILE                 VALUE "Y".
014400
014500 77  WS-HRAUD-OPEN-SW                PIC 9(01) VALUE 0.
014600 77  WS-CARD-REJECTED-SW             PIC 9(01) VALUE 0.
014700 77  WS-FOUND-SW                     PIC 9(01) VALUE 0.
014800 77  WS-TS-VALID-SW                  PIC 9(01) VALUE 0.
014900
015000******************************************************************
015100*    COUNTERS
015200******************************************************************
015300 77  WS-TEAM-COUNT                   PIC 9(05) COMP VALUE ZERO.
015400 77  WS-AVAIL-BREACHES               PIC 9(05) COMP VALUE ZERO.
015500 77  WS-RESOLVE-BREACHES             PIC 9(05) COMP VALUE ZERO.
015600 77  WS-ACK-BREACHES                 PIC 9(05) COMP VALUE ZERO.
015700 77  WS-HEUR-UNCOVERED               PIC 9(05) COMP VALUE ZERO.
015800 77  WS-ALERT-UNCOVERED              PIC 9(05) COMP VALUE ZERO.
015900 77  WS-HEUR-NO-TIME                 PIC 9(05) COMP VALUE ZERO.
016000 77  WS-OPEN-WITHIN                  PIC 9(05) COMP VALUE ZERO.
016100 77  WS-BREACHES-UNLISTED            PIC 9(05) COMP VALUE ZERO.
016200 77  WS-TEAM-BREACHES                PIC 9(05) COMP VALUE ZERO.
016300 77  WS-TEAM-RESOURCES               PIC 9(05) COMP VALUE ZERO.
016400
016500******************************************************************
016600*    DATE AND TIME WORK FIELDS.  TIMESTAMPS ARE COMPARED AS
016700*    SECONDS SINCE THE START OF THE INTEGER-OF-DATE CALENDAR.
016800******************************************************************
016900 01  WS-TODAY-DATE-TIME.
017000     05  WS-TODAY-DATE               PIC X(08).
017100     05  WS-TODAY-TIME               PIC X(06).
017200     05  FILLER                      PIC X(07).
017300
017400 01  WS-MONTH                        PIC X(06).
017500 01  WS-MONTH-PARTS REDEFINES WS-MONTH.
017600     05  WS-MONTH-YYYY               PIC 9(04).
017700     05  WS-MONTH-MM                 PIC 9(02).
017800
017900 01  WS-WORK-DATE-N                  PIC 9(08).
018000 01  WS-WORK-DATE REDEFINES WS-WORK-DATE-N
018100                                     PIC X(08).
018200 01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE-N.
018300     05  WS-WD-YYYY                  PIC 9(04).
018400     05  WS-WD-MM                    PIC 9(02).
018500     05  WS-WD-DD                    PIC 9(02).
018600
018700 01  WS-FIRST-DATE                   PIC X(08).
018800 01  WS-END-DATE                     PIC X(08).
018900 01  WS-END-TIME                     PIC X(06).
019000 01  WS-END-SECS                     PIC 9(12) COMP.
019100
019200 01  WS-TS-DATE                      PIC X(08).
019300 01  WS-TS-DATE-N REDEFINES WS-TS-DATE
019400                                     PIC 9(08).
019500 01  WS-TS-TIME                      PIC X(06).
019600 01  WS-TS-TIME-PARTS REDEFINES WS-TS-TIME.
019700     05  WS-TS-HH                    PIC 9(02).
019800     05  WS-TS-MM                    PIC 9(02).
019900     05  WS-TS-SS                    PIC 9(02).
020000 01  WS-TS-SECS                      PIC 9(12) COMP.
020100
020200 01  WS-START-SECS                   PIC 9(12) COMP.
020300 01  WS-ELAPSED-SECS                 PIC 9(12) COMP.
020400 01  WS-LIMIT-SECS                   PIC 9(12) COMP.
020500 01  WS-EL-HOURS                     PIC 9(07) COMP.
020600 01  WS-EL-REM                       PIC 9(07) COMP.
020700 01  WS-EL-MINS                      PIC 9(02).
020800
020900 01  WS-ELAPSED-TEXT.
021000     05  WS-ET-HOURS                 PIC ZZZZ9.
021100     05  FILLER                      PIC X(01) VALUE "H".
021200     05  WS-ET-MINS                  PIC 9(02).
021300     05  FILLER                      PIC X(01) VALUE "M".
021400
021500 01  WS-PASS-PCT                     PIC 9(03)V99.
021600 01  WS-LOOKUP-RESOURCE              PIC X(08).
021700 01  WS-LOOKUP-TEAM                  PIC X(16).
021800 01  WS-PREV-TEAM                    PIC X(16).
021900
022000******************************************************************
022100*    TARGET TABLES LOADED FROM XASLAREG.
022200*      WS-TD-  ONE ENTRY PER OWNER-TEAM DEFAULT (TYPE T)
022300*      WS-RO-  ONE ENTRY PER RESOURCE OVERRIDE (TYPE R)
022400******************************************************************
022500 77  WS-TD-MAX                       PIC S9(04) COMP-5 VALUE 200.
022600 77  WS-TD-COUNT                     PIC S9(04) COMP-5 VALUE ZERO.
022700 77  WS-TD-SUB                       PIC S9(04) COMP-5 VALUE ZERO.
022800 77  WS-TD-IX                        PIC S9(04) COMP-5 VALUE ZERO.
022900 01  WS-TD-TABLE.
023000     05  WS-TD-ENTRY OCCURS 200 TIMES.
023100         10  WS-TD-TEAM              PIC X(16).
023200         10  WS-TD-AVAIL-PCT         PIC 9(03)V99.
023300         10  WS-TD-RESOLVE-HOURS     PIC 9(04).
023400         10  WS-TD-ACK-MINS          PIC 9(05).
023500
023600 77  WS-RO-MAX                       PIC S9(04) COMP-5 VALUE 500.
023700 77  WS-RO-COUNT                     PIC S9(04) COMP-5 VALUE ZERO.
023800 77  WS-RO-SUB                       PIC S9(04) COMP-5 VALUE ZERO.
023900 77  WS-RO-IX                        PIC S9(04) COMP-5 VALUE ZERO.
024000 01  WS-RO-TABLE.
024100     05  WS-RO-ENTRY OCCURS 500 TIMES.
024200         10  WS-RO-RESOURCE          PIC X(16).
024300         10  WS-RO-TEAM              PIC X(16).
024400         10  WS-RO-AVAIL-PCT         PIC 9(03)V99.
024500         10  WS-RO-RESOLVE-HOURS     PIC 9(04).
024600         10  WS-RO-ACK-MINS          PIC 9(05).
024700         10  WS-RO-USED-SW           PIC 9(01).
024800
024900******************************************************************
025000*    RESOURCES UNDER SLA, KEPT IN TEAM + RESOURCE ORDER AS THEY
025100*    ARE ADDED SO THE STATEMENT COMES OUT GROUPED BY TEAM WITHOUT
025200*    A SORT STEP.  THE TABLE IS COMPLETE BEFORE THE MEASURING
025300*    PASSES START, SO A SUBSCRIPT STAYS PUT ONCE FOUND.
025400******************************************************************
025500 77  WS-RS-MAX                       PIC S9(04) COMP-5 VALUE 500.
025600 77  WS-RS-COUNT                     PIC S9(04) COMP-5 VALUE ZERO.
025700 77  WS-RS-SUB                       PIC S9(04) COMP-5 VALUE ZERO.
025800 77  WS-RS-IX                        PIC S9(04) COMP-5 VALUE ZERO.
025900 77  WS-INS-SUB                      PIC S9(04) COMP-5 VALUE ZERO.
026000 77  WS-SHIFT-SUB                    PIC S9(04) COMP-5 VALUE ZERO.
026100 77  WS-TEAM-START                   PIC S9(04) COMP-5 VALUE ZERO.
026200 77  WS-TEAM-END                     PIC S9(04) COMP-5 VALUE ZERO.
026300 77  WS-PR-SUB                       PIC S9(04) COMP-5 VALUE ZERO.
026400 01  WS-RS-TABLE.
026500     05  WS-RS-ENTRY OCCURS 500 TIMES.
026600         10  WS-RS-KEY.
026700             15  WS-RS-TEAM          PIC X(16).
026800             15  WS-RS-RESOURCE      PIC X(08).
026900         10  WS-RS-AVAIL-PCT         PIC 9(03)V99.
027000         10  WS-RS-RESOLVE-HOURS     PIC 9(04).
027100         10  WS-RS-ACK-MINS          PIC 9(05).
027200         10  WS-RS-SAMPLES           PIC 9(07) COMP.
027300         10  WS-RS-PASSES            PIC 9(07) COMP.
027400         10  WS-RS-AVAIL-BREACH      PIC 9(01) COMP.
027500         10  WS-RS-HEUR-COUNT        PIC 9(05) COMP.
027600         10  WS-RS-HEUR-BREACH       PIC 9(05) COMP.
027700         10  WS-RS-ALERT-COUNT       PIC 9(05) COMP.
027800         10  WS-RS-ALERT-BREACH      PIC 9(05) COMP.
027900
028000 01  WS-NEW-RS-KEY.
028100     05  WS-NEW-RS-TEAM              PIC X(16).
028200     05  WS-NEW-RS-RESOURCE          PIC X(08).
028300 01  WS-NEW-TARGETS.
028400     05  WS-NEW-AVAIL-PCT            PIC 9(03)V99.
028500     05  WS-NEW-RESOLVE-HOURS        PIC 9(04).
028600     05  WS-NEW-ACK-MINS             PIC 9(05).
028700
028800******************************************************************
028900*    BREACHES, IN THE ORDER FOUND (AVAILABILITY, THEN RESOLVE,
029000*    THEN ACKNOWLEDGE, EACH IN ITS FILE'S ORDER).  THE TEXT IS THE
029100*    PRINTED BREACH LINE, BUILT WHEN THE BREACH IS FOUND.
029200******************************************************************
029300 77  WS-BR-MAX                       PIC S9(04) COMP-5 VALUE 2000.
029400 77  WS-BR-COUNT                     PIC S9(04) COMP-5 VALUE ZERO.
029500 77  WS-BR-SUB                       PIC S9(04) COMP-5 VALUE ZERO.
029600 01  WS-BR-TABLE.
029700     05  WS-BR-ENTRY OCCURS 2000 TIMES.
029800         10  WS-BR-RESOURCE          PIC X(08).
029900         10  WS-BR-TEXT              PIC X(120).
030000
030100******************************************************************
030200*    BREACH LINE LAYOUTS (MOVED TO WS-BR-TEXT)
030300******************************************************************
030400 01  WS-AVAIL-BREACH.
030500     05  FILLER                      PIC X(22) VALUE
030600         "AVAILABILITY  ACTUAL ".
030700     05  WS-AB-ACTUAL                PIC ZZ9.99.
030800     05  FILLER                      PIC X(10) VALUE "%  TARGET ".
030900     05  WS-AB-TARGET                PIC ZZ9.99.
031000     05  FILLER                      PIC X(06) VALUE "%  UP ".
031100     05  WS-AB-PASSES                PIC Z(06)9.
031200     05  FILLER                      PIC X(04) VALUE " OF ".
031300     05  WS-AB-SAMPLES               PIC Z(06)9.
031400     05  FILLER                      PIC X(08) VALUE " SAMPLES".
031500     05  FILLER                      PIC X(44) VALUE SPACES.
031600
031700 01  WS-RESOLVE-BREACH.
031800     05  FILLER                      PIC X(16) VALUE
031900         "RESOLVE  LOGGED ".
032000     05  WS-RB-LOG-DATE              PIC X(08).
032100     05  FILLER                      PIC X(01) VALUE SPACES.
032200     05  WS-RB-LOG-TIME              PIC X(06).
032300     05  FILLER                      PIC X(02) VALUE SPACES.
032400     05  WS-RB-OUTCOME               PIC X(38).
032500     05  FILLER                      PIC X(06) VALUE " TOOK ".
032600     05  WS-RB-ELAPSED               PIC X(09).
032700     05  FILLER                      PIC X(09) VALUE "  TARGET ".
032800     05  WS-RB-TARGET                PIC ZZZ9.
032900     05  FILLER                      PIC X(05) VALUE "H  ".
033000     05  WS-RB-XID                   PIC X(16).
033100
033200 01  WS-RB-RESOLVED.
033300     05  FILLER                      PIC X(09) VALUE "RESOLVED ".
033400     05  WS-RBR-DATE                 PIC X(08).
033500     05  FILLER                      PIC X(01) VALUE SPACES.
033600     05  WS-RBR-TIME                 PIC X(06).
033700     05  FILLER                      PIC X(04) VALUE " BY ".
033800     05  WS-RBR-BY                   PIC X(08).
033900     05  FILLER                      PIC X(02) VALUE SPACES.
034000
034100 01  WS-ACK-BREACH.
034200     05  FILLER                      PIC X(20) VALUE
034300         "ACKNOWLEDGE  RAISED ".
034400     05  WS-KB-DATE                  PIC X(08).
034500     05  FILLER                      PIC X(01) VALUE SPACES.
034600     05  WS-KB-TIME                  PIC X(06).
034700     05  FILLER                      PIC X(02) VALUE SPACES.
034800     05  WS-KB-OUTCOME               PIC X(38).
034900     05  FILLER                      PIC X(06) VALUE " TOOK ".
035000     05  WS-KB-ELAPSED               PIC X(09).
035100     05  FILLER                      PIC X(09) VALUE "  TARGET ".
035200     05  WS-KB-TARGET                PIC ZZZZ9.
035300     05  FILLER                      PIC X(04) VALUE "M  ".
035400     05  WS-KB-SOURCE                PIC X(08).
035500     05  FILLER                      PIC X(04) VALUE SPACES.
035600
035700 01  WS-KB-ACKED.
035800     05  FILLER                      PIC X(06) VALUE "ACKED ".
035900     05  WS-KBA-DATE                 PIC X(08).
036000     05  FILLER                      PIC X(01) VALUE SPACES.
036100     05  WS-KBA-TIME                 PIC X(06).
036200     05  FILLER                      PIC X(04) VALUE " BY ".
036300     05  WS-KBA-BY                   PIC X(08).
036400     05  FILLER                      PIC X(05) VALUE SPACES.
036500
036600 01  WS-STILL-OPEN.
036700     05  FILLER                      PIC X(20) VALUE
036800         "STILL OPEN AT END OF".
036900     05  FILLER                      PIC X(18) VALUE
037000         " MEASUREMENT     ".
037100
037200******************************************************************
037300*    REPORT LINE LAYOUTS
037400******************************************************************
037500 01  WS-REPORT-HEADING-1.
037600     05  FILLER                      PIC X(45) VALUE
037700         "XASLARPT -- MONTHLY SLA COMPLIANCE STATEMENT ".
037800     05  FILLER                      PIC X(08) VALUE " MONTH =".
037900     05  WS-RH1-MONTH                PIC X(06).
038000     05  FILLER                      PIC X(20) VALUE
038100         "   MEASURED TO     ".
038200     05  WS-RH1-END-DATE             PIC X(08).
038300     05  FILLER                      PIC X(01) VALUE SPACES.
038400     05  WS-RH1-END-TIME             PIC X(06).
038500     05  FILLER                      PIC X(38) VALUE SPACES.
038516
038532 01  WS-AGE-BASIS-LINE.
038548     05  FILLER                      PIC X(60) VALUE
038564         "RESOLVE/ACK TIMES ARE IN BUSINESS TIME (XACAL)".
038580     05  FILLER                      PIC X(72) VALUE SPACES.
038600
038700 01  WS-TEAM-HEADING.
038800     05  FILLER                      PIC X(06) VALUE "TEAM  ".
038900     05  WS-TH-TEAM                  PIC X(16).
039000     05  FILLER                      PIC X(25) VALUE
039100         "   RESOURCES UNDER SLA = ".
039200     05  WS-TH-RESOURCES             PIC ZZZ9.
039300     05  FILLER                      PIC X(14) VALUE
039400         "   BREACHES = ".
039500     05  WS-TH-BREACHES              PIC ZZZZ9.
039600     05  FILLER                      PIC X(62) VALUE SPACES.
039700
039800 01  WS-TEAM-RULE.
039900     05  FILLER                      PIC X(66) VALUE ALL "=".
040000     05  FILLER                      PIC X(66) VALUE SPACES.
040100
040200 01  WS-RESOURCE-HEADING.
040300     05  FILLER                      PIC X(38) VALUE
040400         "  RESOURCE  AVAIL TGT  ACTUAL  SAMPLES".
040500     05  FILLER                      PIC X(37) VALUE
040600         "  RESOLVE TGT  LOGGED  BREACHED     ".
040700     05  FILLER                      PIC X(39) VALUE
040800         "ACK TGT  ALERTS  BREACHED  RESULT     ".
040900     05  FILLER                      PIC X(18) VALUE SPACES.
041000
041100 01  WS-RESOURCE-LINE.
041200     05  FILLER                      PIC X(02) VALUE SPACES.
041300     05  WS-RL-RESOURCE              PIC X(08).
041400     05  FILLER                      PIC X(04) VALUE SPACES.
041500     05  WS-RL-AVAIL-TGT             PIC ZZ9.99.
041600     05  WS-RL-AVAIL-TGT-X REDEFINES WS-RL-AVAIL-TGT
041700                                     PIC X(06).
041800     05  FILLER                      PIC X(02) VALUE SPACES.
041900     05  WS-RL-AVAIL-ACT             PIC ZZ9.99.
042000     05  WS-RL-AVAIL-ACT-X REDEFINES WS-RL-AVAIL-ACT
042100                                     PIC X(06).
042200     05  FILLER                      PIC X(02) VALUE SPACES.
042300     05  WS-RL-SAMPLES               PIC Z(06)9.
042400     05  FILLER                      PIC X(09) VALUE SPACES.
042500     05  WS-RL-RESOLVE-TGT           PIC ZZZZ9.
042600     05  WS-RL-RESOLVE-TGT-X REDEFINES WS-RL-RESOLVE-TGT
042700                                     PIC X(05).
042800     05  FILLER                      PIC X(03) VALUE SPACES.
042900     05  WS-RL-HEUR-COUNT            PIC ZZZZ9.
043000     05  FILLER                      PIC X(05) VALUE SPACES.
043100     05  WS-RL-HEUR-BREACH           PIC ZZZZ9.
043200     05  FILLER                      PIC X(07) VALUE SPACES.
043300     05  WS-RL-ACK-TGT               PIC ZZZZ9.
043400     05  WS-RL-ACK-TGT-X REDEFINES WS-RL-ACK-TGT
043500                                     PIC X(05).
043600     05  FILLER                      PIC X(03) VALUE SPACES.
043700     05  WS-RL-ALERT-COUNT           PIC ZZZZ9.
043800     05  FILLER                      PIC X(05) VALUE SPACES.
043900     05  WS-RL-ALERT-BREACH          PIC ZZZZ9.
044000     05  FILLER                      PIC X(02) VALUE SPACES.
044100     05  WS-RL-RESULT                PIC X(08).
044200     05  FILLER                      PIC X(23) VALUE SPACES.
044300
044400 01  WS-BREACH-HEADING.
044500     05  FILLER                      PIC X(12) VALUE
044600         "  BREACHES:".
044700     05  FILLER                      PIC X(120) VALUE SPACES.
044800
044900 01  WS-NO-BREACH-LINE.
045000     05  FILLER                      PIC X(32) VALUE
045100         "  NO BREACHES THIS MONTH".
045200     05  FILLER                      PIC X(100) VALUE SPACES.
045300
045400 01  WS-BREACH-LINE.
045500     05  FILLER                      PIC X(02) VALUE SPACES.
045600     05  WS-BL-RESOURCE              PIC X(08).
045700     05  FILLER                      PIC X(02) VALUE SPACES.
045800     05  WS-BL-TEXT                  PIC X(120).
045900
046000 01  WS-ERROR-LINE.
046100     05  FILLER                      PIC X(20) VALUE
046200         "*** CARD REJECTED:  ".
046300     05  WS-EL-CARD                  PIC X(10).
046400     05  FILLER                      PIC X(02) VALUE SPACES.
046500     05  WS-EL-REASON                PIC X(50).
046600     05  FILLER                      PIC X(50) VALUE SPACES.
046700
046800 01  WS-SUMMARY-LINE.
046900     05  WS-SL-LABEL                 PIC X(34).
047000     05  WS-SL-COUNT                 PIC Z(08)9.
047100     05  FILLER                      PIC X(89) VALUE SPACES.
047200
047300 01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.
047400
047500 PROCEDURE DIVISION.
047600******************************************************************
047700 0000-MAINLINE.
047800******************************************************************
047900     MOVE "XASLARPT" TO WS-RUNCTL-JOB.
048000     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
048100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
048200     IF WS-CARD-REJECTED-SW = 0
048300         PERFORM 2000-LOAD-TARGETS THRU 2000-EXIT
048400         PERFORM 3000-MEASURE-AVAILABILITY THRU 3000-EXIT
048500         PERFORM 4000-MEASURE-RESOLVE THRU 4000-EXIT
048600         PERFORM 5000-MEASURE-ACK THRU 5000-EXIT
048700         PERFORM 7000-PRINT-STATEMENT THRU 7000-EXIT
048800     END-IF.
048900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
049000     IF WS-CARD-REJECTED-SW = 1
049100         MOVE 8 TO RETURN-CODE
049200     ELSE
049300         IF WS-AVAIL-BREACHES > ZERO
049400         OR WS-RESOLVE-BREACHES > ZERO
049500         OR WS-ACK-BREACHES > ZERO
049600             MOVE 4 TO RETURN-CODE
049700         END-IF
049800     END-IF.
049900     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
050000     GOBACK.
050100
050200******************************************************************
050300*    1000-INITIALIZE -- MONTH (CARD OR RUN DATE), THE POINT THE
050400*    MONTH IS MEASURED TO, AND THE REPORT HEADING.
050500******************************************************************
050600 1000-INITIALIZE.
050700     MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE-TIME.
050800     MOVE WS-TODAY-DATE(1:6) TO WS-MONTH.
050900
051000     OPEN OUTPUT XASLRPT.
051100     IF NOT WS-XASLRPT-OK
051200         DISPLAY "XASLARPT: UNABLE TO OPEN XASLRPT, STATUS="
051300             WS-XASLRPT-STATUS UPON CONS
051400     END-IF.
051500
051600     PERFORM 1100-READ-CARD THRU 1100-EXIT.
051700     MOVE WS-MONTH TO WS-RH1-MONTH.
051800     IF WS-CARD-REJECTED-SW = 1
051900         WRITE XASLRPT-LINE FROM WS-REPORT-HEADING-1
052000         WRITE XASLRPT-LINE FROM WS-ERROR-LINE
052100         GO TO 1000-EXIT
052200     END-IF.
052300     PERFORM 1200-MEASURE-END THRU 1200-EXIT.
052400     MOVE WS-END-DATE TO WS-RH1-END-DATE.
052500     MOVE WS-END-TIME TO WS-RH1-END-TIME.
052600     WRITE XASLRPT-LINE FROM WS-REPORT-HEADING-1.
052620     IF WS-AGE-IN-BUSINESS-TIME
052640         PERFORM 9600-CAL-LOAD THRU 9600-EXIT
052660         WRITE XASLRPT-LINE FROM WS-AGE-BASIS-LINE
052680     END-IF.
052700 1000-EXIT.
052800     EXIT.
052900
053000 1100-READ-CARD.
053100     OPEN INPUT XASLPRM.
053200     IF NOT WS-XASLPRM-OK
053300         GO TO 1100-EXIT
053400     END-IF.
053500 1100-NEXT.
053600     READ XASLPRM
053700         AT END
053800             GO TO 1100-CLOSE
053900     END-READ.
054000     IF XASLPRM-CARD(1:1) = "*"
054100         GO TO 1100-NEXT
054200     END-IF.
054209     EVALUATE XASLPRM-AGE-BASIS
054218         WHEN "B"
054227             MOVE "B" TO WS-AGE-BASIS
054236         WHEN "C"
054245         WHEN SPACE
054254             MOVE "C" TO WS-AGE-BASIS
054263         WHEN OTHER
054272             DISPLAY "XASLARPT: XASLPRM AGE BASIS NOT B OR C - "
054281                 "EVERY SECOND COUNTED" UPON CONS
054290     END-EVALUATE.
054300     IF XASLPRM-MONTH = SPACES
054400         GO TO 1100-CLOSE
054500     END-IF.
054600     MOVE XASLPRM-CARD(1:10) TO WS-EL-CARD.
054700     IF XASLPRM-MONTH IS NOT NUMERIC
054800         MOVE "MONTH MUST BE YYYYMM" TO WS-EL-REASON
054900         GO TO 1100-REJECT
055000     END-IF.
055100     MOVE XASLPRM-MONTH TO WS-MONTH.
055200     IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
055300         MOVE "MONTH MUST BE YYYYMM" TO WS-EL-REASON
055400         GO TO 1100-REJECT
055500     END-IF.
055600     IF WS-MONTH > WS-TODAY-DATE(1:6)
055700         MOVE "MONTH IS IN THE FUTURE" TO WS-EL-REASON
055800         GO TO 1100-REJECT
055900     END-IF.
056000     GO TO 1100-CLOSE.
056100 1100-REJECT.
056200     MOVE 1 TO WS-CARD-REJECTED-SW.
056300     DISPLAY "XASLARPT: CARD REJECTED - " WS-EL-REASON
056400         UPON CONS.
056500 1100-CLOSE.
056600     CLOSE XASLPRM.
056700 1100-EXIT.
056800     EXIT.
056900
057000*    THE CURRENT MONTH IS MEASURED TO NOW; AN EARLIER ONE TO THE
057100*    LAST SECOND OF ITS LAST DAY (THE DAY BEFORE THE FIRST OF THE
057200*    NEXT MONTH).
057300 1200-MEASURE-END.
057400     MOVE WS-MONTH-YYYY TO WS-WD-YYYY.
057500     MOVE WS-MONTH-MM TO WS-WD-MM.
057600     MOVE 1 TO WS-WD-DD.
057700     MOVE WS-WORK-DATE TO WS-FIRST-DATE.
057800     IF WS-MONTH = WS-TODAY-DATE(1:6)
057900         MOVE WS-TODAY-DATE TO WS-END-DATE
058000         MOVE WS-TODAY-TIME TO WS-END-TIME
058100     ELSE
058200         IF WS-WD-MM = 12
058300             ADD 1 TO WS-WD-YYYY
058400             MOVE 1 TO WS-WD-MM
058500         ELSE
058600             ADD 1 TO WS-WD-MM
058700         END-IF
058800         COMPUTE WS-WORK-DATE-N = FUNCTION DATE-OF-INTEGER(
058900             FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-N) - 1)
059000         MOVE WS-WORK-DATE TO WS-END-DATE
059100         MOVE "235959" TO WS-END-TIME
059200     END-IF.
059300     MOVE WS-END-DATE TO WS-TS-DATE.
059400     MOVE WS-END-TIME TO WS-TS-TIME.
059500     PERFORM 8000-TIMESTAMP-SECS THRU 8000-EXIT.
059600     MOVE WS-TS-SECS TO WS-END-SECS.
059700 1200-EXIT.
059800     EXIT.
059900
060000******************************************************************
060100*    2000-LOAD-TARGETS -- READ THE REGISTER INTO THE TEAM-DEFAULT
060200*    AND RESOURCE-OVERRIDE TABLES, THEN BUILD THE TABLE OF
060300*    RESOURCES UNDER SLA: EVERY XARESREG RESOURCE WHOSE TEAM
060400*    DEFAULT OR OWN ENTRY SETS A TARGET, PLUS EVERY RESOURCE
060500*    ENTRY FOR A RESOURCE NOT (YET) ON XARESREG.
060600******************************************************************
060700 2000-LOAD-TARGETS.
060800     OPEN INPUT XASLAREG.
060900     IF WS-XASLAREG-NOT-FOUND
061000         DISPLAY "XASLARPT: XASLAREG NOT FOUND - NO TARGETS"
061100             UPON CONS
061200         GO TO 2000-EXIT
061300     END-IF.
061400     IF NOT WS-XASLAREG-OK
061500         DISPLAY "XASLARPT: UNABLE TO OPEN XASLAREG, STATUS="
061600             WS-XASLAREG-STATUS UPON CONS
061700         GO TO 2000-EXIT
061800     END-IF.
061900     MOVE "N" TO WS-EOF-SWITCH.
062000     PERFORM 2100-LOAD-SLA-ENTRY THRU 2100-EXIT
062100         UNTIL WS-END-OF-FILE.
062200     CLOSE XASLAREG.
062300
062400     OPEN INPUT XARESREG.
062500     IF WS-XARESREG-OK
062600         MOVE "N" TO WS-EOF-SWITCH
062700         PERFORM 2200-REGISTERED-RESOURCE THRU 2200-EXIT
062800             UNTIL WS-END-OF-FILE
062900         CLOSE XARESREG
063000     ELSE
063100         IF NOT WS-XARESREG-NOT-FOUND
063200             DISPLAY "XASLARPT: UNABLE TO OPEN XARESREG, STATUS="
063300                 WS-XARESREG-STATUS UPON CONS
063400         END-IF
063500     END-IF.
063600
063700     PERFORM 2300-UNREGISTERED-RESOURCE THRU 2300-EXIT
063800         VARYING WS-RO-SUB FROM 1 BY 1
063900         UNTIL WS-RO-SUB > WS-RO-COUNT.
064000 2000-EXIT.
064100     EXIT.
064200
064300 2100-LOAD-SLA-ENTRY.
064400     READ XASLAREG NEXT RECORD
064500         AT END
064600             MOVE "Y" TO WS-EOF-SWITCH
064700             GO TO 2100-EXIT
064800     END-READ.
064900     IF xaslareg-is-team
065000         IF WS-TD-COUNT NOT < WS-TD-MAX
065100             DISPLAY "XASLARPT: TEAM TABLE FULL - "
065200                 xaslareg-name " NOT LOADED" UPON CONS
065300             GO TO 2100-EXIT
065400         END-IF
065500         ADD 1 TO WS-TD-COUNT
065600         MOVE xaslareg-name TO WS-TD-TEAM(WS-TD-COUNT)
065700         MOVE xaslareg-avail-pct TO WS-TD-AVAIL-PCT(WS-TD-COUNT)
065800         MOVE xaslareg-resolve-hours
065900             TO WS-TD-RESOLVE-HOURS(WS-TD-COUNT)
066000         MOVE xaslareg-ack-mins TO WS-TD-ACK-MINS(WS-TD-COUNT)
066100         GO TO 2100-EXIT
066200     END-IF.
066300     IF xaslareg-is-resource
066400         IF WS-RO-COUNT NOT < WS-RO-MAX
066500             DISPLAY "XASLARPT: OVERRIDE TABLE FULL - "
066600                 xaslareg-name " NOT LOADED" UPON CONS
066700             GO TO 2100-EXIT
066800         END-IF
066900         ADD 1 TO WS-RO-COUNT
067000         MOVE xaslareg-name TO WS-RO-RESOURCE(WS-RO-COUNT)
067100         MOVE xaslareg-team TO WS-RO-TEAM(WS-RO-COUNT)
067200         MOVE xaslareg-avail-pct TO WS-RO-AVAIL-PCT(WS-RO-COUNT)
067300         MOVE xaslareg-resolve-hours
067400             TO WS-RO-RESOLVE-HOURS(WS-RO-COUNT)
067500         MOVE xaslareg-ack-mins TO WS-RO-ACK-MINS(WS-RO-COUNT)
067600         MOVE 0 TO WS-RO-USED-SW(WS-RO-COUNT)
067700     END-IF.
067800 2100-EXIT.
067900     EXIT.
068000
068100*    A REGISTERED RESOURCE REPORTS UNDER ITS XARESREG OWNER TEAM.
068200 2200-REGISTERED-RESOURCE.
068300     READ XARESREG NEXT RECORD
068400         AT END
068500             MOVE "Y" TO WS-EOF-SWITCH
068600             GO TO 2200-EXIT
068700     END-READ.
068800     MOVE xaresreg-resource TO WS-NEW-RS-RESOURCE.
068900     MOVE xaresreg-owner-team TO WS-NEW-RS-TEAM.
069000     MOVE 0 TO WS-RO-IX.
069100     PERFORM 2210-SCAN-OVERRIDE THRU 2210-EXIT
069200         VARYING WS-RO-SUB FROM 1 BY 1
069300         UNTIL WS-RO-SUB > WS-RO-COUNT
069400            OR WS-RO-IX > ZERO.
069500     PERFORM 2400-RESOLVE-TARGETS THRU 2400-EXIT.
069600 2200-EXIT.
069700     EXIT.
069800
069900 2210-SCAN-OVERRIDE.
070000     IF WS-RO-RESOURCE(WS-RO-SUB) = xaresreg-resource
070100         MOVE WS-RO-SUB TO WS-RO-IX
070200         MOVE 1 TO WS-RO-USED-SW(WS-RO-SUB)
070300     END-IF.
070400 2210-EXIT.
070500     EXIT.
070600
070700*    A RESOURCE ENTRY NOT MATCHED ON XARESREG REPORTS UNDER THE
070800*    TEAM KEYED ON THE ENTRY ITSELF.
070900 2300-UNREGISTERED-RESOURCE.
071000     IF WS-RO-USED-SW(WS-RO-SUB) = 1
071100         GO TO 2300-EXIT
071200     END-IF.
071300     MOVE WS-RO-RESOURCE(WS-RO-SUB) TO WS-NEW-RS-RESOURCE.
071400     MOVE WS-RO-TEAM(WS-RO-SUB) TO WS-NEW-RS-TEAM.
071500     MOVE WS-RO-SUB TO WS-RO-IX.
071600     PERFORM 2400-RESOLVE-TARGETS THRU 2400-EXIT.
071700 2300-EXIT.
071800     EXIT.
071900
072000******************************************************************
072100*    2400-RESOLVE-TARGETS -- THE RESOURCE'S OWN TARGETS (OVERRIDE
072200*    WS-RO-IX, ZERO FOR NONE) WITH EACH ZERO ONE TAKEN FROM ITS
072300*    TEAM'S DEFAULT.  A RESOURCE LEFT WITH NO TARGET AT ALL IS
072400*    NOT UNDER SLA AND IS NOT ADDED.
072500******************************************************************
072600 2400-RESOLVE-TARGETS.
072700     MOVE ZERO TO WS-NEW-AVAIL-PCT
072800                  WS-NEW-RESOLVE-HOURS
072900                  WS-NEW-ACK-MINS.
073000     IF WS-RO-IX > ZERO
073100         MOVE WS-RO-AVAIL-PCT(WS-RO-IX) TO WS-NEW-AVAIL-PCT
073200         MOVE WS-RO-RESOLVE-HOURS(WS-RO-IX)
073300             TO WS-NEW-RESOLVE-HOURS
073400         MOVE WS-RO-ACK-MINS(WS-RO-IX) TO WS-NEW-ACK-MINS
073500     END-IF.
073600     MOVE 0 TO WS-TD-IX.
073700     IF WS-NEW-RS-TEAM NOT = SPACES
073800         PERFORM 2410-SCAN-TEAM THRU 2410-EXIT
073900             VARYING WS-TD-SUB FROM 1 BY 1
074000             UNTIL WS-TD-SUB > WS-TD-COUNT
074100                OR WS-TD-IX > ZERO
074200     END-IF.
074300     IF WS-TD-IX > ZERO
074400         IF WS-NEW-AVAIL-PCT = ZERO
074500             MOVE WS-TD-AVAIL-PCT(WS-TD-IX) TO WS-NEW-AVAIL-PCT
074600         END-IF
074700         IF WS-NEW-RESOLVE-HOURS = ZERO
074800             MOVE WS-TD-RESOLVE-HOURS(WS-TD-IX)
074900                 TO WS-NEW-RESOLVE-HOURS
075000         END-IF
075100         IF WS-NEW-ACK-MINS = ZERO
075200             MOVE WS-TD-ACK-MINS(WS-TD-IX) TO WS-NEW-ACK-MINS
075300         END-IF
075400     END-IF.
075500     IF WS-NEW-AVAIL-PCT = ZERO
075600     AND WS-NEW-RESOLVE-HOURS = ZERO
075700     AND WS-NEW-ACK-MINS = ZERO
075800         GO TO 2400-EXIT
075900     END-IF.
076000     PERFORM 2500-ADD-RESOURCE THRU 2500-EXIT.
076100 2400-EXIT.
076200     EXIT.
076300
076400 2410-SCAN-TEAM.
076500     IF WS-TD-TEAM(WS-TD-SUB) = WS-NEW-RS-TEAM
076600         MOVE WS-TD-SUB TO WS-TD-IX
076700     END-IF.
076800 2410-EXIT.
076900     EXIT.
077000
077100******************************************************************
077200*    2500-ADD-RESOURCE -- INSERT WS-NEW-RS-KEY IN TEAM + RESOURCE
077300*    ORDER.
077400******************************************************************
077500 2500-ADD-RESOURCE.
077600     IF WS-RS-COUNT NOT < WS-RS-MAX
077700         DISPLAY "XASLARPT: RESOURCE TABLE FULL - "
077800             WS-NEW-RS-RESOURCE " NOT REPORTED" UPON CONS
077900         GO TO 2500-EXIT
078000     END-IF.
078100     MOVE 0 TO WS-INS-SUB.
078200     PERFORM 2510-SCAN-RESOURCE THRU 2510-EXIT
078300         VARYING WS-RS-SUB FROM 1 BY 1
078400         UNTIL WS-RS-SUB > WS-RS-COUNT
078500            OR WS-INS-SUB > ZERO.
078600     IF WS-INS-SUB = ZERO
078700         COMPUTE WS-INS-SUB = WS-RS-COUNT + 1
078800     END-IF.
078900     PERFORM 2520-SHIFT-RESOURCE THRU 2520-EXIT
079000         VARYING WS-SHIFT-SUB FROM WS-RS-COUNT BY -1
079100         UNTIL WS-SHIFT-SUB < WS-INS-SUB.
079200     ADD 1 TO WS-RS-COUNT.
079300     MOVE WS-NEW-RS-KEY TO WS-RS-KEY(WS-INS-SUB).
079400     MOVE WS-NEW-AVAIL-PCT TO WS-RS-AVAIL-PCT(WS-INS-SUB).
079500     MOVE WS-NEW-RESOLVE-HOURS TO WS-RS-RESOLVE-HOURS(WS-INS-SUB).
079600     MOVE WS-NEW-ACK-MINS TO WS-RS-ACK-MINS(WS-INS-SUB).
079700     MOVE ZERO TO WS-RS-SAMPLES(WS-INS-SUB)
079800                  WS-RS-PASSES(WS-INS-SUB)
079900                  WS-RS-AVAIL-BREACH(WS-INS-SUB)
080000                  WS-RS-HEUR-COUNT(WS-INS-SUB)
080100                  WS-RS-HEUR-BREACH(WS-INS-SUB)
080200                  WS-RS-ALERT-COUNT(WS-INS-SUB)
080300                  WS-RS-ALERT-BREACH(WS-INS-SUB).
080400 2500-EXIT.
080500     EXIT.
080600
080700 2510-SCAN-RESOURCE.
080800     IF WS-RS-KEY(WS-RS-SUB) > WS-NEW-RS-KEY
080900         MOVE WS-RS-SUB TO WS-INS-SUB
081000     END-IF.
081100 2510-EXIT.
081200     EXIT.
081300
081400 2520-SHIFT-RESOURCE.
081500     MOVE WS-RS-ENTRY(WS-SHIFT-SUB)
081600         TO WS-RS-ENTRY(WS-SHIFT-SUB + 1).
081700 2520-EXIT.
081800     EXIT.
081900
082000******************************************************************
082100*    3000-MEASURE-AVAILABILITY -- TALLY THE MONTH'S XAAVAIL
082200*    SAMPLES FOR EVERY RESOURCE WITH AN AVAILABILITY TARGET, THEN
082300*    RECORD A BREACH FOR EACH ONE THAT FELL SHORT.  A RESOURCE
082400*    WITH NO SAMPLES IS SHOWN AS SUCH, NOT AS A BREACH.
082500******************************************************************
082600 3000-MEASURE-AVAILABILITY.
082700     IF WS-RS-COUNT = ZERO
082800         GO TO 3000-EXIT
082900     END-IF.
083000     OPEN INPUT XAAVAIL.
083100     IF WS-XAAVAIL-OK
083200         MOVE "N" TO WS-EOF-SWITCH
083300         PERFORM 3100-TALLY-SAMPLE THRU 3100-EXIT
083400             UNTIL WS-END-OF-FILE
083500         CLOSE XAAVAIL
083600     ELSE
083700         IF NOT WS-XAAVAIL-NOT-FOUND
083800             DISPLAY "XASLARPT: UNABLE TO OPEN XAAVAIL, STATUS="
083900                 WS-XAAVAIL-STATUS UPON CONS
084000         END-IF
084100     END-IF.
084200     PERFORM 3200-CHECK-AVAILABILITY THRU 3200-EXIT
084300         VARYING WS-RS-SUB FROM 1 BY 1
084400         UNTIL WS-RS-SUB > WS-RS-COUNT.
084500 3000-EXIT.
084600     EXIT.
084700
084800 3100-TALLY-SAMPLE.
084900     READ XAAVAIL NEXT RECORD
085000         AT END
085100             MOVE "Y" TO WS-EOF-SWITCH
085200             GO TO 3100-EXIT
085300     END-READ.
085400     IF xaavail-date(1:6) NOT = WS-MONTH
085500         GO TO 3100-EXIT
085600     END-IF.
085700     MOVE xaavail-resource TO WS-LOOKUP-RESOURCE.
085800     PERFORM 6000-FIND-RESOURCE THRU 6000-EXIT.
085900     IF WS-RS-IX = ZERO
086000         GO TO 3100-EXIT
086100     END-IF.
086200     IF WS-RS-AVAIL-PCT(WS-RS-IX) = ZERO
086300         GO TO 3100-EXIT
086400     END-IF.
086500     ADD 1 TO WS-RS-SAMPLES(WS-RS-IX).
086600     IF xaavail-pass
086700         ADD 1 TO WS-RS-PASSES(WS-RS-IX)
086800     END-IF.
086900 3100-EXIT.
087000     EXIT.
087100
087200*    SHORT OF TARGET WHEN PASSES / SAMPLES < TARGET / 100,
087300*    COMPARED CROSS-MULTIPLIED SO ROUNDING CANNOT TURN A MISS
087400*    INTO A MET.
087500 3200-CHECK-AVAILABILITY.
087600     IF WS-RS-AVAIL-PCT(WS-RS-SUB) = ZERO
087700     OR WS-RS-SAMPLES(WS-RS-SUB) = ZERO
087800         GO TO 3200-EXIT
087900     END-IF.
088000     IF WS-RS-PASSES(WS-RS-SUB) * 100 NOT <
088100        WS-RS-AVAIL-PCT(WS-RS-SUB) * WS-RS-SAMPLES(WS-RS-SUB)
088200         GO TO 3200-EXIT
088300     END-IF.
088400     MOVE 1 TO WS-RS-AVAIL-BREACH(WS-RS-SUB).
088500     ADD 1 TO WS-AVAIL-BREACHES.
088600     COMPUTE WS-PASS-PCT =
088700         WS-RS-PASSES(WS-RS-SUB) * 100
088800             / WS-RS-SAMPLES(WS-RS-SUB).
088900     MOVE WS-PASS-PCT TO WS-AB-ACTUAL.
089000     MOVE WS-RS-AVAIL-PCT(WS-RS-SUB) TO WS-AB-TARGET.
089100     MOVE WS-RS-PASSES(WS-RS-SUB) TO WS-AB-PASSES.
089200     MOVE WS-RS-SAMPLES(WS-RS-SUB) TO WS-AB-SAMPLES.
089300     MOVE WS-RS-RESOURCE(WS-RS-SUB) TO WS-LOOKUP-RESOURCE.
089400     MOVE WS-AVAIL-BREACH TO WS-BL-TEXT.
089500     PERFORM 6500-ADD-BREACH THRU 6500-EXIT.
089600 3200-EXIT.
089700     EXIT.
089800
089900******************************************************************
090000*    4000-MEASURE-RESOLVE -- EVERY HEURISTIC OUTCOME LOGGED IN THE
090100*    MONTH FOR A RESOURCE WITH A RESOLVE TARGET, TIMED FROM ITS
090200*    LOG TIME TO ITS XAHRAUD RESOLUTION (OR TO THE MEASUREMENT
090300*    END WHILE STILL UNRESOLVED).  AN ENTRY MARKED RESOLVED WITH
090400*    NO XAHRAUD RECORD CANNOT BE TIMED AND IS ONLY COUNTED.
090500******************************************************************
090600 4000-MEASURE-RESOLVE.
090700     OPEN INPUT XAHEURLG.
090800     IF WS-XAHEURLG-NOT-FOUND
090900         GO TO 4000-EXIT
091000     END-IF.
091100     IF NOT WS-XAHEURLG-OK
091200         DISPLAY "XASLARPT: UNABLE TO OPEN XAHEURLG, STATUS="
091300             WS-XAHEURLG-STATUS UPON CONS
091400         GO TO 4000-EXIT
091500     END-IF.
091600     OPEN INPUT XAHRAUD.
091700     IF WS-XAHRAUD-OK
091800         MOVE 1 TO WS-HRAUD-OPEN-SW
091900     END-IF.
092000     MOVE "N" TO WS-EOF-SWITCH.
092100     PERFORM 4100-CHECK-HEURISTIC THRU 4100-EXIT
092200         UNTIL WS-END-OF-FILE.
092300     CLOSE XAHEURLG.
092400     IF WS-HRAUD-OPEN-SW = 1
092500         CLOSE XAHRAUD
092600     END-IF.
092700 4000-EXIT.
092800     EXIT.
092900
093000 4100-CHECK-HEURISTIC.
093100     READ XAHEURLG NEXT RECORD
093200         AT END
093300             MOVE "Y" TO WS-EOF-SWITCH
093400             GO TO 4100-EXIT
093500     END-READ.
093600     IF XAHEURLG-LOG-DATE(1:6) NOT = WS-MONTH
093700         GO TO 4100-EXIT
093800     END-IF.
093900     MOVE XAHEURLG-RESOURCE TO WS-LOOKUP-RESOURCE.
094000     PERFORM 6000-FIND-RESOURCE THRU 6000-EXIT.
094100     IF WS-RS-IX = ZERO
094200         ADD 1 TO WS-HEUR-UNCOVERED
094300         GO TO 4100-EXIT
094400     END-IF.
094500     IF WS-RS-RESOLVE-HOURS(WS-RS-IX) = ZERO
094600         ADD 1 TO WS-HEUR-UNCOVERED
094700         GO TO 4100-EXIT
094800     END-IF.
094900     ADD 1 TO WS-RS-HEUR-COUNT(WS-RS-IX).
095000
095100     MOVE XAHEURLG-LOG-DATE TO WS-TS-DATE.
095200     MOVE XAHEURLG-LOG-TIME TO WS-TS-TIME.
095300     PERFORM 8000-TIMESTAMP-SECS THRU 8000-EXIT.
095400     IF WS-TS-VALID-SW = 0
095500         ADD 1 TO WS-HEUR-NO-TIME
095600         GO TO 4100-EXIT
095700     END-IF.
095800     MOVE WS-TS-SECS TO WS-START-SECS.
095900
096000     MOVE 0 TO WS-FOUND-SW.
096100     IF WS-HRAUD-OPEN-SW = 1
096200         MOVE XAHEURLG-KEY TO XAHRAUD-KEY
096300         READ XAHRAUD
096400             INVALID KEY
096500                 MOVE 0 TO WS-FOUND-SW
096600             NOT INVALID KEY
096700                 MOVE 1 TO WS-FOUND-SW
096800         END-READ
096900     END-IF.
097000     IF WS-FOUND-SW = 1
097100         MOVE XAHRAUD-RESOLVED-DATE TO WS-TS-DATE
097200         MOVE XAHRAUD-RESOLVED-TIME TO WS-TS-TIME
097300         PERFORM 8000-TIMESTAMP-SECS THRU 8000-EXIT
097400         IF WS-TS-VALID-SW = 0
097500             ADD 1 TO WS-HEUR-NO-TIME
097600             GO TO 4100-EXIT
097700         END-IF
097800     ELSE
097900         IF XAHEURLG-IS-RESOLVED
098000             ADD 1 TO WS-HEUR-NO-TIME
098100             GO TO 4100-EXIT
098200         END-IF
098300         MOVE WS-END-SECS TO WS-TS-SECS
098400     END-IF.
098500
098600     PERFORM 8100-ELAPSED THRU 8100-EXIT.
098700     COMPUTE WS-LIMIT-SECS =
098800         WS-RS-RESOLVE-HOURS(WS-RS-IX) * 3600.
098900     IF WS-ELAPSED-SECS NOT > WS-LIMIT-SECS
099000         IF WS-FOUND-SW = 0
099100             ADD 1 TO WS-OPEN-WITHIN
099200         END-IF
099300         GO TO 4100-EXIT
099400     END-IF.
099500
099600     ADD 1 TO WS-RS-HEUR-BREACH(WS-RS-IX).
099700     ADD 1 TO WS-RESOLVE-BREACHES.
099800     MOVE XAHEURLG-LOG-DATE TO WS-RB-LOG-DATE.
099900     MOVE XAHEURLG-LOG-TIME TO WS-RB-LOG-TIME.
100000     IF WS-FOUND-SW = 1
100100         MOVE XAHRAUD-RESOLVED-DATE TO WS-RBR-DATE
100200         MOVE XAHRAUD-RESOLVED-TIME TO WS-RBR-TIME
100300         MOVE XAHRAUD-RESOLVED-BY TO WS-RBR-BY
100400         MOVE WS-RB-RESOLVED TO WS-RB-OUTCOME
100500     ELSE
100600         MOVE WS-STILL-OPEN TO WS-RB-OUTCOME
100700     END-IF.
100800     MOVE WS-ELAPSED-TEXT TO WS-RB-ELAPSED.
100900     MOVE WS-RS-RESOLVE-HOURS(WS-RS-IX) TO WS-RB-TARGET.
101000     MOVE XAHEURLG-XID TO WS-RB-XID.
101100     MOVE WS-RESOLVE-BREACH TO WS-BL-TEXT.
101200     PERFORM 6500-ADD-BREACH THRU 6500-EXIT.
101300 4100-EXIT.
101400     EXIT.
101500
101600******************************************************************
101700*    5000-MEASURE-ACK -- EVERY HIGH-SEVERITY XAALERT ITEM RAISED
101800*    IN THE MONTH OUTSIDE A MAINTENANCE WINDOW FOR A RESOURCE
101900*    WITH AN ACKNOWLEDGE TARGET, TIMED FROM ITS KEY TIME TO ITS
102000*    ACK TIME (OR TO THE MEASUREMENT END WHILE STILL
102100*    UNACKNOWLEDGED).  THE KEY IS DATE-MAJOR, SO THE MONTH IS ONE
102200*    START AND ONE RUN.
102300******************************************************************
102400 5000-MEASURE-ACK.
102500     OPEN INPUT XAALERT.
102600     IF WS-XAALERT-NOT-FOUND
102700         GO TO 5000-EXIT
102800     END-IF.
102900     IF NOT WS-XAALERT-OK
103000         DISPLAY "XASLARPT: UNABLE TO OPEN XAALERT, STATUS="
103100             WS-XAALERT-STATUS UPON CONS
103200         GO TO 5000-EXIT
103300     END-IF.
103400     MOVE LOW-VALUES TO XAALERT-KEY.
103500     MOVE WS-FIRST-DATE TO XAALERT-DATE.
103600     MOVE "N" TO WS-EOF-SWITCH.
103700     START XAALERT KEY IS NOT LESS THAN XAALERT-KEY
103800         INVALID KEY
103900             MOVE "Y" TO WS-EOF-SWITCH
104000     END-START.
104100     PERFORM 5100-CHECK-ALERT THRU 5100-EXIT
104200         UNTIL WS-END-OF-FILE.
104300     CLOSE XAALERT.
104400 5000-EXIT.
104500     EXIT.
104600
104700 5100-CHECK-ALERT.
104800     READ XAALERT NEXT RECORD
104900         AT END
105000             MOVE "Y" TO WS-EOF-SWITCH
105100             GO TO 5100-EXIT
105200     END-READ.
105300     IF XAALERT-DATE(1:6) > WS-MONTH
105400         MOVE "Y" TO WS-EOF-SWITCH
105500         GO TO 5100-EXIT
105600     END-IF.
105700     IF NOT XAALERT-SEV-HIGH
105800     OR XAALERT-WAS-IN-WINDOW
105900         GO TO 5100-EXIT
106000     END-IF.
106100     MOVE XAALERT-RESOURCE TO WS-LOOKUP-RESOURCE.
106200     PERFORM 6000-FIND-RESOURCE THRU 6000-EXIT.
106300     IF WS-RS-IX = ZERO
106400         ADD 1 TO WS-ALERT-UNCOVERED
106500         GO TO 5100-EXIT
106600     END-IF.
106700     IF WS-RS-ACK-MINS(WS-RS-IX) = ZERO
106800         ADD 1 TO WS-ALERT-UNCOVERED
106900         GO TO 5100-EXIT
107000     END-IF.
107100     ADD 1 TO WS-RS-ALERT-COUNT(WS-RS-IX).
107200
107300     MOVE XAALERT-DATE TO WS-TS-DATE.
107400     MOVE XAALERT-TIME TO WS-TS-TIME.
107500     PERFORM 8000-TIMESTAMP-SECS THRU 8000-EXIT.
107600     MOVE WS-TS-SECS TO WS-START-SECS.
107700     MOVE 0 TO WS-FOUND-SW.
107800     IF XAALERT-IS-ACKED
107900         MOVE XAALERT-ACK-DATE TO WS-TS-DATE
108000         MOVE XAALERT-ACK-TIME TO WS-TS-TIME
108100         PERFORM 8000-TIMESTAMP-SECS THRU 8000-EXIT
108200         IF WS-TS-VALID-SW = 1
108300             MOVE 1 TO WS-FOUND-SW
108400         END-IF
108500     END-IF.
108600     IF WS-FOUND-SW = 0
108700         IF XAALERT-IS-ACKED
108800             GO TO 5100-EXIT
108900         END-IF
109000         MOVE WS-END-SECS TO WS-TS-SECS
109100     END-IF.
109200
109300     PERFORM 8100-ELAPSED THRU 8100-EXIT.
109400     COMPUTE WS-LIMIT-SECS = WS-RS-ACK-MINS(WS-RS-IX) * 60.
109500     IF WS-ELAPSED-SECS NOT > WS-LIMIT-SECS
109600         IF WS-FOUND-SW = 0
109700             ADD 1 TO WS-OPEN-WITHIN
109800         END-IF
109900         GO TO 5100-EXIT
110000     END-IF.
110100
110200     ADD 1 TO WS-RS-ALERT-BREACH(WS-RS-IX).
110300     ADD 1 TO WS-ACK-BREACHES.
110400     MOVE XAALERT-DATE TO WS-KB-DATE.
110500     MOVE XAALERT-TIME TO WS-KB-TIME.
110600     IF WS-FOUND-SW = 1
110700         MOVE XAALERT-ACK-DATE TO WS-KBA-DATE
110800         MOVE XAALERT-ACK-TIME TO WS-KBA-TIME
110900         MOVE XAALERT-ACKED-BY TO WS-KBA-BY
111000         MOVE WS-KB-ACKED TO WS-KB-OUTCOME
111100     ELSE
111200         MOVE WS-STILL-OPEN TO WS-KB-OUTCOME
111300     END-IF.
111400     MOVE WS-ELAPSED-TEXT TO WS-KB-ELAPSED.
111500     MOVE WS-RS-ACK-MINS(WS-RS-IX) TO WS-KB-TARGET.
111600     MOVE XAALERT-SOURCE TO WS-KB-SOURCE.
111700     MOVE WS-ACK-BREACH TO WS-BL-TEXT.
111800     PERFORM 6500-ADD-BREACH THRU 6500-EXIT.
111900 5100-EXIT.
112000     EXIT.
112100
112200******************************************************************
112300*    6000-FIND-RESOURCE -- WS-RS-IX = THE TABLE ENTRY FOR
112400*    WS-LOOKUP-RESOURCE, ZERO WHEN THE RESOURCE IS NOT UNDER SLA.
112500******************************************************************
112600 6000-FIND-RESOURCE.
112700     MOVE 0 TO WS-RS-IX.
112800     PERFORM 6010-SCAN-RESOURCE THRU 6010-EXIT
112900         VARYING WS-RS-SUB FROM 1 BY 1
113000         UNTIL WS-RS-SUB > WS-RS-COUNT
113100            OR WS-RS-IX > ZERO.
113200 6000-EXIT.
113300     EXIT.
113400
113500 6010-SCAN-RESOURCE.
113600     IF WS-RS-RESOURCE(WS-RS-SUB) = WS-LOOKUP-RESOURCE
113700         MOVE WS-RS-SUB TO WS-RS-IX
113800     END-IF.
113900 6010-EXIT.
114000     EXIT.
114100
114200******************************************************************
114300*    6500-ADD-BREACH -- FILE WS-BL-TEXT AGAINST
114400*    WS-LOOKUP-RESOURCE.  WHEN THE TABLE IS FULL THE BREACH IS
114500*    STILL COUNTED ON THE RESOURCE LINE AND IN THE TOTALS, JUST
114600*    NOT LISTED.
114700******************************************************************
114800 6500-ADD-BREACH.
114900     IF WS-BR-COUNT NOT < WS-BR-MAX
115000         ADD 1 TO WS-BREACHES-UNLISTED
115100         GO TO 6500-EXIT
115200     END-IF.
115300     ADD 1 TO WS-BR-COUNT.
115400     MOVE WS-LOOKUP-RESOURCE TO WS-BR-RESOURCE(WS-BR-COUNT).
115500     MOVE WS-BL-TEXT TO WS-BR-TEXT(WS-BR-COUNT).
115600 6500-EXIT.
115700     EXIT.
115800
115900******************************************************************
116000*    7000-PRINT-STATEMENT -- ONE SECTION PER OWNER TEAM, IN TEAM
116100*    ORDER: HEADING, ONE RESULT LINE PER RESOURCE, THEN THE TEAM'S
116200*    BREACHES RESOURCE BY RESOURCE.
116300******************************************************************
116400 7000-PRINT-STATEMENT.
116500     IF WS-RS-COUNT = ZERO
116600         WRITE XASLRPT-LINE FROM WS-BLANK-LINE
116700         MOVE "NO RESOURCE HAS AN SLA TARGET" TO WS-SL-LABEL
116800         MOVE ZERO TO WS-SL-COUNT
116900         WRITE XASLRPT-LINE FROM WS-SUMMARY-LINE
117000         GO TO 7000-EXIT
117100     END-IF.
117200     MOVE 1 TO WS-TEAM-START.
117300     PERFORM 7100-PRINT-TEAM THRU 7100-EXIT
117400         UNTIL WS-TEAM-START > WS-RS-COUNT.
117500 7000-EXIT.
117600     EXIT.
117700
117800 7100-PRINT-TEAM.
117900     ADD 1 TO WS-TEAM-COUNT.
118000     MOVE WS-RS-TEAM(WS-TEAM-START) TO WS-PREV-TEAM.
118100     MOVE ZERO TO WS-TEAM-BREACHES.
118200     MOVE WS-TEAM-START TO WS-TEAM-END.
118300     PERFORM 7110-FIND-TEAM-END THRU 7110-EXIT
118400         VARYING WS-PR-SUB FROM WS-TEAM-START BY 1
118500         UNTIL WS-PR-SUB > WS-RS-COUNT
118600            OR WS-RS-TEAM(WS-PR-SUB) NOT = WS-PREV-TEAM.
118700     COMPUTE WS-TEAM-RESOURCES = WS-TEAM-END - WS-TEAM-START + 1.
118800
118900     WRITE XASLRPT-LINE FROM WS-BLANK-LINE.
119000     WRITE XASLRPT-LINE FROM WS-TEAM-RULE.
119100     IF WS-PREV-TEAM = SPACES
119200         MOVE "(NO OWNER TEAM)" TO WS-TH-TEAM
119300     ELSE
119400         MOVE WS-PREV-TEAM TO WS-TH-TEAM
119500     END-IF.
119600     MOVE WS-TEAM-RESOURCES TO WS-TH-RESOURCES.
119700     MOVE WS-TEAM-BREACHES TO WS-TH-BREACHES.
119800     WRITE XASLRPT-LINE FROM WS-TEAM-HEADING.
119900     WRITE XASLRPT-LINE FROM WS-TEAM-RULE.
120000     WRITE XASLRPT-LINE FROM WS-RESOURCE-HEADING.
120100     PERFORM 7200-PRINT-RESOURCE THRU 7200-EXIT
120200         VARYING WS-PR-SUB FROM WS-TEAM-START BY 1
120300         UNTIL WS-PR-SUB > WS-TEAM-END.
120400
120500     WRITE XASLRPT-LINE FROM WS-BLANK-LINE.
120600     IF WS-TEAM-BREACHES = ZERO
120700         WRITE XASLRPT-LINE FROM WS-NO-BREACH-LINE
120800     ELSE
120900         WRITE XASLRPT-LINE FROM WS-BREACH-HEADING
121000         PERFORM 7300-PRINT-BREACHES THRU 7300-EXIT
121100             VARYING WS-PR-SUB FROM WS-TEAM-START BY 1
121200             UNTIL WS-PR-SUB > WS-TEAM-END
121300     END-IF.
121400     COMPUTE WS-TEAM-START = WS-TEAM-END + 1.
121500 7100-EXIT.
121600     EXIT.
121700
121800 7110-FIND-TEAM-END.
121900     MOVE WS-PR-SUB TO WS-TEAM-END.
122000     ADD WS-RS-AVAIL-BREACH(WS-PR-SUB)
122100         WS-RS-HEUR-BREACH(WS-PR-SUB)
122200         WS-RS-ALERT-BREACH(WS-PR-SUB)
122300         TO WS-TEAM-BREACHES.
122400 7110-EXIT.
122500     EXIT.
122600
122700*    A MEASURE WITH NO TARGET SHOWS "-"; AN AVAILABILITY TARGET
122800*    WITH NO SAMPLES IN THE MONTH SHOWS "NONE".
122900 7200-PRINT-RESOURCE.
123000     MOVE WS-RS-RESOURCE(WS-PR-SUB) TO WS-RL-RESOURCE.
123100     IF WS-RS-AVAIL-PCT(WS-PR-SUB) = ZERO
123200         MOVE "     -" TO WS-RL-AVAIL-TGT-X
123300         MOVE "     -" TO WS-RL-AVAIL-ACT-X
123400     ELSE
123500         MOVE WS-RS-AVAIL-PCT(WS-PR-SUB) TO WS-RL-AVAIL-TGT
123600         IF WS-RS-SAMPLES(WS-PR-SUB) = ZERO
123700             MOVE "  NONE" TO WS-RL-AVAIL-ACT-X
123800         ELSE
123900             COMPUTE WS-PASS-PCT =
124000                 WS-RS-PASSES(WS-PR-SUB) * 100
124100                     / WS-RS-SAMPLES(WS-PR-SUB)
124200             MOVE WS-PASS-PCT TO WS-RL-AVAIL-ACT
124300         END-IF
124400     END-IF.
124500     MOVE WS-RS-SAMPLES(WS-PR-SUB) TO WS-RL-SAMPLES.
124600     IF WS-RS-RESOLVE-HOURS(WS-PR-SUB) = ZERO
124700         MOVE "    -" TO WS-RL-RESOLVE-TGT-X
124800     ELSE
124900         MOVE WS-RS-RESOLVE-HOURS(WS-PR-SUB) TO WS-RL-RESOLVE-TGT
125000     END-IF.
125100     MOVE WS-RS-HEUR-COUNT(WS-PR-SUB) TO WS-RL-HEUR-COUNT.
125200     MOVE WS-RS-HEUR-BREACH(WS-PR-SUB) TO WS-RL-HEUR-BREACH.
125300     IF WS-RS-ACK-MINS(WS-PR-SUB) = ZERO
125400         MOVE "    -" TO WS-RL-ACK-TGT-X
125500     ELSE
125600         MOVE WS-RS-ACK-MINS(WS-PR-SUB) TO WS-RL-ACK-TGT
125700     END-IF.
125800     MOVE WS-RS-ALERT-COUNT(WS-PR-SUB) TO WS-RL-ALERT-COUNT.
125900     MOVE WS-RS-ALERT-BREACH(WS-PR-SUB) TO WS-RL-ALERT-BREACH.
126000     IF WS-RS-AVAIL-BREACH(WS-PR-SUB) = ZERO
126100     AND WS-RS-HEUR-BREACH(WS-PR-SUB) = ZERO
126200     AND WS-RS-ALERT-BREACH(WS-PR-SUB) = ZERO
126300         MOVE "MET" TO WS-RL-RESULT
126400     ELSE
126500         MOVE "BREACHED" TO WS-RL-RESULT
126600     END-IF.
126700     WRITE XASLRPT-LINE FROM WS-RESOURCE-LINE.
126800 7200-EXIT.
126900     EXIT.
127000
127100 7300-PRINT-BREACHES.
127200     PERFORM 7310-PRINT-BREACH THRU 7310-EXIT
127300         VARYING WS-BR-SUB FROM 1 BY 1
127400         UNTIL WS-BR-SUB > WS-BR-COUNT.
127500 7300-EXIT.
127600     EXIT.
127700
127800 7310-PRINT-BREACH.
127900     IF WS-BR-RESOURCE(WS-BR-SUB) NOT = WS-RS-RESOURCE(WS-PR-SUB)
128000         GO TO 7310-EXIT
128100     END-IF.
128200     MOVE WS-BR-RESOURCE(WS-BR-SUB) TO WS-BL-RESOURCE.
128300     MOVE WS-BR-TEXT(WS-BR-SUB) TO WS-BL-TEXT.
128400     WRITE XASLRPT-LINE FROM WS-BREACH-LINE.
128500 7310-EXIT.
128600     EXIT.
128700
128800******************************************************************
128900*    8000-TIMESTAMP-SECS -- WS-TS-DATE / WS-TS-TIME AS SECONDS IN
129000*    WS-TS-SECS.  WS-TS-VALID-SW IS ZERO (AND WS-TS-SECS ZERO)
129100*    WHEN EITHER IS NOT A REAL DATE OR TIME.
129200******************************************************************
129300 8000-TIMESTAMP-SECS.
129400     MOVE 0 TO WS-TS-VALID-SW.
129500     MOVE ZERO TO WS-TS-SECS.
129600     IF WS-TS-DATE IS NOT NUMERIC
129700     OR WS-TS-TIME IS NOT NUMERIC
129800         GO TO 8000-EXIT
129900     END-IF.
130000     IF WS-TS-DATE-N < 16010101
130100     OR WS-TS-HH > 23 OR WS-TS-MM > 59 OR WS-TS-SS > 59
130200         GO TO 8000-EXIT
130300     END-IF.
130400     COMPUTE WS-TS-SECS =
130500         FUNCTION INTEGER-OF-DATE(WS-TS-DATE-N) * 86400
130600         + WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS.
130700     MOVE 1 TO WS-TS-VALID-SW.
130800 8000-EXIT.
130900     EXIT.
131000
131100*    WS-ELAPSED-SECS = WS-TS-SECS - WS-START-SECS (NEVER BELOW
131200*    ZERO), ALSO AS HOURS AND MINUTES IN WS-ELAPSED-TEXT.
131233*    IN BUSINESS-TIME MODE ONLY THE SECONDS FALLING ON BUSINESS
131266*    DAYS COUNT (SEE 9670-CAL-BUSINESS-SECS).
131300 8100-ELAPSED.
131400     IF WS-TS-SECS > WS-START-SECS
131500         COMPUTE WS-ELAPSED-SECS = WS-TS-SECS - WS-START-SECS
131600     ELSE
131700         MOVE ZERO TO WS-ELAPSED-SECS
131800     END-IF.
131814     IF WS-AGE-IN-BUSINESS-TIME
131828         MOVE WS-START-SECS TO WS-CAL-START-SECS
131842         MOVE WS-TS-SECS TO WS-CAL-END-SECS
131856         PERFORM 9670-CAL-BUSINESS-SECS THRU 9670-EXIT
131870         MOVE WS-CAL-BUS-SECS TO WS-ELAPSED-SECS
131884     END-IF.
131900     DIVIDE WS-ELAPSED-SECS BY 3600 GIVING WS-EL-HOURS
132000         REMAINDER WS-EL-REM.
132100     DIVIDE WS-EL-REM BY 60 GIVING WS-EL-MINS.
132200     MOVE WS-EL-HOURS TO WS-ET-HOURS.
132300     MOVE WS-EL-MINS TO WS-ET-MINS.
132400 8100-EXIT.
132500     EXIT.
132600
132700******************************************************************
132800*    9000-TERMINATE -- TOTALS AND CLOSE UP.
132900******************************************************************
133000 9000-TERMINATE.
133100     IF WS-CARD-REJECTED-SW = 1
133200         GO TO 9000-CLOSE
133300     END-IF.
133400     WRITE XASLRPT-LINE FROM WS-BLANK-LINE.
133500     WRITE XASLRPT-LINE FROM WS-TEAM-RULE.
133600     MOVE "TEAMS REPORTED" TO WS-SL-LABEL.
133700     MOVE WS-TEAM-COUNT TO WS-SL-COUNT.
133800     WRITE XASLRPT-LINE FROM WS-SUMMARY-LINE.
133900     MOVE "RESOURCES UNDER SLA" TO WS-SL-LABEL.
134000     MOVE WS-RS-COUNT TO WS-SL-COUNT.
134100     WRITE XASLRPT-LINE FROM WS-SUMMARY-LINE.
134200     MOVE "AVAILABILITY BREACHES" TO WS-SL-LABEL.
134300     MOVE WS-AVAIL-BREACHES TO WS-SL-COUNT.
134400     WRITE XASLRPT-LINE FROM WS-SUMMARY-LINE.
134500     MOVE "TIME-TO-RESOLVE BREACHES" TO WS-SL-LABEL.
134600     MOVE WS-RESOLVE-BREACHES TO WS-SL-COUNT.
134700     WRITE XASLRPT-LINE FROM WS-SUMMARY-LINE.
134800     MOVE "TIME-TO-ACKNOWLEDGE BREACHES" TO WS-SL-LABEL.
134900     MOVE WS-ACK-BREACHES TO WS-SL-COUNT.
135000     WRITE XASLRPT-LINE FROM WS-SUMMARY-LINE.
135100     MOVE "OPEN ITEMS STILL WITHIN TARGET" TO WS-SL-LABEL.
135200     MOVE WS-OPEN-WITHIN TO WS-SL-COUNT.
135300     WRITE XASLRPT-LINE FROM WS-SUMMARY-LINE.
135400     MOVE "HEURISTICS NOT UNDER A TARGET" TO WS-SL-LABEL.
135500     MOVE WS-HEUR-UNCOVERED TO WS-SL-COUNT.
135600     WRITE XASLRPT-LINE FROM WS-SUMMARY-LINE.
135700     MOVE "HEURISTICS WITH NO RESOLVE TIME" TO WS-SL-LABEL.
135800     MOVE WS-HEUR-NO-TIME TO WS-SL-COUNT.
135900     WRITE XASLRPT-LINE FROM WS-SUMMARY-LINE.
136000     MOVE "HIGH ALERTS NOT UNDER A TARGET" TO WS-SL-LABEL.
136100     MOVE WS-ALERT-UNCOVERED TO WS-SL-COUNT.
136200     WRITE XASLRPT-LINE FROM WS-SUMMARY-LINE.
136300     IF WS-BREACHES-UNLISTED > ZERO
136400         MOVE "BREACHES NOT LISTED (TABLE FULL)" TO WS-SL-LABEL
136500         MOVE WS-BREACHES-UNLISTED TO WS-SL-COUNT
136600         WRITE XASLRPT-LINE FROM WS-SUMMARY-LINE
136700     END-IF.
136800 9000-CLOSE.
136900     CLOSE XASLRPT.
137000 9000-EXIT.
137100     EXIT.
137200
137300******************************************************************
137400*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
137500*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
137600******************************************************************
137700     copy xarunctl.
137710
137720******************************************************************
137730*    SHOP CALENDAR PARAGRAPHS (9600-CAL-LOAD AND
137740*    9670-CAL-BUSINESS-SECS) -- SEE XA/XACALCTL.CPY.
137750******************************************************************
137760     copy xacalctl.
