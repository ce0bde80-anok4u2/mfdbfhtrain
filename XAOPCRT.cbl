000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    XAOPCRT.
000300 AUTHOR.        XA SUPPORT TEAM.
000400 INSTALLATION.  ENTERPRISE SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  MODIFICATION HISTORY
000900*  ----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  10/15/2026 XST   NEW PROGRAM.  QUARTERLY RECERTIFICATION OF
001200*                   XAOPAUTH GRANTS: LISTS EVERY HOLDER AND
001300*                   AUTHORITY WITH ITS LAST RECORDED USE, AND
001400*                   NIGHTLY PARKS AND THEN REMOVES AUTHORITIES NOT
001500*                   CERTIFIED BY THE DEADLINE OR LEFT UNUSED.
001600******************************************************************
001700*  ONCE GRANTED THROUGH XAOP, AN XAOPAUTH AUTHORITY USED TO STAY
001800*  IN PLACE FOREVER.  THIS JOB PUTS EVERY GRANT UP FOR RENEWAL:
001900*
002000*  OPEN (XAOPCPRM COL 1 "O", RUN QUARTERLY) WRITES ONE XAOPCERT
002100*  LINE PER HOLDER AND AUTHORITY HELD, STATUS OPEN, WITH A
002200*  CERTIFICATION DEADLINE (DEFAULT 21 DAYS OUT), AND LISTS THEM
002300*  ALL WITH THE LAST TIME EACH AUTHORITY WAS ACTUALLY USED:
002400*    RESOLVE   XAHRAUD     HEURISTIC OUTCOMES RESOLVED ON XAHR
002500*    REVEAL    XACQAUD     VALUES REVEALED ON XACQ
002600*    ADMIN     XAAUTHAUD   XAOP/XAOR REQUESTS, APPROVALS, CANCELS
002700*                          AND CERTIFICATIONS MADE
002800*    ALERTACK  XAALERT     ALERTS ACKNOWLEDGED ON XAAL
002900*    REGISTRY  XAREFAUD    XARESREG CHANGES MADE IN BATCH
003000*    TRACE     (NONE)      TRACE VIEWING ON XATR IS NOT RECORDED
003100*    TRCSET    XATRAUD     OVERRIDES RAISED OR CANCELLED ON XATO
003200*  AN ADMINISTRATOR THEN CERTIFIES OR REVOKES EACH LINE ON XAOR;
003300*  A REVOKE IS PARKED ON XAOPPEND FOR THE USUAL SECOND APPROVAL.
003400*
003500*  EVERY RUN, OPEN OR NIGHTLY, THEN WORKS THROUGH THE LINES:
003600*    - A LINE STILL OPEN AFTER ITS DEADLINE IS PARKED;
003700*    - A LINE OPEN OR CERTIFIED WHOSE AUTHORITY HAS NOT BEEN USED
003800*      (OR GRANTED) WITHIN THE UNUSED LIMIT (DEFAULT 90 DAYS) IS
003900*      PARKED -- ONLY WHERE EVERY USE IS RECORDED (NOT REGISTRY,
004000*      WHICH XARG DOES NOT AUDIT, OR TRACE) AND ONLY WHEN THE
004100*      SOURCE AND XAAUTHAUD WERE BOTH READ THIS RUN;
004200*    - A LINE PARKED FOR THE GRACE PERIOD (DEFAULT 7 DAYS) HAS
004300*      ITS AUTHORITY REMOVED FROM XAOPAUTH AND AUDITED AS AUTOREV;
004400*      UNTIL THEN A LINE PARKED AT THE DEADLINE MAY STILL BE
004500*      CERTIFIED LATE ON XAOR;
004600*    - A LINE WHOSE AUTHORITY IS NO LONGER HELD IS CLOSED, AND A
004700*      REVOKE CANCELLED ON XAOP REOPENS ITS LINE.
004800*  THE REPORT IS THE SECURITY OFFICER'S: EVERY LINE PARKED OR
004900*  REMOVED THIS RUN IS LISTED (AN OPEN RUN LISTS EVERY LINE).
005000*  RC 4 = SOMETHING WAS PARKED OR REMOVED.  RC 8 = XAOPAUTH OR
005100*  XAOPCERT COULD NOT BE READ, OR A REMOVAL COULD NOT BE APPLIED.
005200******************************************************************
005300
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
005600 SOURCE-COMPUTER.   IBM-370.
005700 OBJECT-COMPUTER.   IBM-370.
005800 SPECIAL-NAMES.
005900     CONSOLE IS CONS.
006000
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300     copy xaopauthsel.
006400
006500     copy xaoppendsel.
006600
006700     copy xaopcertsel.
006800
006900*    XAAUTHAUD'S OWN NAME IS ONE CHARACTER TOO LONG FOR A DD
007000*    STATEMENT; IN BATCH IT IS REACHED THROUGH DD XAAUTHAD.
007100     SELECT XAAUTHAUD ASSIGN TO "XAAUTHAD"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS XAAUTHAUD-KEY
007500         FILE STATUS IS WS-XAAUTHAUD-STATUS.
007600
007700     copy xahraudsel.
007800
007900     copy xacqaudsel.
008000
008100     copy xaalertsel.
008200
008300     copy xarefaudsel.
008400
008500     copy xatraudsel.
008600
008700     SELECT XAOPCPRM ASSIGN TO "XAOPCPRM"
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS WS-XAOPCPRM-STATUS.
009000
009100     SELECT XAOPCRPT ASSIGN TO "XAOPCRPT"
009200         ORGANIZATION IS SEQUENTIAL
009300         FILE STATUS IS WS-XAOPCRPT-STATUS.
009400
009500     copy xarunlgsel.
009600
009700 DATA DIVISION.
009800 FILE SECTION.
009900     copy xaopauth.
010000
010100     copy xaoppend.
010200
010300     copy xaopcert.
010400
010500     copy xaauthaud.
010600
010700     copy xahraud.
010800
010900     copy xacqaud.
011000
011100     copy xaalert.
011200
011300     copy xarefaud.
011400
011500     copy xatraud.
011600
011700*****************************************************************
011800*    XAOPCPRM -- CONTROL CARD.  COL 1 "O" OPENS A NEW CYCLE (THE
011900*    QUARTERLY RUN); BLANK IS THE NIGHTLY PASS.  ANY PERIOD LEFT
012000*    BLANK KEEPS ITS DEFAULT: CERTIFY WITHIN 21 DAYS OF OPENING,
012100*    PARK AN AUTHORITY UNUSED FOR 90 DAYS, REMOVE 7 DAYS AFTER
012200*    PARKING; THE RUN DATE IS TODAY.  "*" IN COL 1 IS A COMMENT.
012300*****************************************************************
012400 FD  XAOPCPRM
012500     LABEL RECORDS ARE STANDARD
012600     RECORDING MODE IS F.
012700
012800 01  XAOPCPRM-CARD.
012900     05  XAOPCPRM-MODE               PIC X(01).
013000     05  FILLER                      PIC X(01).
013100     05  XAOPCPRM-CERTIFY-DAYS       PIC X(03).
013200     05  XAOPCPRM-CERTIFY-DAYS-N REDEFINES XAOPCPRM-CERTIFY-DAYS
013300                                     PIC 9(03).
013400     05  FILLER                      PIC X(01).
013500     05  XAOPCPRM-UNUSED-DAYS        PIC X(03).
013600     05  XAOPCPRM-UNUSED-DAYS-N REDEFINES XAOPCPRM-UNUSED-DAYS
013700                                     PIC 9(03).
013800     05  FILLER                      PIC X(01).
013900     05  XAOPCPRM-GRACE-DAYS         PIC X(03).
014000     05  XAOPCPRM-GRACE-DAYS-N REDEFINES XAOPCPRM-GRACE-DAYS
014100                                     PIC 9(03).
014200     05  FILLER                      PIC X(01).
014300     05  XAOPCPRM-RUN-DATE           PIC X(08).
014400     05  XAOPCPRM-RUN-DATE-N REDEFINES XAOPCPRM-RUN-DATE
014500                                     PIC 9(08).
014600     05  FILLER                      PIC X(58).
014700
014800 FD  XAOPCRPT
014900     LABEL RECORDS ARE STANDARD
015000     RECORDING MODE IS F.
015100
015200 01  XAOPCRPT-LINE                   PIC X(132).
015300
015400     copy xarunlg.
015500
015600 WORKING-STORAGE SECTION.
015700     copy xarunws.
015800
015900******************************************************************
016000*    FILE STATUS AND CONTROL SWITCHES
016100******************************************************************
016200 77  WS-XAOPAUTH-STATUS              PIC X(02) VALUE SPACES.
016300     88  WS-XAOPAUTH-OK                 VALUE "00".
016400     88  WS-XAOPAUTH-NOT-FOUND          VALUE "35" "23".
016500
016600 77  WS-XAOPPEND-STATUS              PIC X(02) VALUE SPACES.
016700     88  WS-XAOPPEND-OK                 VALUE "00".
016800
016900 77  WS-XAOPCERT-STATUS              PIC X(02) VALUE SPACES.
017000     88  WS-XAOPCERT-OK                 VALUE "00".
017100     88  WS-XAOPCERT-NOT-FOUND          VALUE "35" "23".
017200     88  WS-XAOPCERT-DUPLICATE          VALUE "22".
017300
017400 77  WS-XAAUTHAUD-STATUS             PIC X(02) VALUE SPACES.
017500     88  WS-XAAUTHAUD-OK                VALUE "00".
017600     88  WS-XAAUTHAUD-DUPLICATE         VALUE "22".
017700
017800 77  WS-XAHRAUD-STATUS               PIC X(02) VALUE SPACES.
017900     88  WS-XAHRAUD-OK                  VALUE "00".
018000
018100 77  WS-XACQAUD-STATUS               PIC X(02) VALUE SPACES.
018200     88  WS-XACQAUD-OK                  VALUE "00".
018300
018400 77  WS-XAALERT-STATUS               PIC X(02) VALUE SPACES.
018500     88  WS-XAALERT-OK                  VALUE "00".
018600
018700 77  WS-XAREFAUD-STATUS              PIC X(02) VALUE SPACES.
018800     88  WS-XAREFAUD-OK                 VALUE "00".
018900
019000 77  WS-XATRAUD-STATUS               PIC X(02) VALUE SPACES.
019100     88  WS-XATRAUD-OK                  VALUE "00".
019200
019300 77  WS-XAOPCPRM-STATUS              PIC X(02) VALUE SPACES.
019400     88  WS-XAOPCPRM-OK                 VALUE "00".
019500     88  WS-XAOPCPRM-NOT-FOUND          VALUE "35" "23".
019600
019700 77  WS-XAOPCRPT-STATUS              PIC X(02) VALUE SPACES.
019800     88  WS-XAOPCRPT-OK                 VALUE "00".
019900
020000 77  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
020100     88  WS-END-OF-FILE                 VALUE "Y".
020200
020300 77  WS-READ-FAILED-SWITCH           PIC X(01) VALUE "N".
020400     88  WS-READ-FAILED                 VALUE "Y".
020500
020600 77  WS-REMOVAL-FAILED-SWITCH        PIC X(01) VALUE "N".
020700     88  WS-REMOVAL-FAILED              VALUE "Y".
020800
020900 77  WS-MODE                         PIC X(01) VALUE "N".
021000     88  WS-OPEN-CYCLE                  VALUE "O".
021100     88  WS-NIGHTLY-PASS                VALUE "N".
021200
021300 77  WS-GRANTS-READ-SW               PIC 9(01) VALUE 0.
021400 77  WS-PENDING-READ-SW              PIC 9(01) VALUE 0.
021500 77  WS-REMOVAL-OPEN-SW              PIC 9(01) VALUE 0.
021600 77  WS-LINE-CHANGED-SW              PIC 9(01) VALUE 0.
021700 77  WS-HELD-SW                      PIC 9(01) VALUE 0.
021800 77  WS-AUD-DONE-SW                  PIC 9(01) VALUE 0.
021900
022000******************************************************************
022100*    PERIODS AND RUN DATE -- DEFAULTS, OVERRIDDEN BY THE XAOPCPRM
022200*    CARD.
022300******************************************************************
022400 77  WS-CERTIFY-DAYS                 PIC 9(03) VALUE 21.
022500 77  WS-UNUSED-DAYS                  PIC 9(03) VALUE 90.
022600 77  WS-GRACE-DAYS                   PIC 9(03) VALUE 7.
022700
022800 01  WS-RUN-DATE                     PIC X(08).
022900 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
023000                                     PIC 9(08).
023100 77  WS-RUN-INTEGER                  PIC 9(09) COMP VALUE ZERO.
023200 01  WS-DEADLINE                     PIC 9(08) VALUE ZERO.
023300 01  WS-DEADLINE-X REDEFINES WS-DEADLINE
023400                                     PIC X(08).
023500
023600 01  WS-TODAY-DATE-TIME.
023700     05  WS-TODAY-DATE               PIC X(08).
023800     05  WS-TODAY-TIME.
023900         10  WS-TODAY-HH             PIC 9(02).
024000         10  WS-TODAY-MM             PIC 9(02).
024100         10  WS-TODAY-SS             PIC 9(02).
024200     05  FILLER                      PIC X(07).
024300
024400******************************************************************
024500*    AUTHORITY TABLE -- XAOPAUTH TABLE ORDER.  TRACKED "Y" WHEN
024600*    EVERY USE OF THE AUTHORITY LEAVES A RECORD SOMEWHERE, SO A
024700*    LACK OF ONE MEANS IT WAS NOT USED.  SOURCE-READ IS SET WHEN
024800*    THAT RECORD'S FILE WAS READ THROUGH THIS RUN.
024900******************************************************************
025000 01  WS-AUTH-NAME-TABLE.
025100     05  FILLER                      PIC X(08) VALUE "RESOLVE".
025200     05  FILLER                      PIC X(08) VALUE "REVEAL".
025300     05  FILLER                      PIC X(08) VALUE "ADMIN".
025400     05  FILLER                      PIC X(08) VALUE "ALERTACK".
025500     05  FILLER                      PIC X(08) VALUE "REGISTRY".
025600     05  FILLER                      PIC X(08) VALUE "TRACE".
025700     05  FILLER                      PIC X(08) VALUE "TRCSET".
025800 01  FILLER REDEFINES WS-AUTH-NAME-TABLE.
025900     05  WS-AUTH-NAME OCCURS 7 TIMES PIC X(08).
026000
026100 01  WS-AUTH-TRACKED-TABLE           PIC X(07) VALUE "YYYYNNY".
026200 01  FILLER REDEFINES WS-AUTH-TRACKED-TABLE.
026300     05  WS-AUTH-TRACKED OCCURS 7 TIMES
026400                                     PIC X(01).
026500
026600 01  WS-SOURCE-READ-TABLE            PIC X(07) VALUE "NNNNNNN".
026700 01  FILLER REDEFINES WS-SOURCE-READ-TABLE.
026800     05  WS-SOURCE-READ OCCURS 7 TIMES
026900                                     PIC X(01).
027000
027100******************************************************************
027200*    HOLDER TABLE -- EVERY XAOPAUTH RECORD, IN USERID ORDER, WITH
027300*    ITS AUTHORITY BYTES, THE LAST RECORDED USE AND THE LATEST
027400*    GRANT OF EACH AUTHORITY, AND WHETHER AN XAOP CHANGE IS
027500*    PENDING FOR IT.
027600******************************************************************
027700 77  WS-HD-MAX                       PIC S9(04) COMP-5 VALUE 1000.
027800 77  WS-HD-COUNT                     PIC S9(04) COMP-5 VALUE ZERO.
027900 77  WS-HD-SUB                       PIC S9(04) COMP-5 VALUE ZERO.
028000 77  WS-HX                           PIC S9(04) COMP-5 VALUE ZERO.
028100 77  WS-AX                           PIC S9(04) COMP-5 VALUE ZERO.
028200 01  WS-HD-TABLE.
028300     05  WS-HD-ENTRY OCCURS 1000 TIMES.
028400         10  WS-HD-USERID            PIC X(08).
028500         10  WS-HD-AUTHS.
028600             15  WS-HD-AUTH OCCURS 7 TIMES
028700                                     PIC X(01).
028800         10  WS-HD-KEEP OCCURS 7 TIMES
028900                                     PIC X(01).
029000         10  WS-HD-LAST-USED OCCURS 7 TIMES
029100                                     PIC X(08).
029200         10  WS-HD-GRANTED OCCURS 7 TIMES
029300                                     PIC X(08).
029400         10  WS-HD-PENDING           PIC X(01).
029500
029600 01  WS-FIND-USERID                  PIC X(08).
029700 01  WS-USE-DATE                     PIC X(08).
029800 77  WS-USE-POS                      PIC S9(04) COMP-5 VALUE ZERO.
029900
030000******************************************************************
030100*    LINE WORK FIELDS
030200******************************************************************
030300 01  WS-REF-DATE                     PIC X(08).
030400 01  WS-REF-DATE-N REDEFINES WS-REF-DATE
030500                                     PIC 9(08).
030600 77  WS-IDLE-DAYS                    PIC 9(07) COMP VALUE ZERO.
030700 77  WS-PARKED-INTEGER               PIC 9(09) COMP VALUE ZERO.
030800 01  WS-STATUS-DATE-N                PIC 9(08) VALUE ZERO.
030900 01  WS-THIS-RUN                     PIC X(30).
031000 01  WS-OLD-AUTHS                    PIC X(08).
031100 01  WS-NEW-AUTHS                    PIC X(08).
031200 01  WS-AUD-DETAIL                   PIC X(16).
031300 77  WS-AUD-SECS                     PIC 9(05) COMP VALUE ZERO.
031400 77  WS-AUD-HH                       PIC 9(02) VALUE ZERO.
031500 77  WS-AUD-MM                       PIC 9(02) VALUE ZERO.
031600 77  WS-AUD-SS                       PIC 9(02) VALUE ZERO.
031700 77  WS-AUD-REM                      PIC 9(05) COMP VALUE ZERO.
031800 01  WS-AUD-TIME.
031900     05  WS-AT-HH                    PIC 9(02).
032000     05  WS-AT-MM                    PIC 9(02).
032100     05  WS-AT-SS                    PIC 9(02).
032200
032300******************************************************************
032400*    COUNTERS
032500******************************************************************
032600 77  WS-HOLDER-COUNT                 PIC 9(07) COMP VALUE ZERO.
032700 77  WS-OPENED-COUNT                 PIC 9(07) COMP VALUE ZERO.
032800 77  WS-LINE-COUNT                   PIC 9(07) COMP VALUE ZERO.
032900 77  WS-ST-OPEN-COUNT                PIC 9(07) COMP VALUE ZERO.
033000 77  WS-ST-CERT-COUNT                PIC 9(07) COMP VALUE ZERO.
033100 77  WS-ST-REVOKE-COUNT              PIC 9(07) COMP VALUE ZERO.
033200 77  WS-ST-PARKED-COUNT              PIC 9(07) COMP VALUE ZERO.
033300 77  WS-ST-REMOVED-COUNT             PIC 9(07) COMP VALUE ZERO.
033400 77  WS-PARKED-NOW-COUNT             PIC 9(07) COMP VALUE ZERO.
033500 77  WS-REMOVED-NOW-COUNT            PIC 9(07) COMP VALUE ZERO.
033600
033700******************************************************************
033800*    REPORT LINE LAYOUTS
033900******************************************************************
034000 01  WS-REPORT-HEADING-1.
034100     05  FILLER                      PIC X(52) VALUE
034200         "XAOPCRT -- OPERATOR AUTHORITY RECERTIFICATION  RUN ".
034300     05  WS-RH1-DATE                 PIC X(08).
034400     05  FILLER                      PIC X(02) VALUE SPACES.
034500     05  WS-RH1-MODE                 PIC X(30).
034600     05  FILLER                      PIC X(40) VALUE SPACES.
034700
034800 01  WS-REPORT-HEADING-2.
034900     05  FILLER                      PIC X(19) VALUE
035000         "CERTIFY WITHIN ".
035100     05  WS-RH2-CERTIFY              PIC ZZ9.
035200     05  FILLER                      PIC X(27) VALUE
035300         " DAYS OF OPENING; PARK IF ".
035400     05  WS-RH2-UNUSED               PIC ZZ9.
035500     05  FILLER                      PIC X(27) VALUE
035600         " DAYS UNUSED; REMOVE AFTER ".
035700     05  WS-RH2-GRACE                PIC ZZ9.
035800     05  FILLER                      PIC X(15) VALUE
035900         " DAYS PARKED".
036000     05  FILLER                      PIC X(35) VALUE SPACES.
036100
036200 01  WS-SOURCE-LINE.
036300     05  FILLER                      PIC X(15) VALUE
036400         "USE OF ".
036500     05  WS-SR-AUTH                  PIC X(08).
036600     05  FILLER                      PIC X(02) VALUE SPACES.
036700     05  WS-SR-TEXT                  PIC X(60).
036800     05  FILLER                      PIC X(47) VALUE SPACES.
036900
037000 01  WS-SECTION-HEADING              PIC X(132).
037100
037200 01  WS-LINE-HEADING.
037300     05  FILLER                      PIC X(10) VALUE "USERID".
037400     05  FILLER                      PIC X(10) VALUE "AUTHORITY".
037500     05  FILLER                      PIC X(10) VALUE "LAST USED".
037600     05  FILLER                      PIC X(07) VALUE "  IDLE".
037700     05  FILLER                      PIC X(10) VALUE "DEADLINE".
037800     05  FILLER                      PIC X(18) VALUE "STATUS".
037900     05  FILLER                      PIC X(10) VALUE "SET ON".
038000     05  FILLER                      PIC X(10) VALUE "SET BY".
038100     05  FILLER                      PIC X(30) VALUE "THIS RUN".
038200     05  FILLER                      PIC X(17) VALUE SPACES.
038300
038400 01  WS-LINE-DETAIL.
038500     05  WS-LD-USERID                PIC X(08).
038600     05  FILLER                      PIC X(02) VALUE SPACES.
038700     05  WS-LD-AUTH                  PIC X(08).
038800     05  FILLER                      PIC X(02) VALUE SPACES.
038900     05  WS-LD-LAST-USED             PIC X(08).
039000     05  FILLER                      PIC X(02) VALUE SPACES.
039100     05  WS-LD-IDLE                  PIC Z(04)9 BLANK WHEN ZERO.
039200     05  FILLER                      PIC X(02) VALUE SPACES.
039300     05  WS-LD-DEADLINE              PIC X(08).
039400     05  FILLER                      PIC X(02) VALUE SPACES.
039500     05  WS-LD-STATUS                PIC X(16).
039600     05  FILLER                      PIC X(02) VALUE SPACES.
039700     05  WS-LD-SET-ON                PIC X(08).
039800     05  FILLER                      PIC X(02) VALUE SPACES.
039900     05  WS-LD-SET-BY                PIC X(08).
040000     05  FILLER                      PIC X(02) VALUE SPACES.
040100     05  WS-LD-THIS-RUN              PIC X(30).
040200     05  FILLER                      PIC X(17) VALUE SPACES.
040300
040400 01  WS-SUMMARY-LINE.
040500     05  WS-SL-LABEL                 PIC X(32).
040600     05  WS-SL-COUNT                 PIC Z(06)9.
040700     05  FILLER                      PIC X(93) VALUE SPACES.
040800
040900 01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.
041000
041100 PROCEDURE DIVISION.
041200******************************************************************
041300 0000-MAINLINE.
041400******************************************************************
041500     MOVE "XAOPCRT" TO WS-RUNCTL-JOB.
041600     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
041700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
041800     PERFORM 2000-LOAD-HOLDERS THRU 2000-EXIT.
041900     IF NOT WS-READ-FAILED
042000         PERFORM 3000-SCAN-USAGE THRU 3000-EXIT
042100         PERFORM 3800-LIST-SOURCES THRU 3800-EXIT
042200     END-IF.
042300     IF NOT WS-READ-FAILED
042400     AND WS-OPEN-CYCLE
042500         PERFORM 4000-OPEN-CYCLE THRU 4000-EXIT
042600     END-IF.
042700     IF NOT WS-READ-FAILED
042800         PERFORM 5000-CHECK-LINES THRU 5000-EXIT
042900     END-IF.
043000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
043100     IF WS-PARKED-NOW-COUNT > ZERO
043200     OR WS-REMOVED-NOW-COUNT > ZERO
043300         MOVE 4 TO RETURN-CODE
043400     END-IF.
043500     IF WS-READ-FAILED
043600     OR WS-REMOVAL-FAILED
043700         MOVE 8 TO RETURN-CODE
043800     END-IF.
043900     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
044000     GOBACK.
044100
044200******************************************************************
044300*    1000-INITIALIZE -- READ THE CONTROL CARD, WORK OUT THE
044400*    DEADLINE FOR A CYCLE OPENED TODAY AND OPEN THE REPORT.
044500******************************************************************
044600 1000-INITIALIZE.
044700     MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE-TIME.
044800     MOVE WS-TODAY-DATE TO WS-RUN-DATE.
044900     COMPUTE WS-AUD-SECS = (WS-TODAY-HH * 3600)
045000         + (WS-TODAY-MM * 60) + WS-TODAY-SS.
045100
045200     PERFORM 1100-GET-PARMS THRU 1100-EXIT.
045300
045400     COMPUTE WS-RUN-INTEGER =
045500         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N).
045600     COMPUTE WS-DEADLINE =
045700         FUNCTION DATE-OF-INTEGER
045800             (WS-RUN-INTEGER + WS-CERTIFY-DAYS).
045900
046000     OPEN OUTPUT XAOPCRPT.
046100     IF NOT WS-XAOPCRPT-OK
046200         DISPLAY "XAOPCRT: UNABLE TO OPEN XAOPCRPT, STATUS="
046300             WS-XAOPCRPT-STATUS UPON CONS
046400     END-IF.
046500     MOVE WS-RUN-DATE TO WS-RH1-DATE.
046600     IF WS-OPEN-CYCLE
046700         MOVE "(NEW CYCLE OPENED)" TO WS-RH1-MODE
046800     ELSE
046900         MOVE "(NIGHTLY PASS)" TO WS-RH1-MODE
047000     END-IF.
047100     WRITE XAOPCRPT-LINE FROM WS-REPORT-HEADING-1.
047200     MOVE WS-CERTIFY-DAYS TO WS-RH2-CERTIFY.
047300     MOVE WS-UNUSED-DAYS TO WS-RH2-UNUSED.
047400     MOVE WS-GRACE-DAYS TO WS-RH2-GRACE.
047500     WRITE XAOPCRPT-LINE FROM WS-REPORT-HEADING-2.
047600 1000-EXIT.
047700     EXIT.
047800
047900******************************************************************
048000*    1100-GET-PARMS -- FIRST NON-COMMENT XAOPCPRM CARD.  A BLANK,
048100*    NON-NUMERIC OR ZERO PERIOD KEEPS ITS DEFAULT; A RUN DATE
048200*    THAT IS NOT A CALENDAR DATE IS IGNORED.
048300******************************************************************
048400 1100-GET-PARMS.
048500     OPEN INPUT XAOPCPRM.
048600     IF WS-XAOPCPRM-NOT-FOUND
048700         GO TO 1100-EXIT
048800     END-IF.
048900     IF NOT WS-XAOPCPRM-OK
049000         DISPLAY "XAOPCRT: UNABLE TO OPEN XAOPCPRM, STATUS="
049100             WS-XAOPCPRM-STATUS UPON CONS
049200         GO TO 1100-EXIT
049300     END-IF.
049400 1100-READ.
049500     READ XAOPCPRM
049600         AT END
049700             CLOSE XAOPCPRM
049800             GO TO 1100-EXIT
049900     END-READ.
050000     IF XAOPCPRM-CARD(1:1) = "*"
050100         GO TO 1100-READ
050200     END-IF.
050300     EVALUATE XAOPCPRM-MODE
050400         WHEN "O"
050500             MOVE "O" TO WS-MODE
050600         WHEN SPACE
050700         WHEN "N"
050800             MOVE "N" TO WS-MODE
050900         WHEN OTHER
051000             DISPLAY "XAOPCRT: MODE NOT O OR BLANK - "
051100                 "NIGHTLY PASS RUN" UPON CONS
051200     END-EVALUATE.
051300     IF XAOPCPRM-CERTIFY-DAYS IS NUMERIC
051400     AND XAOPCPRM-CERTIFY-DAYS-N > ZERO
051500         MOVE XAOPCPRM-CERTIFY-DAYS-N TO WS-CERTIFY-DAYS
051600     END-IF.
051700     IF XAOPCPRM-UNUSED-DAYS IS NUMERIC
051800     AND XAOPCPRM-UNUSED-DAYS-N > ZERO
051900         MOVE XAOPCPRM-UNUSED-DAYS-N TO WS-UNUSED-DAYS
052000     END-IF.
052100     IF XAOPCPRM-GRACE-DAYS IS NUMERIC
052200     AND XAOPCPRM-GRACE-DAYS-N > ZERO
052300         MOVE XAOPCPRM-GRACE-DAYS-N TO WS-GRACE-DAYS
052400     END-IF.
052500     IF XAOPCPRM-RUN-DATE IS NUMERIC
052600         IF FUNCTION TEST-DATE-YYYYMMDD
052700                 (XAOPCPRM-RUN-DATE-N) = ZERO
052800             MOVE XAOPCPRM-RUN-DATE TO WS-RUN-DATE
052900         ELSE
053000             DISPLAY "XAOPCRT: RUN DATE IGNORED: "
053100                 XAOPCPRM-RUN-DATE UPON CONS
053200         END-IF
053300     END-IF.
053400     CLOSE XAOPCPRM.
053500 1100-EXIT.
053600     EXIT.
053700
053800******************************************************************
053900*    2000-LOAD-HOLDERS -- EVERY XAOPAUTH RECORD INTO THE HOLDER
054000*    TABLE, NOTING ANY XAOP CHANGE PENDING FOR IT.  WITHOUT THE
054100*    WHOLE TABLE NOTHING CAN BE CHECKED, SO AN UNREADABLE XAOPAUTH
054200*    OR A FULL TABLE STOPS THE RUN WITH RC 8.
054300******************************************************************
054400 2000-LOAD-HOLDERS.
054500     OPEN INPUT XAOPAUTH.
054600     IF NOT WS-XAOPAUTH-OK
054700         DISPLAY "XAOPCRT: UNABLE TO OPEN XAOPAUTH, STATUS="
054800             WS-XAOPAUTH-STATUS UPON CONS
054900         MOVE "Y" TO WS-READ-FAILED-SWITCH
055000         GO TO 2000-EXIT
055100     END-IF.
055200     OPEN INPUT XAOPPEND.
055300     IF WS-XAOPPEND-OK
055400         MOVE 1 TO WS-PENDING-READ-SW
055500     ELSE
055600         DISPLAY "XAOPCRT: UNABLE TO OPEN XAOPPEND, STATUS="
055700             WS-XAOPPEND-STATUS " - REVOKES LEFT AS PENDING"
055800             UPON CONS
055900     END-IF.
056000     MOVE "N" TO WS-EOF-SWITCH.
056100     PERFORM 2100-READ-HOLDER THRU 2100-EXIT
056200         UNTIL WS-END-OF-FILE.
056300     CLOSE XAOPAUTH.
056400     IF WS-PENDING-READ-SW = 1
056500         CLOSE XAOPPEND
056600     END-IF.
056700 2000-EXIT.
056800     EXIT.
056900
057000 2100-READ-HOLDER.
057100     READ XAOPAUTH NEXT RECORD
057200         AT END
057300             MOVE "Y" TO WS-EOF-SWITCH
057400             GO TO 2100-EXIT
057500     END-READ.
057600     IF NOT WS-XAOPAUTH-OK
057700         DISPLAY "XAOPCRT: XAOPAUTH READ FAILED, STATUS="
057800             WS-XAOPAUTH-STATUS UPON CONS
057900         MOVE "Y" TO WS-READ-FAILED-SWITCH
058000         MOVE "Y" TO WS-EOF-SWITCH
058100         GO TO 2100-EXIT
058200     END-IF.
058300     IF WS-HD-COUNT NOT < WS-HD-MAX
058400         DISPLAY "XAOPCRT: HOLDER TABLE FULL AT " WS-HD-MAX
058500             " USERIDS" UPON CONS
058600         MOVE "Y" TO WS-READ-FAILED-SWITCH
058700         MOVE "Y" TO WS-EOF-SWITCH
058800         GO TO 2100-EXIT
058900     END-IF.
059000     ADD 1 TO WS-HD-COUNT.
059100     ADD 1 TO WS-HOLDER-COUNT.
059200     MOVE WS-HD-COUNT TO WS-HX.
059300     MOVE XAOPAUTH-USERID TO WS-HD-USERID(WS-HX).
059400     MOVE XAOPAUTH-RECORD(9:7) TO WS-HD-AUTHS(WS-HX).
059500     PERFORM 2110-CLEAR-HOLDER THRU 2110-EXIT
059600         VARYING WS-AX FROM 1 BY 1
059700         UNTIL WS-AX > 7.
059800     MOVE "N" TO WS-HD-PENDING(WS-HX).
059900     IF WS-PENDING-READ-SW = 0
060000         MOVE "Y" TO WS-HD-PENDING(WS-HX)
060100         GO TO 2100-EXIT
060200     END-IF.
060300     MOVE XAOPAUTH-USERID TO XAOPPEND-USERID.
060400     READ XAOPPEND
060500         INVALID KEY
060600             GO TO 2100-EXIT
060700     END-READ.
060800     MOVE "Y" TO WS-HD-PENDING(WS-HX).
060900 2100-EXIT.
061000     EXIT.
061100
061200 2110-CLEAR-HOLDER.
061300     MOVE "N" TO WS-HD-KEEP(WS-HX, WS-AX).
061400     MOVE SPACES TO WS-HD-LAST-USED(WS-HX, WS-AX).
061500     MOVE SPACES TO WS-HD-GRANTED(WS-HX, WS-AX).
061600 2110-EXIT.
061700     EXIT.
061800
061900******************************************************************
062000*    2500-FIND-HOLDER -- LOOK WS-FIND-USERID UP IN THE HOLDER
062100*    TABLE.  WS-HX IS ITS ENTRY, OR ZERO.  THE TABLE IS IN USERID
062200*    ORDER, SO THE SCAN STOPS AT THE FIRST USERID NOT BELOW IT.
062300******************************************************************
062400 2500-FIND-HOLDER.
062500     MOVE ZERO TO WS-HX.
062600     PERFORM 2510-SCAN-HOLDER THRU 2510-EXIT
062700         VARYING WS-HD-SUB FROM 1 BY 1
062800         UNTIL WS-HD-SUB > WS-HD-COUNT
062900            OR WS-HD-USERID(WS-HD-SUB) NOT < WS-FIND-USERID.
063000     IF WS-HD-SUB NOT > WS-HD-COUNT
063100         IF WS-HD-USERID(WS-HD-SUB) = WS-FIND-USERID
063200             MOVE WS-HD-SUB TO WS-HX
063300         END-IF
063400     END-IF.
063500 2500-EXIT.
063600     EXIT.
063700
063800 2510-SCAN-HOLDER.
063900     CONTINUE.
064000 2510-EXIT.
064100     EXIT.
064200
064300******************************************************************
064400*    3000-SCAN-USAGE -- READ EACH USAGE SOURCE THROUGH, NOTING
064500*    AGAINST EVERY HOLDER THE LATEST DATE EACH AUTHORITY WAS
064600*    USED.  A SOURCE THAT CANNOT BE READ IS SAID ON THE CONSOLE
064700*    AND THE REPORT, AND ITS AUTHORITY IS NOT PARKED AS UNUSED.
064800******************************************************************
064900 3000-SCAN-USAGE.
065000     PERFORM 3100-SCAN-XAHRAUD THRU 3100-EXIT.
065100     PERFORM 3200-SCAN-XACQAUD THRU 3200-EXIT.
065200     PERFORM 3300-SCAN-XAAUTHAUD THRU 3300-EXIT.
065300     PERFORM 3400-SCAN-XAALERT THRU 3400-EXIT.
065400     PERFORM 3500-SCAN-XAREFAUD THRU 3500-EXIT.
065500     PERFORM 3600-SCAN-XATRAUD THRU 3600-EXIT.
065600 3000-EXIT.
065700     EXIT.
065800
065900*    RESOLVE -- THE OPERATOR WHO SIGNED OFF EACH RESOLUTION.
066000 3100-SCAN-XAHRAUD.
066100     OPEN INPUT XAHRAUD.
066200     IF NOT WS-XAHRAUD-OK
066300         DISPLAY "XAOPCRT: UNABLE TO OPEN XAHRAUD, STATUS="
066400             WS-XAHRAUD-STATUS UPON CONS
066500         GO TO 3100-EXIT
066600     END-IF.
066700     MOVE "Y" TO WS-SOURCE-READ(1).
066800     MOVE "N" TO WS-EOF-SWITCH.
066900     PERFORM 3110-READ-XAHRAUD THRU 3110-EXIT
067000         UNTIL WS-END-OF-FILE.
067100     CLOSE XAHRAUD.
067200 3100-EXIT.
067300     EXIT.
067400
067500 3110-READ-XAHRAUD.
067600     READ XAHRAUD NEXT RECORD
067700         AT END
067800             MOVE "Y" TO WS-EOF-SWITCH
067900             GO TO 3110-EXIT
068000     END-READ.
068100     IF NOT WS-XAHRAUD-OK
068200         DISPLAY "XAOPCRT: XAHRAUD READ FAILED, STATUS="
068300             WS-XAHRAUD-STATUS UPON CONS
068400         MOVE "N" TO WS-SOURCE-READ(1)
068500         MOVE "Y" TO WS-EOF-SWITCH
068600         GO TO 3110-EXIT
068700     END-IF.
068800     MOVE XAHRAUD-RESOLVED-BY TO WS-FIND-USERID.
068900     MOVE XAHRAUD-RESOLVED-DATE TO WS-USE-DATE.
069000     MOVE 1 TO WS-USE-POS.
069100     PERFORM 3900-NOTE-USE THRU 3900-EXIT.
069200 3110-EXIT.
069300     EXIT.
069400
069500*    REVEAL -- EVERY XACQ REVEAL IS KEYED BY THE OPERATOR.
069600 3200-SCAN-XACQAUD.
069700     OPEN INPUT XACQAUD.
069800     IF NOT WS-XACQAUD-OK
069900         DISPLAY "XAOPCRT: UNABLE TO OPEN XACQAUD, STATUS="
070000             WS-XACQAUD-STATUS UPON CONS
070100         GO TO 3200-EXIT
070200     END-IF.
070300     MOVE "Y" TO WS-SOURCE-READ(2).
070400     MOVE "N" TO WS-EOF-SWITCH.
070500     PERFORM 3210-READ-XACQAUD THRU 3210-EXIT
070600         UNTIL WS-END-OF-FILE.
070700     CLOSE XACQAUD.
070800 3200-EXIT.
070900     EXIT.
071000
071100 3210-READ-XACQAUD.
071200     READ XACQAUD NEXT RECORD
071300         AT END
071400             MOVE "Y" TO WS-EOF-SWITCH
071500             GO TO 3210-EXIT
071600     END-READ.
071700     IF NOT WS-XACQAUD-OK
071800         DISPLAY "XAOPCRT: XACQAUD READ FAILED, STATUS="
071900             WS-XACQAUD-STATUS UPON CONS
072000         MOVE "N" TO WS-SOURCE-READ(2)
072100         MOVE "Y" TO WS-EOF-SWITCH
072200         GO TO 3210-EXIT
072300     END-IF.
072400     MOVE XACQAUD-USERID TO WS-FIND-USERID.
072500     MOVE XACQAUD-DATE TO WS-USE-DATE.
072600     MOVE 2 TO WS-USE-POS.
072700     PERFORM 3900-NOTE-USE THRU 3900-EXIT.
072800 3210-EXIT.
072900     EXIT.
073000
073100*    ADMIN -- THE ACTOR ON EVERY XAOP OR XAOR EVENT (A DENIED
073200*    ATTEMPT IS NOT A USE).  THE SAME PASS FINDS WHEN EACH
073300*    AUTHORITY WAS LAST GRANTED: AN APPROVED CHANGE THAT TURNED
073400*    IT ON FOR THE TARGET.
073500 3300-SCAN-XAAUTHAUD.
073600     OPEN INPUT XAAUTHAUD.
073700     IF NOT WS-XAAUTHAUD-OK
073800         DISPLAY "XAOPCRT: UNABLE TO OPEN XAAUTHAUD, STATUS="
073900             WS-XAAUTHAUD-STATUS " - NO LINE PARKED AS UNUSED"
074000             UPON CONS
074100         GO TO 3300-EXIT
074200     END-IF.
074300     MOVE "Y" TO WS-SOURCE-READ(3).
074400     MOVE 1 TO WS-GRANTS-READ-SW.
074500     MOVE "N" TO WS-EOF-SWITCH.
074600     PERFORM 3310-READ-XAAUTHAUD THRU 3310-EXIT
074700         UNTIL WS-END-OF-FILE.
074800     CLOSE XAAUTHAUD.
074900 3300-EXIT.
075000     EXIT.
075100
075200 3310-READ-XAAUTHAUD.
075300     READ XAAUTHAUD NEXT RECORD
075400         AT END
075500             MOVE "Y" TO WS-EOF-SWITCH
075600             GO TO 3310-EXIT
075700     END-READ.
075800     IF NOT WS-XAAUTHAUD-OK
075900         DISPLAY "XAOPCRT: XAAUTHAUD READ FAILED, STATUS="
076000             WS-XAAUTHAUD-STATUS UPON CONS
076100         MOVE "N" TO WS-SOURCE-READ(3)
076200         MOVE 0 TO WS-GRANTS-READ-SW
076300         MOVE "Y" TO WS-EOF-SWITCH
076400         GO TO 3310-EXIT
076500     END-IF.
076600     IF XAAUTHAUD-IS-REQUEST
076700     OR XAAUTHAUD-IS-APPROVE
076800     OR XAAUTHAUD-IS-CANCEL
076900     OR XAAUTHAUD-IS-CERTIFY
077000         MOVE XAAUTHAUD-ACTOR TO WS-FIND-USERID
077100         MOVE XAAUTHAUD-DATE TO WS-USE-DATE
077200         MOVE 3 TO WS-USE-POS
077300         PERFORM 3900-NOTE-USE THRU 3900-EXIT
077400     END-IF.
077500     IF NOT XAAUTHAUD-IS-APPROVE
077600         GO TO 3310-EXIT
077700     END-IF.
077800     MOVE XAAUTHAUD-USERID TO WS-FIND-USERID.
077900     PERFORM 2500-FIND-HOLDER THRU 2500-EXIT.
078000     IF WS-HX = ZERO
078100     OR XAAUTHAUD-DATE IS NOT NUMERIC
078200         GO TO 3310-EXIT
078300     END-IF.
078400     PERFORM 3320-NOTE-GRANT THRU 3320-EXIT
078500         VARYING WS-AX FROM 1 BY 1
078600         UNTIL WS-AX > 7.
078700 3310-EXIT.
078800     EXIT.
078900
079000 3320-NOTE-GRANT.
079100     IF XAAUTHAUD-NEW-AUTHS(WS-AX:1) = "Y"
079200     AND XAAUTHAUD-OLD-AUTHS(WS-AX:1) NOT = "Y"
079300     AND XAAUTHAUD-DATE > WS-HD-GRANTED(WS-HX, WS-AX)
079400         MOVE XAAUTHAUD-DATE TO WS-HD-GRANTED(WS-HX, WS-AX)
079500     END-IF.
079600 3320-EXIT.
079700     EXIT.
079800
079900*    ALERTACK -- THE ACKNOWLEDGING OPERATOR ON EACH XAALERT ITEM.
080000 3400-SCAN-XAALERT.
080100     OPEN INPUT XAALERT.
080200     IF NOT WS-XAALERT-OK
080300         DISPLAY "XAOPCRT: UNABLE TO OPEN XAALERT, STATUS="
080400             WS-XAALERT-STATUS UPON CONS
080500         GO TO 3400-EXIT
080600     END-IF.
080700     MOVE "Y" TO WS-SOURCE-READ(4).
080800     MOVE "N" TO WS-EOF-SWITCH.
080900     PERFORM 3410-READ-XAALERT THRU 3410-EXIT
081000         UNTIL WS-END-OF-FILE.
081100     CLOSE XAALERT.
081200 3400-EXIT.
081300     EXIT.
081400
081500 3410-READ-XAALERT.
081600     READ XAALERT NEXT RECORD
081700         AT END
081800             MOVE "Y" TO WS-EOF-SWITCH
081900             GO TO 3410-EXIT
082000     END-READ.
082100     IF NOT WS-XAALERT-OK
082200         DISPLAY "XAOPCRT: XAALERT READ FAILED, STATUS="
082300             WS-XAALERT-STATUS UPON CONS
082400         MOVE "N" TO WS-SOURCE-READ(4)
082500         MOVE "Y" TO WS-EOF-SWITCH
082600         GO TO 3410-EXIT
082700     END-IF.
082800     IF NOT XAALERT-IS-ACKED
082900         GO TO 3410-EXIT
083000     END-IF.
083100     MOVE XAALERT-ACKED-BY TO WS-FIND-USERID.
083200     MOVE XAALERT-ACK-DATE TO WS-USE-DATE.
083300     MOVE 4 TO WS-USE-POS.
083400     PERFORM 3900-NOTE-USE THRU 3900-EXIT.
083500 3410-EXIT.
083600     EXIT.
083700
083800*    REGISTRY -- XARESREG CHANGES RECORDED IN XAREFAUD.  XARG
083900*    ITSELF DOES NOT RECORD ITS CHANGES THERE, SO THIS IS SHOWN
084000*    BUT NEVER TAKEN AS PROOF OF DISUSE.
084100 3500-SCAN-XAREFAUD.
084200     OPEN INPUT XAREFAUD.
084300     IF NOT WS-XAREFAUD-OK
084400         DISPLAY "XAOPCRT: UNABLE TO OPEN XAREFAUD, STATUS="
084500             WS-XAREFAUD-STATUS UPON CONS
084600         GO TO 3500-EXIT
084700     END-IF.
084800     MOVE "Y" TO WS-SOURCE-READ(5).
084900     MOVE "N" TO WS-EOF-SWITCH.
085000     PERFORM 3510-READ-XAREFAUD THRU 3510-EXIT
085100         UNTIL WS-END-OF-FILE.
085200     CLOSE XAREFAUD.
085300 3500-EXIT.
085400     EXIT.
085500
085600 3510-READ-XAREFAUD.
085700     READ XAREFAUD NEXT RECORD
085800         AT END
085900             MOVE "Y" TO WS-EOF-SWITCH
086000             GO TO 3510-EXIT
086100     END-READ.
086200     IF NOT WS-XAREFAUD-OK
086300         DISPLAY "XAOPCRT: XAREFAUD READ FAILED, STATUS="
086400             WS-XAREFAUD-STATUS UPON CONS
086500         MOVE "N" TO WS-SOURCE-READ(5)
086600         MOVE "Y" TO WS-EOF-SWITCH
086700         GO TO 3510-EXIT
086800     END-IF.
086900     IF xarefaud-file NOT = "XARESREG"
087000         GO TO 3510-EXIT
087100     END-IF.
087200     MOVE xarefaud-userid TO WS-FIND-USERID.
087300     MOVE xarefaud-date TO WS-USE-DATE.
087400     MOVE 5 TO WS-USE-POS.
087500     PERFORM 3900-NOTE-USE THRU 3900-EXIT.
087600 3510-EXIT.
087700     EXIT.
087800
087900*    TRCSET -- THE OPERATOR WHO RAISED OR CANCELLED EACH XATO
088000*    OVERRIDE (AN EXPIRY IS THE CLOCK, NOT A USE).
088100 3600-SCAN-XATRAUD.
088200     OPEN INPUT XATRAUD.
088300     IF NOT WS-XATRAUD-OK
088400         DISPLAY "XAOPCRT: UNABLE TO OPEN XATRAUD, STATUS="
088500             WS-XATRAUD-STATUS UPON CONS
088600         GO TO 3600-EXIT
088700     END-IF.
088800     MOVE "Y" TO WS-SOURCE-READ(7).
088900     MOVE "N" TO WS-EOF-SWITCH.
089000     PERFORM 3610-READ-XATRAUD THRU 3610-EXIT
089100         UNTIL WS-END-OF-FILE.
089200     CLOSE XATRAUD.
089300 3600-EXIT.
089400     EXIT.
089500
089600 3610-READ-XATRAUD.
089700     READ XATRAUD NEXT RECORD
089800         AT END
089900             MOVE "Y" TO WS-EOF-SWITCH
090000             GO TO 3610-EXIT
090100     END-READ.
090200     IF NOT WS-XATRAUD-OK
090300         DISPLAY "XAOPCRT: XATRAUD READ FAILED, STATUS="
090400             WS-XATRAUD-STATUS UPON CONS
090500         MOVE "N" TO WS-SOURCE-READ(7)
090600         MOVE "Y" TO WS-EOF-SWITCH
090700         GO TO 3610-EXIT
090800     END-IF.
090900     IF NOT xatraud-is-activate
091000     AND NOT xatraud-is-cancel
091100         GO TO 3610-EXIT
091200     END-IF.
091300     MOVE xatraud-userid TO WS-FIND-USERID.
091400     MOVE xatraud-date TO WS-USE-DATE.
091500     MOVE 7 TO WS-USE-POS.
091600     PERFORM 3900-NOTE-USE THRU 3900-EXIT.
091700 3610-EXIT.
091800     EXIT.
091900
092000******************************************************************
092100*    3800-LIST-SOURCES -- ONE REPORT LINE PER AUTHORITY SAYING
092200*    WHERE ITS USE WAS TAKEN FROM, AND WHETHER A LACK OF USE CAN
092300*    PARK IT THIS RUN.
092400******************************************************************
092500 3800-LIST-SOURCES.
092600     WRITE XAOPCRPT-LINE FROM WS-BLANK-LINE.
092700     PERFORM 3810-LIST-SOURCE THRU 3810-EXIT
092800         VARYING WS-AX FROM 1 BY 1
092900         UNTIL WS-AX > 7.
093000 3800-EXIT.
093100     EXIT.
093200
093300 3810-LIST-SOURCE.
093400     MOVE WS-AUTH-NAME(WS-AX) TO WS-SR-AUTH.
093500     EVALUATE TRUE
093600         WHEN WS-AUTH-TRACKED(WS-AX) = "N"
093700         AND WS-AX = 6
093800             MOVE "NOT RECORDED - NEVER PARKED AS UNUSED"
093900                 TO WS-SR-TEXT
094000         WHEN WS-AUTH-TRACKED(WS-AX) = "N"
094100             MOVE "PARTLY RECORDED - NEVER PARKED AS UNUSED"
094200                 TO WS-SR-TEXT
094300         WHEN WS-SOURCE-READ(WS-AX) NOT = "Y"
094400             MOVE
094500                 "SOURCE NOT READ - NOT PARKED AS UNUSED THIS RUN"
094600                 TO WS-SR-TEXT
094700         WHEN WS-GRANTS-READ-SW = 0
094800             MOVE
094900                 "XAAUTHAUD NOT READ - NOT PARKED AS UNUSED TODAY"
095000                 TO WS-SR-TEXT
095100         WHEN OTHER
095200             MOVE "RECORDED - PARKED WHEN UNUSED PAST THE LIMIT"
095300                 TO WS-SR-TEXT
095400     END-EVALUATE.
095500     WRITE XAOPCRPT-LINE FROM WS-SOURCE-LINE.
095600 3810-EXIT.
095700     EXIT.
095800
095900******************************************************************
096000*    3900-NOTE-USE -- KEEP WS-USE-DATE AS THE LAST USE OF
096100*    AUTHORITY WS-USE-POS BY WS-FIND-USERID IF IT IS LATER THAN
096200*    THE ONE HELD.  A DATE AFTER THE RUN DATE IS IGNORED, SO A
096300*    RERUN FOR AN EARLIER DATE SEES THE FILES AS THEY WERE.
096400******************************************************************
096500 3900-NOTE-USE.
096600     IF WS-USE-DATE IS NOT NUMERIC
096700     OR WS-USE-DATE > WS-RUN-DATE
096800         GO TO 3900-EXIT
096900     END-IF.
097000     PERFORM 2500-FIND-HOLDER THRU 2500-EXIT.
097100     IF WS-HX = ZERO
097200         GO TO 3900-EXIT
097300     END-IF.
097400     IF WS-USE-DATE > WS-HD-LAST-USED(WS-HX, WS-USE-POS)
097500         MOVE WS-USE-DATE TO WS-HD-LAST-USED(WS-HX, WS-USE-POS)
097600     END-IF.
097700 3900-EXIT.
097800     EXIT.
097900
098000******************************************************************
098100*    4000-OPEN-CYCLE -- START A NEW CYCLE.  A LINE ALREADY PARKED
098200*    OR AWAITING AN XAOP REVOKE FOR AN AUTHORITY STILL HELD RUNS
098300*    ON AS IT IS (REOPENING IT WOULD RESTART ITS CLOCK); EVERY
098400*    OTHER LINE IS CLEARED, AND A NEW OPEN LINE IS WRITTEN FOR
098500*    EVERY OTHER AUTHORITY HELD.
098600******************************************************************
098700 4000-OPEN-CYCLE.
098800     OPEN I-O XAOPCERT.
098900     IF NOT WS-XAOPCERT-OK
099000         DISPLAY "XAOPCRT: UNABLE TO OPEN XAOPCERT, STATUS="
099100             WS-XAOPCERT-STATUS UPON CONS
099200         MOVE "Y" TO WS-READ-FAILED-SWITCH
099300         GO TO 4000-EXIT
099400     END-IF.
099500     MOVE "N" TO WS-EOF-SWITCH.
099600     PERFORM 4100-CLEAR-LINE THRU 4100-EXIT
099700         UNTIL WS-END-OF-FILE.
099800     IF NOT WS-READ-FAILED
099900         PERFORM 4200-OPEN-HOLDER THRU 4200-EXIT
100000             VARYING WS-HX FROM 1 BY 1
100100             UNTIL WS-HX > WS-HD-COUNT
100200     END-IF.
100300     CLOSE XAOPCERT.
100400 4000-EXIT.
100500     EXIT.
100600
100700 4100-CLEAR-LINE.
100800     READ XAOPCERT NEXT RECORD
100900         AT END
101000             MOVE "Y" TO WS-EOF-SWITCH
101100             GO TO 4100-EXIT
101200     END-READ.
101300     IF NOT WS-XAOPCERT-OK
101400         DISPLAY "XAOPCRT: XAOPCERT READ FAILED, STATUS="
101500             WS-XAOPCERT-STATUS UPON CONS
101600         MOVE "Y" TO WS-READ-FAILED-SWITCH
101700         MOVE "Y" TO WS-EOF-SWITCH
101800         GO TO 4100-EXIT
101900     END-IF.
102000     IF XAOPCERT-IS-PARKED
102100     OR XAOPCERT-IS-REVOKE-PENDING
102200         MOVE XAOPCERT-USERID TO WS-FIND-USERID
102300         PERFORM 2500-FIND-HOLDER THRU 2500-EXIT
102400         IF WS-HX > ZERO
102500         AND XAOPCERT-AUTH-POS > ZERO
102600             IF WS-HD-AUTH(WS-HX, XAOPCERT-AUTH-POS) = "Y"
102700                 MOVE "Y" TO WS-HD-KEEP(WS-HX, XAOPCERT-AUTH-POS)
102800                 GO TO 4100-EXIT
102900             END-IF
103000         END-IF
103100     END-IF.
103200     DELETE XAOPCERT RECORD
103300         INVALID KEY
103400             DISPLAY "XAOPCRT: XAOPCERT DELETE FAILED, STATUS="
103500                 WS-XAOPCERT-STATUS UPON CONS
103600     END-DELETE.
103700 4100-EXIT.
103800     EXIT.
103900
104000 4200-OPEN-HOLDER.
104100     PERFORM 4210-OPEN-LINE THRU 4210-EXIT
104200         VARYING WS-AX FROM 1 BY 1
104300         UNTIL WS-AX > 7.
104400 4200-EXIT.
104500     EXIT.
104600
104700 4210-OPEN-LINE.
104800     IF WS-HD-AUTH(WS-HX, WS-AX) NOT = "Y"
104900     OR WS-HD-KEEP(WS-HX, WS-AX) = "Y"
105000         GO TO 4210-EXIT
105100     END-IF.
105200     MOVE SPACES TO XAOPCERT-RECORD.
105300     MOVE WS-HD-USERID(WS-HX) TO XAOPCERT-USERID.
105400     MOVE WS-AUTH-NAME(WS-AX) TO XAOPCERT-AUTH.
105500     MOVE WS-AX TO XAOPCERT-AUTH-POS.
105600     MOVE WS-RUN-DATE TO XAOPCERT-OPENED-DATE.
105700     MOVE WS-DEADLINE-X TO XAOPCERT-DEADLINE.
105800     MOVE WS-HD-LAST-USED(WS-HX, WS-AX)
105900         TO XAOPCERT-LAST-USED-DATE.
106000     MOVE WS-AUTH-TRACKED(WS-AX) TO XAOPCERT-USE-TRACKED.
106100     MOVE "O" TO XAOPCERT-STATUS.
106200     MOVE WS-RUN-DATE TO XAOPCERT-STATUS-DATE.
106300     MOVE "XAOPCRT" TO XAOPCERT-STATUS-BY.
106400     WRITE XAOPCERT-RECORD
106500         INVALID KEY
106600             DISPLAY "XAOPCRT: XAOPCERT WRITE FAILED, STATUS="
106700                 WS-XAOPCERT-STATUS UPON CONS
106800             GO TO 4210-EXIT
106900     END-WRITE.
107000     ADD 1 TO WS-OPENED-COUNT.
107100 4210-EXIT.
107200     EXIT.
107300
107400******************************************************************
107500*    5000-CHECK-LINES -- ONE PASS OVER XAOPCERT, BRINGING EACH
107600*    LINE'S LAST USE UP TO DATE AND PARKING, REMOVING, CLOSING OR
107700*    REOPENING IT AS ITS STATE CALLS FOR.  REMOVALS NEED XAOPAUTH
107800*    AND XAAUTHAUD OPEN FOR UPDATE; WITHOUT THEM A LINE DUE FOR
107900*    REMOVAL STAYS PARKED AND THE RUN ENDS RC 8.
108000******************************************************************
108100 5000-CHECK-LINES.
108200     OPEN I-O XAOPCERT.
108300     IF WS-XAOPCERT-NOT-FOUND
108400         DISPLAY "XAOPCRT: XAOPCERT NOT FOUND - "
108500             "NO CYCLE OPENED YET" UPON CONS
108600         GO TO 5000-EXIT
108700     END-IF.
108800     IF NOT WS-XAOPCERT-OK
108900         DISPLAY "XAOPCRT: UNABLE TO OPEN XAOPCERT, STATUS="
109000             WS-XAOPCERT-STATUS UPON CONS
109100         MOVE "Y" TO WS-READ-FAILED-SWITCH
109200         GO TO 5000-EXIT
109300     END-IF.
109400     OPEN I-O XAOPAUTH.
109500     IF WS-XAOPAUTH-OK
109600         OPEN I-O XAAUTHAUD
109700         IF WS-XAAUTHAUD-OK
109800             MOVE 1 TO WS-REMOVAL-OPEN-SW
109900         ELSE
110000             DISPLAY "XAOPCRT: UNABLE TO OPEN XAAUTHAUD, STATUS="
110100                 WS-XAAUTHAUD-STATUS " - NO REMOVALS" UPON CONS
110200             CLOSE XAOPAUTH
110300         END-IF
110400     ELSE
110500         DISPLAY "XAOPCRT: UNABLE TO OPEN XAOPAUTH, STATUS="
110600             WS-XAOPAUTH-STATUS " - NO REMOVALS" UPON CONS
110700     END-IF.
110800
110900     WRITE XAOPCRPT-LINE FROM WS-BLANK-LINE.
111000     MOVE SPACES TO WS-SECTION-HEADING.
111100     IF WS-OPEN-CYCLE
111200         STRING "EVERY AUTHORITY HELD - CERTIFY OR REVOKE ON "
111300                 "XAOR BY " DELIMITED SIZE
111400             WS-DEADLINE-X DELIMITED SIZE
111500             INTO WS-SECTION-HEADING
111600     ELSE
111700         MOVE "LINES PARKED, REMOVED, CLOSED OR REOPENED THIS RUN"
111800             TO WS-SECTION-HEADING
111900     END-IF.
112000     WRITE XAOPCRPT-LINE FROM WS-SECTION-HEADING.
112100     WRITE XAOPCRPT-LINE FROM WS-LINE-HEADING.
112200
112300     MOVE "N" TO WS-EOF-SWITCH.
112400     PERFORM 5100-READ-LINE THRU 5100-EXIT
112500         UNTIL WS-END-OF-FILE.
112600     CLOSE XAOPCERT.
112700     IF WS-REMOVAL-OPEN-SW = 1
112800         CLOSE XAOPAUTH
112900         CLOSE XAAUTHAUD
113000     END-IF.
113100 5000-EXIT.
113200     EXIT.
113300
113400 5100-READ-LINE.
113500     READ XAOPCERT NEXT RECORD
113600         AT END
113700             MOVE "Y" TO WS-EOF-SWITCH
113800             GO TO 5100-EXIT
113900     END-READ.
114000     IF NOT WS-XAOPCERT-OK
114100         DISPLAY "XAOPCRT: XAOPCERT READ FAILED, STATUS="
114200             WS-XAOPCERT-STATUS UPON CONS
114300         MOVE "Y" TO WS-READ-FAILED-SWITCH
114400         MOVE "Y" TO WS-EOF-SWITCH
114500         GO TO 5100-EXIT
114600     END-IF.
114700     ADD 1 TO WS-LINE-COUNT.
114800     PERFORM 5200-CHECK-LINE THRU 5200-EXIT.
114900     IF WS-LINE-CHANGED-SW = 1
115000         REWRITE XAOPCERT-RECORD
115100             INVALID KEY
115200                 DISPLAY "XAOPCRT: XAOPCERT REWRITE FAILED, "
115300                     "STATUS=" WS-XAOPCERT-STATUS UPON CONS
115400         END-REWRITE
115500     END-IF.
115600     EVALUATE TRUE
115700         WHEN XAOPCERT-IS-OPEN
115800             ADD 1 TO WS-ST-OPEN-COUNT
115900         WHEN XAOPCERT-IS-CERTIFIED
116000             ADD 1 TO WS-ST-CERT-COUNT
116100         WHEN XAOPCERT-IS-REVOKE-PENDING
116200             ADD 1 TO WS-ST-REVOKE-COUNT
116300         WHEN XAOPCERT-IS-PARKED
116400             ADD 1 TO WS-ST-PARKED-COUNT
116500         WHEN XAOPCERT-IS-REMOVED
116600             ADD 1 TO WS-ST-REMOVED-COUNT
116700     END-EVALUATE.
116800     IF WS-OPEN-CYCLE
116900     OR WS-THIS-RUN NOT = SPACES
117000         PERFORM 6000-WRITE-LINE THRU 6000-EXIT
117100     END-IF.
117200 5100-EXIT.
117300     EXIT.
117400
117500******************************************************************
117600*    5200-CHECK-LINE -- THE RULES, IN ORDER:
117700*      NOT HELD ANY MORE      CLOSED (REMOVED)
117800*      REVOKE PENDING         REOPENED IF XAOP NO LONGER HOLDS IT
117900*      PARKED                 AUTHORITY REMOVED AFTER THE GRACE
118000*      OPEN PAST DEADLINE     PARKED - NOT CERTIFIED
118100*      OPEN OR CERTIFIED      PARKED - UNUSED, IF RECORDED AND
118200*                             IDLE PAST THE LIMIT
118300*    THE IDLE DAYS RUN FROM THE LATER OF THE LAST USE AND THE
118400*    LAST GRANT; WITH NEITHER ON FILE THE AUTHORITY HAS NEVER
118500*    BEEN SEEN IN USE.
118600******************************************************************
118700 5200-CHECK-LINE.
118800     MOVE 0 TO WS-LINE-CHANGED-SW.
118900     MOVE SPACES TO WS-THIS-RUN.
119000     MOVE ZERO TO WS-IDLE-DAYS.
119100     MOVE XAOPCERT-AUTH-POS TO WS-AX.
119200     IF WS-AX < 1 OR WS-AX > 7
119300         GO TO 5200-EXIT
119400     END-IF.
119500     MOVE 0 TO WS-HELD-SW.
119600     MOVE XAOPCERT-USERID TO WS-FIND-USERID.
119700     PERFORM 2500-FIND-HOLDER THRU 2500-EXIT.
119800     IF WS-HX > ZERO
119900         IF WS-HD-AUTH(WS-HX, WS-AX) = "Y"
120000             MOVE 1 TO WS-HELD-SW
120100         END-IF
120200         IF WS-HD-LAST-USED(WS-HX, WS-AX) >
120300                 XAOPCERT-LAST-USED-DATE
120400             MOVE WS-HD-LAST-USED(WS-HX, WS-AX)
120500                 TO XAOPCERT-LAST-USED-DATE
120600             MOVE 1 TO WS-LINE-CHANGED-SW
120700         END-IF
120800         PERFORM 5250-IDLE-DAYS THRU 5250-EXIT
120900     END-IF.
121000
121100     IF XAOPCERT-IS-REMOVED
121200         GO TO 5200-EXIT
121300     END-IF.
121400
121500     IF WS-HELD-SW = 0
121600         IF XAOPCERT-IS-REVOKE-PENDING
121700             MOVE "REVOKE APPROVED ON XAOP" TO WS-THIS-RUN
121800         ELSE
121900             MOVE "NO LONGER HELD - CLOSED" TO WS-THIS-RUN
122000         END-IF
122100         MOVE "X" TO XAOPCERT-STATUS
122200         MOVE WS-RUN-DATE TO XAOPCERT-STATUS-DATE
122300         MOVE "XAOPCRT" TO XAOPCERT-STATUS-BY
122400         MOVE 1 TO WS-LINE-CHANGED-SW
122500         GO TO 5200-EXIT
122600     END-IF.
122700
122800     IF XAOPCERT-IS-REVOKE-PENDING
122900         IF WS-HD-PENDING(WS-HX) = "Y"
123000             GO TO 5200-EXIT
123100         END-IF
123200         MOVE "REVOKE CANCELLED - REOPENED" TO WS-THIS-RUN
123300         MOVE "O" TO XAOPCERT-STATUS
123400         MOVE WS-RUN-DATE TO XAOPCERT-STATUS-DATE
123500         MOVE "XAOPCRT" TO XAOPCERT-STATUS-BY
123600         MOVE 1 TO WS-LINE-CHANGED-SW
123700     END-IF.
123800
123900     IF XAOPCERT-IS-PARKED
124000         PERFORM 5300-CHECK-GRACE THRU 5300-EXIT
124100         GO TO 5200-EXIT
124200     END-IF.
124300
124400     IF XAOPCERT-IS-OPEN
124500     AND WS-RUN-DATE > XAOPCERT-DEADLINE
124600         MOVE "D" TO XAOPCERT-PARK-REASON
124700         PERFORM 5350-PARK-LINE THRU 5350-EXIT
124800         MOVE "PARKED - NOT CERTIFIED IN TIME" TO WS-THIS-RUN
124900         GO TO 5200-EXIT
125000     END-IF.
125100
125200     IF WS-AUTH-TRACKED(WS-AX) = "Y"
125300     AND WS-SOURCE-READ(WS-AX) = "Y"
125400     AND WS-GRANTS-READ-SW = 1
125500     AND WS-IDLE-DAYS > WS-UNUSED-DAYS
125600         MOVE "U" TO XAOPCERT-PARK-REASON
125700         PERFORM 5350-PARK-LINE THRU 5350-EXIT
125800         MOVE "PARKED - UNUSED" TO WS-THIS-RUN
125900     END-IF.
126000 5200-EXIT.
126100     EXIT.
126200
126300*    IDLE DAYS FROM THE LATER OF LAST USE AND LAST GRANT; 99999
126400*    WHEN NEITHER IS ON FILE.
126500 5250-IDLE-DAYS.
126600     MOVE WS-HD-LAST-USED(WS-HX, WS-AX) TO WS-REF-DATE.
126700     IF WS-HD-GRANTED(WS-HX, WS-AX) > WS-REF-DATE
126800         MOVE WS-HD-GRANTED(WS-HX, WS-AX) TO WS-REF-DATE
126900     END-IF.
127000     IF WS-REF-DATE IS NOT NUMERIC
127100         MOVE 99999 TO WS-IDLE-DAYS
127200         GO TO 5250-EXIT
127300     END-IF.
127400     COMPUTE WS-IDLE-DAYS = WS-RUN-INTEGER -
127500         FUNCTION INTEGER-OF-DATE(WS-REF-DATE-N).
127600 5250-EXIT.
127700     EXIT.
127800
127900*    A PARKED LINE WHOSE GRACE HAS RUN OUT LOSES ITS AUTHORITY.
128000 5300-CHECK-GRACE.
128100     IF XAOPCERT-STATUS-DATE IS NOT NUMERIC
128200         GO TO 5300-EXIT
128300     END-IF.
128400     MOVE XAOPCERT-STATUS-DATE TO WS-STATUS-DATE-N.
128500     COMPUTE WS-PARKED-INTEGER =
128600         FUNCTION INTEGER-OF-DATE(WS-STATUS-DATE-N).
128700     IF WS-RUN-INTEGER < WS-PARKED-INTEGER + WS-GRACE-DAYS
128800         GO TO 5300-EXIT
128900     END-IF.
129000     PERFORM 5400-REMOVE-AUTHORITY THRU 5400-EXIT.
129100 5300-EXIT.
129200     EXIT.
129300
129400 5350-PARK-LINE.
129500     MOVE "P" TO XAOPCERT-STATUS.
129600     MOVE WS-RUN-DATE TO XAOPCERT-STATUS-DATE.
129700     MOVE "XAOPCRT" TO XAOPCERT-STATUS-BY.
129800     MOVE 1 TO WS-LINE-CHANGED-SW.
129900     ADD 1 TO WS-PARKED-NOW-COUNT.
130000 5350-EXIT.
130100     EXIT.
130200
130300******************************************************************
130400*    5400-REMOVE-AUTHORITY -- TURN THE LINE'S AUTHORITY BYTE OFF
130500*    ON XAOPAUTH (DELETING THE RECORD WHEN NO AUTHORITY IS LEFT)
130600*    AND AUDIT IT TO XAAUTHAUD AS AUTOREV, ACTOR XAOPCRT, WITH THE
130700*    OLD AND NEW AUTHORITY BYTES THE WAY XAOP RECORDS AN APPROVAL.
130800******************************************************************
130900 5400-REMOVE-AUTHORITY.
131000     IF WS-REMOVAL-OPEN-SW = 0
131100         MOVE "REMOVAL DUE - NOT APPLIED" TO WS-THIS-RUN
131200         MOVE "Y" TO WS-REMOVAL-FAILED-SWITCH
131300         GO TO 5400-EXIT
131400     END-IF.
131500     MOVE XAOPCERT-USERID TO XAOPAUTH-USERID.
131600     READ XAOPAUTH
131700         INVALID KEY
131800             MOVE "NO LONGER HELD - CLOSED" TO WS-THIS-RUN
131900             GO TO 5400-CLOSE-LINE
132000     END-READ.
132100     MOVE SPACES TO WS-OLD-AUTHS.
132200     MOVE XAOPAUTH-RECORD(9:7) TO WS-OLD-AUTHS(1:7).
132300     MOVE "N" TO XAOPAUTH-RECORD(8 + WS-AX:1).
132400     MOVE SPACES TO WS-NEW-AUTHS.
132500     IF XAOPAUTH-RECORD(9:7) = "NNNNNNN"
132600         DELETE XAOPAUTH RECORD
132700             INVALID KEY
132800                 GO TO 5400-FAILED
132900         END-DELETE
133000     ELSE
133100         MOVE XAOPAUTH-RECORD(9:7) TO WS-NEW-AUTHS(1:7)
133200         REWRITE XAOPAUTH-RECORD
133300             INVALID KEY
133400                 GO TO 5400-FAILED
133500         END-REWRITE
133600     END-IF.
133700     MOVE "N" TO WS-HD-AUTH(WS-HX, WS-AX).
133800     MOVE SPACES TO WS-AUD-DETAIL.
133900     IF XAOPCERT-PARKED-UNUSED
134000         STRING "RECERT UNUSED " DELIMITED SIZE
134100             INTO WS-AUD-DETAIL
134200     ELSE
134300         STRING "RECERT NOT CERT" DELIMITED SIZE
134400             INTO WS-AUD-DETAIL
134500     END-IF.
134600     PERFORM 5450-WRITE-AUDIT THRU 5450-EXIT.
134700     MOVE "AUTHORITY REMOVED" TO WS-THIS-RUN.
134800     ADD 1 TO WS-REMOVED-NOW-COUNT.
134900 5400-CLOSE-LINE.
135000     MOVE "X" TO XAOPCERT-STATUS.
135100     MOVE WS-RUN-DATE TO XAOPCERT-STATUS-DATE.
135200     MOVE "XAOPCRT" TO XAOPCERT-STATUS-BY.
135300     MOVE 1 TO WS-LINE-CHANGED-SW.
135400     GO TO 5400-EXIT.
135500 5400-FAILED.
135600     DISPLAY "XAOPCRT: XAOPAUTH UPDATE FAILED FOR "
135700         XAOPCERT-USERID ", STATUS=" WS-XAOPAUTH-STATUS UPON CONS.
135800     MOVE "REMOVAL FAILED - STILL PARKED" TO WS-THIS-RUN.
135900     MOVE "Y" TO WS-REMOVAL-FAILED-SWITCH.
136000 5400-EXIT.
136100     EXIT.
136200
136300******************************************************************
136400*    5450-WRITE-AUDIT -- ONE XAAUTHAUD RECORD PER REMOVAL.  THE
136500*    KEY IS USERID + TIMESTAMP, SO EACH REMOVAL THIS RUN IS
136600*    STAMPED A SECOND AFTER THE LAST, AND A KEY ALREADY TAKEN
136700*    MOVES ON A SECOND.
136800******************************************************************
136900 5450-WRITE-AUDIT.
137000     MOVE SPACES TO XAAUTHAUD-RECORD.
137100     MOVE XAOPCERT-USERID TO XAAUTHAUD-USERID.
137200     MOVE WS-TODAY-DATE TO XAAUTHAUD-DATE.
137300     MOVE "AUTOREV" TO XAAUTHAUD-ACTION.
137400     MOVE "XAOPCRT" TO XAAUTHAUD-ACTOR.
137500     MOVE WS-OLD-AUTHS TO XAAUTHAUD-OLD-AUTHS.
137600     MOVE WS-NEW-AUTHS TO XAAUTHAUD-NEW-AUTHS.
137700     MOVE WS-AUD-DETAIL TO XAAUTHAUD-DETAIL.
137800     MOVE 0 TO WS-AUD-DONE-SW.
137900     PERFORM 5460-TRY-AUDIT THRU 5460-EXIT
138000         UNTIL WS-AUD-DONE-SW = 1.
138100 5450-EXIT.
138200     EXIT.
138300
138400 5460-TRY-AUDIT.
138500     IF WS-AUD-SECS > 86399
138600         DISPLAY "XAOPCRT: NO XAAUTHAUD TIMESTAMP LEFT TODAY FOR "
138700             XAOPCERT-USERID UPON CONS
138800         MOVE "Y" TO WS-REMOVAL-FAILED-SWITCH
138900         MOVE 1 TO WS-AUD-DONE-SW
139000         GO TO 5460-EXIT
139100     END-IF.
139200     DIVIDE WS-AUD-SECS BY 3600 GIVING WS-AUD-HH
139300         REMAINDER WS-AUD-REM.
139400     DIVIDE WS-AUD-REM BY 60 GIVING WS-AUD-MM
139500         REMAINDER WS-AUD-SS.
139600     MOVE WS-AUD-HH TO WS-AT-HH.
139700     MOVE WS-AUD-MM TO WS-AT-MM.
139800     MOVE WS-AUD-SS TO WS-AT-SS.
139900     MOVE WS-AUD-TIME TO XAAUTHAUD-TIME.
140000     ADD 1 TO WS-AUD-SECS.
140100     WRITE XAAUTHAUD-RECORD.
140200     IF WS-XAAUTHAUD-DUPLICATE
140300         GO TO 5460-EXIT
140400     END-IF.
140500     MOVE 1 TO WS-AUD-DONE-SW.
140600     IF NOT WS-XAAUTHAUD-OK
140700         DISPLAY "XAOPCRT: XAAUTHAUD WRITE FAILED, STATUS="
140800             WS-XAAUTHAUD-STATUS UPON CONS
140900         MOVE "Y" TO WS-REMOVAL-FAILED-SWITCH
141000     END-IF.
141100 5460-EXIT.
141200     EXIT.
141300
141400******************************************************************
141500*    6000-WRITE-LINE -- ONE REPORT LINE FOR THE CURRENT XAOPCERT
141600*    LINE.  LAST USED READS NONE WHEN NO USE IS ON FILE, OR NOT
141700*    KEPT WHEN THE SUITE DOES NOT RECORD THAT AUTHORITY'S USE.
141800******************************************************************
141900 6000-WRITE-LINE.
142000     MOVE XAOPCERT-USERID TO WS-LD-USERID.
142100     MOVE XAOPCERT-AUTH TO WS-LD-AUTH.
142200     MOVE XAOPCERT-LAST-USED-DATE TO WS-LD-LAST-USED.
142300     IF XAOPCERT-LAST-USED-DATE = SPACES
142400         IF XAOPCERT-USE-IS-TRACKED
142500             MOVE "NONE" TO WS-LD-LAST-USED
142600         ELSE
142700             MOVE "NOT KEPT" TO WS-LD-LAST-USED
142800         END-IF
142900     END-IF.
143000     IF WS-IDLE-DAYS = 99999
143100         MOVE ZERO TO WS-LD-IDLE
143200     ELSE
143300         MOVE WS-IDLE-DAYS TO WS-LD-IDLE
143400     END-IF.
143500     MOVE XAOPCERT-DEADLINE TO WS-LD-DEADLINE.
143600     EVALUATE TRUE
143700         WHEN XAOPCERT-IS-OPEN
143800             MOVE "OPEN" TO WS-LD-STATUS
143900         WHEN XAOPCERT-IS-CERTIFIED
144000             MOVE "CERTIFIED" TO WS-LD-STATUS
144100         WHEN XAOPCERT-IS-REVOKE-PENDING
144200             MOVE "REVOKE PENDING" TO WS-LD-STATUS
144300         WHEN XAOPCERT-IS-PARKED
144400         AND XAOPCERT-PARKED-UNUSED
144500             MOVE "PARKED - UNUSED" TO WS-LD-STATUS
144600         WHEN XAOPCERT-IS-PARKED
144700             MOVE "PARKED - NO CERT" TO WS-LD-STATUS
144800         WHEN XAOPCERT-IS-REMOVED
144900             MOVE "REMOVED" TO WS-LD-STATUS
145000         WHEN OTHER
145100             MOVE XAOPCERT-STATUS TO WS-LD-STATUS
145200     END-EVALUATE.
145300     MOVE XAOPCERT-STATUS-DATE TO WS-LD-SET-ON.
145400     MOVE XAOPCERT-STATUS-BY TO WS-LD-SET-BY.
145500     MOVE WS-THIS-RUN TO WS-LD-THIS-RUN.
145600     WRITE XAOPCRPT-LINE FROM WS-LINE-DETAIL.
145700 6000-EXIT.
145800     EXIT.
145900
146000******************************************************************
146100*    9000-TERMINATE -- TOTALS FOR THE SECURITY OFFICER, THEN
146200*    CLOSE THE REPORT.
146300******************************************************************
146400 9000-TERMINATE.
146500     WRITE XAOPCRPT-LINE FROM WS-BLANK-LINE.
146600     IF WS-READ-FAILED
146700         MOVE "RUN STOPPED - SEE THE CONSOLE LOG"
146800             TO WS-SECTION-HEADING
146900         WRITE XAOPCRPT-LINE FROM WS-SECTION-HEADING
147000     END-IF.
147100     MOVE "USERIDS ON XAOPAUTH" TO WS-SL-LABEL.
147200     MOVE WS-HOLDER-COUNT TO WS-SL-COUNT.
147300     WRITE XAOPCRPT-LINE FROM WS-SUMMARY-LINE.
147400     IF WS-OPEN-CYCLE
147500         MOVE "LINES OPENED THIS RUN" TO WS-SL-LABEL
147600         MOVE WS-OPENED-COUNT TO WS-SL-COUNT
147700         WRITE XAOPCRPT-LINE FROM WS-SUMMARY-LINE
147800     END-IF.
147900     MOVE "LINES OPEN (NOT YET CERTIFIED)" TO WS-SL-LABEL.
148000     MOVE WS-ST-OPEN-COUNT TO WS-SL-COUNT.
148100     WRITE XAOPCRPT-LINE FROM WS-SUMMARY-LINE.
148200     MOVE "LINES CERTIFIED" TO WS-SL-LABEL.
148300     MOVE WS-ST-CERT-COUNT TO WS-SL-COUNT.
148400     WRITE XAOPCRPT-LINE FROM WS-SUMMARY-LINE.
148500     MOVE "LINES AWAITING XAOP REVOKE" TO WS-SL-LABEL.
148600     MOVE WS-ST-REVOKE-COUNT TO WS-SL-COUNT.
148700     WRITE XAOPCRPT-LINE FROM WS-SUMMARY-LINE.
148800     MOVE "LINES PARKED FOR REMOVAL" TO WS-SL-LABEL.
148900     MOVE WS-ST-PARKED-COUNT TO WS-SL-COUNT.
149000     WRITE XAOPCRPT-LINE FROM WS-SUMMARY-LINE.
149100     MOVE "LINES CLOSED (REMOVED)" TO WS-SL-LABEL.
149200     MOVE WS-ST-REMOVED-COUNT TO WS-SL-COUNT.
149300     WRITE XAOPCRPT-LINE FROM WS-SUMMARY-LINE.
149400     MOVE "PARKED THIS RUN" TO WS-SL-LABEL.
149500     MOVE WS-PARKED-NOW-COUNT TO WS-SL-COUNT.
149600     WRITE XAOPCRPT-LINE FROM WS-SUMMARY-LINE.
149700     MOVE "AUTHORITIES REMOVED THIS RUN" TO WS-SL-LABEL.
149800     MOVE WS-REMOVED-NOW-COUNT TO WS-SL-COUNT.
149900     WRITE XAOPCRPT-LINE FROM WS-SUMMARY-LINE.
150000     CLOSE XAOPCRPT.
150100     IF WS-PARKED-NOW-COUNT > ZERO
150200     OR WS-REMOVED-NOW-COUNT > ZERO
150300         DISPLAY "XAOPCRT: " WS-PARKED-NOW-COUNT " PARKED, "
150400             WS-REMOVED-NOW-COUNT " REMOVED - SEE XAOPCRPT"
150500             UPON CONS
150600     END-IF.
150700 9000-EXIT.
150800     EXIT.
150900
151000******************************************************************
151100*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
151200*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
151300******************************************************************
151400     copy xarunctl.
