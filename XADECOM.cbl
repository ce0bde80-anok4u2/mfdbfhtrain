000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    XADECOM.
000300 AUTHOR.        XA SUPPORT TEAM.
000400 INSTALLATION.  ENTERPRISE SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  MODIFICATION HISTORY
000900*  ----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  10/15/2026 XST   NEW PROGRAM.  DECOMMISSION OF A RETIRED XA
001200*                   RESOURCE: PREVIEW OF EVERY RECORD THAT NAMES
001300*                   IT, THEN ARCHIVE AND REMOVAL FROM THE LIVE
001400*                   FILES UNDER REGISTRY AUTHORITY.
001433*  10/15/2026 XST   A DECOMMISSIONED RESOURCE'S ALERTS ARE ALSO
001466*                   TAKEN OUT OF THE XAALOPEN OPEN-ALERT INDEX.
001500******************************************************************
001600*  WHEN A DATABASE IS RETIRED ITS NAME STAYS BEHIND: XASWRLOG
001700*  ROWS FOR EVERY REGION, ITS XAMFHLOG RECORD, ITS XACSNAP AND
001800*  XACSHIST SNAPSHOTS, XAMAINT WINDOWS, XAALERT ITEMS, ITS
001900*  XARESREG ENTRY -- AND XASWRECN AND XAST GO ON COUNTING IT AS
002000*  A LIVE RESOURCE.  XADECOM TAKES THE RESOURCE NAME AND CLEARS
002100*  IT OUT OF ALL OF THEM, PLUS XAAVAIL, XAHEURLG, ITS XASLAREG
002200*  RESOURCE TARGET AND THE XATKXREF TICKET CROSS-REFERENCES OF
002300*  THE XAALERT AND XAHEURLG ENTRIES IT REMOVES (SO XARICHK RULE
002400*  5 STAYS CLEAN).  THE XAHRAUD RESOLUTION AUDIT IS KEPT.
002500*
002600*  PREVIEW (THE DEFAULT) READS ONLY.  IT LISTS EVERY RECORD THAT
002700*  NAMES THE RESOURCE, FILE BY FILE, AND ENDS WITH THE TOTAL
002800*  RECORD COUNT.  AN APPLY RUN MUST QUOTE THAT COUNT ON ITS CARD
002900*  AND NEEDS THE REQUESTER TO HOLD XAOPAUTH REGISTRY AUTHORITY,
003000*  THE SAME AS XARG; A REFUSAL IS LOGGED TO XAAUTHAUD.  THE APPLY
003100*  RUN COUNTS AGAIN FIRST AND DOES NOTHING IF THE COUNT HAS MOVED
003200*  SINCE THE PREVIEW, SO WHAT IS REMOVED IS WHAT WAS REVIEWED.
003300*  EVERY RECORD IS WRITTEN TO THE XADCARCH DECOMMISSION DATASET
003400*  (FILE NAME PLUS THE WHOLE RECORD) BEFORE IT IS DELETED; ONE
003500*  THAT CANNOT BE ARCHIVED IS NOT DELETED.  XAMAINT AND XASLAREG
003600*  DELETIONS ALSO GO TO THE XAREFAUD CHANGE HISTORY UNDER THE
003700*  REQUESTER'S USERID, AS XAMW AND XASL RECORD THEIRS.  XARESREG
003800*  IS CLEARED LAST.
003900*
004000*  AN XAHEURLG ENTRY FOR THE RESOURCE THAT IS NOT YET RESOLVED
004100*  BLOCKS THE DECOMMISSION: THE PREVIEW FLAGS IT AND AN APPLY RUN
004200*  IS REFUSED UNTIL XAHR HAS DEALT WITH IT.
004300*
004400*  RC 0 = CLEAN.  RC 4 = PREVIEW FOUND AN UNRESOLVED XAHEURLG
004500*  ENTRY OR NOTHING AT ALL FOR THE RESOURCE, OR AN APPLY RUN
004600*  COULD NOT WRITE A CHANGE HISTORY RECORD.  RC 8 = THE CARD WAS
004700*  INVALID, AUTHORITY WAS REFUSED, THE COUNT DID NOT MATCH, THE
004800*  DECOMMISSION WAS BLOCKED OR A FILE COULD NOT BE OPENED
004900*  (NOTHING WAS DONE), OR A RECORD COULD NOT BE ARCHIVED OR
005000*  REMOVED (SEE XDCMRPT).
005100******************************************************************
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 SOURCE-COMPUTER.   IBM-370.
005500 OBJECT-COMPUTER.   IBM-370.
005600 SPECIAL-NAMES.
005700     CONSOLE IS CONS.
005800
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     copy xaswrlogsel.
006200
006300     copy xamfhlogsel.
006400
006500     copy xacsnapsel.
006600
006700     copy xacshistsel.
006800
006900     copy xamaintsel.
007000
007100     copy xaalertsel.
007133
007166     copy xaalopensel.
007200
007300     copy xaavailsel.
007400
007500     copy xaheurlgsel.
007600
007700     copy xaslaregsel.
007800
007900     copy xatkxrefsel.
008000
008100     copy xaresregsel.
008200
008300     copy xarefaudsel.
008400
008500     copy xaopauthsel.
008600
008700*    XAAUTHAUD'S OWN NAME IS ONE CHARACTER TOO LONG FOR A DD
008800*    STATEMENT; IN BATCH IT IS REACHED THROUGH DD XAAUTHAD.
008900     SELECT XAAUTHAUD ASSIGN TO "XAAUTHAD"
009000         ORGANIZATION IS INDEXED
009100         ACCESS MODE IS DYNAMIC
009200         RECORD KEY IS XAAUTHAUD-KEY
009300         FILE STATUS IS WS-XAAUTHAUD-STATUS.
009400
009500     SELECT XDCMPRM ASSIGN TO "XDCMPRM"
009600         ORGANIZATION IS SEQUENTIAL
009700         FILE STATUS IS WS-XDCMPRM-STATUS.
009800
009900     SELECT XADCARCH ASSIGN TO "XADCARCH"
010000         ORGANIZATION IS SEQUENTIAL
010100         FILE STATUS IS WS-XADCARCH-STATUS.
010200
010300     SELECT XDCMRPT ASSIGN TO "XDCMRPT"
010400         ORGANIZATION IS SEQUENTIAL
010500         FILE STATUS IS WS-XDCMRPT-STATUS.
010600
010700     copy xarunlgsel.
010800
010900 DATA DIVISION.
011000 FILE SECTION.
011100     copy xaswrlog.
011200
011300     copy xamfhlog.
011400
011500     copy xacsnap.
011600
011700     copy xacshist.
011800
011900     copy xamaint.
012000
012100     copy xaalert.
012133
012166     copy xaalopen.
012200
012300     copy xaavail.
012400
012500     copy xaheurlg.
012600
012700     copy xaslareg.
012800
012900     copy xatkxref.
013000
013100     copy xaresreg.
013200
013300     copy xarefaud.
013400
013500     copy xaopauth.
013600
013700     copy xaauthaud.
013800
013900*****************************************************************
014000*    XDCMPRM -- THE CONTROL CARD.  THE FIRST CARD WITHOUT "*" IN
014100*    COLUMN 1 IS USED.
014200*****************************************************************
014300 FD  XDCMPRM
014400     LABEL RECORDS ARE STANDARD
014500     RECORDING MODE IS F.
014600
014700 01  XDCMPRM-CARD.
014800     05  XDCMPRM-RESOURCE            PIC X(08).
014900     05  FILLER                      PIC X(01).
015000     05  XDCMPRM-MODE                PIC X(01).
015100         88  XDCMPRM-IS-PREVIEW         VALUE "P" " ".
015200         88  XDCMPRM-IS-APPLY           VALUE "A".
015300     05  FILLER                      PIC X(01).
015400     05  XDCMPRM-USERID              PIC X(08).
015500     05  FILLER                      PIC X(01).
015600     05  XDCMPRM-CONFIRM             PIC X(07).
015700     05  XDCMPRM-CONFIRM-NUM REDEFINES XDCMPRM-CONFIRM
015800                                     PIC 9(07).
015900     05  FILLER                      PIC X(53).
016000
016100*****************************************************************
016200*    XADCARCH -- THE DECOMMISSION DATASET.  ONE RECORD PER RECORD
016300*    REMOVED: THE LIVE FILE'S NAME, THEN THE WHOLE RECORD AS IT
016400*    STOOD.  THE RECORDS RUN FROM A FEW DOZEN BYTES TO A FULL
016500*    XACSNAP/XACSHIST SNAPSHOT, SO THE DATASET IS VARIABLE-LENGTH.
016600*****************************************************************
016700 FD  XADCARCH
016800     LABEL RECORDS ARE STANDARD
016900     RECORDING MODE IS V
017000     RECORD IS VARYING IN SIZE FROM 9 TO 17440 CHARACTERS
017100         DEPENDING ON WS-ARCH-LENGTH.
017200
017300 01  XADCARCH-RECORD.
017400     05  XADCARCH-FILE               PIC X(08).
017500     05  XADCARCH-IMAGE              PIC X(17432).
017600
017700 FD  XDCMRPT
017800     LABEL RECORDS ARE STANDARD
017900     RECORDING MODE IS F.
018000
018100 01  XDCMRPT-LINE                    PIC X(132).
018200
018300     copy xarunlg.
018400
018500 WORKING-STORAGE SECTION.
018600     copy xarunws.
018633
018666     copy xaalows.
018700
018800******************************************************************
018900*    FILE STATUS AND CONTROL SWITCHES
019000******************************************************************
019100 77  WS-XASWRLOG-STATUS              PIC X(02) VALUE SPACES.
019200     88  WS-XASWRLOG-OK                 VALUE "00".
019300     88  WS-XASWRLOG-NOT-FOUND          VALUE "35" "23".
019400
019500 77  WS-XAMFHLOG-STATUS              PIC X(02) VALUE SPACES.
019600     88  WS-XAMFHLOG-OK                 VALUE "00".
019700     88  WS-XAMFHLOG-NOT-FOUND          VALUE "35" "23".
019800
019900 77  WS-XACSNAP-STATUS               PIC X(02) VALUE SPACES.
020000     88  WS-XACSNAP-OK                  VALUE "00".
020100     88  WS-XACSNAP-NOT-FOUND           VALUE "35" "23".
020200
020300 77  WS-XACSHIST-STATUS              PIC X(02) VALUE SPACES.
020400     88  WS-XACSHIST-OK                 VALUE "00".
020500     88  WS-XACSHIST-NOT-FOUND          VALUE "35" "23".
020600
020700 77  WS-XAMAINT-STATUS               PIC X(02) VALUE SPACES.
020800     88  WS-XAMAINT-OK                  VALUE "00".
020900     88  WS-XAMAINT-NOT-FOUND           VALUE "35" "23".
021000
021100 77  WS-XAALERT-STATUS               PIC X(02) VALUE SPACES.
021200     88  WS-XAALERT-OK                  VALUE "00".
021300     88  WS-XAALERT-NOT-FOUND           VALUE "35" "23".
021400
021500 77  WS-XAAVAIL-STATUS               PIC X(02) VALUE SPACES.
021600     88  WS-XAAVAIL-OK                  VALUE "00".
021700     88  WS-XAAVAIL-NOT-FOUND           VALUE "35" "23".
021800
021900 77  WS-XAHEURLG-STATUS              PIC X(02) VALUE SPACES.
022000     88  WS-XAHEURLG-OK                 VALUE "00".
022100     88  WS-XAHEURLG-NOT-FOUND          VALUE "35" "23".
022200
022300 77  WS-XASLAREG-STATUS              PIC X(02) VALUE SPACES.
022400     88  WS-XASLAREG-OK                 VALUE "00".
022500     88  WS-XASLAREG-NOT-FOUND          VALUE "35" "23".
022600
022700 77  WS-XATKXREF-STATUS              PIC X(02) VALUE SPACES.
022800     88  WS-XATKXREF-OK                 VALUE "00".
022900     88  WS-XATKXREF-NOT-FOUND          VALUE "35" "23".
023000
023100 77  WS-XARESREG-STATUS              PIC X(02) VALUE SPACES.
023200     88  WS-XARESREG-OK                 VALUE "00".
023300     88  WS-XARESREG-NOT-FOUND          VALUE "35" "23".
023400
023500 77  WS-XAREFAUD-STATUS              PIC X(02) VALUE SPACES.
023600     88  WS-XAREFAUD-OK                 VALUE "00".
023700
023800 77  WS-XAOPAUTH-STATUS              PIC X(02) VALUE SPACES.
023900     88  WS-XAOPAUTH-OK                 VALUE "00".
024000
024100 77  WS-XAAUTHAUD-STATUS             PIC X(02) VALUE SPACES.
024200     88  WS-XAAUTHAUD-OK                VALUE "00".
024300
024400 77  WS-XDCMPRM-STATUS               PIC X(02) VALUE SPACES.
024500     88  WS-XDCMPRM-OK                  VALUE "00".
024600
024700 77  WS-XADCARCH-STATUS              PIC X(02) VALUE SPACES.
024800     88  WS-XADCARCH-OK                 VALUE "00".
024900
025000 77  WS-XDCMRPT-STATUS               PIC X(02) VALUE SPACES.
025100     88  WS-XDCMRPT-OK                  VALUE "00".
025200
025300 77  WS-RUN-OK-SW                    PIC 9(01) VALUE 0.
025400 77  WS-AUD-OPEN-SW                  PIC 9(01) VALUE 0.
025500 77  WS-ARCH-OPEN-SW                 PIC 9(01) VALUE 0.
025600 77  WS-ARCHIVED-SW                  PIC 9(01) VALUE 0.
025700 77  WS-REMOVED-SW                   PIC 9(01) VALUE 0.
025800 77  WS-BLOCKING-SW                  PIC 9(01) VALUE 0.
025900
026000 77  WS-SCAN-EOF-SWITCH              PIC X(01) VALUE "N".
026100     88  WS-END-OF-SCAN                 VALUE "Y".
026200
026300*    P = PREVIEW (LIST), C = THE APPLY RUN'S SILENT RE-COUNT,
026400*    A = ARCHIVE AND REMOVE.
026500 77  WS-PASS-SW                      PIC X(01) VALUE "P".
026600     88  WS-PREVIEW-PASS                VALUE "P".
026700     88  WS-COUNT-PASS                  VALUE "C".
026800     88  WS-APPLY-PASS                  VALUE "A".
026900
027000******************************************************************
027100*    COUNTERS AND SUBSCRIPTS
027200******************************************************************
027300 77  WS-FOUND-TOTAL                  PIC 9(07) COMP VALUE ZERO.
027400 77  WS-CHECK-TOTAL                  PIC 9(07) COMP VALUE ZERO.
027500 77  WS-REMOVED-TOTAL                PIC 9(07) COMP VALUE ZERO.
027600 77  WS-REMOVE-ERRORS                PIC 9(07) COMP VALUE ZERO.
027700 77  WS-UNRESOLVED-COUNT             PIC 9(07) COMP VALUE ZERO.
027800 77  WS-HISTORY-FAILED               PIC 9(07) COMP VALUE ZERO.
027900 77  WS-ARCH-LENGTH                  PIC 9(05) COMP VALUE ZERO.
028000 77  WS-IMAGE-LENGTH                 PIC 9(05) COMP VALUE ZERO.
028100 77  WS-FX                           PIC S9(04) COMP VALUE ZERO.
028200
028300******************************************************************
028400*    RUN PARAMETERS, FROM THE CONTROL CARD
028500******************************************************************
028600 01  WS-CONTROL-CARD                 PIC X(80) VALUE SPACES.
028700 01  WS-RESOURCE                     PIC X(08) VALUE SPACES.
028800 01  WS-REQUESTER                    PIC X(08) VALUE SPACES.
028900 01  WS-CONFIRM-COUNT                PIC 9(07) VALUE ZERO.
029000 01  WS-MODE-SW                      PIC X(01) VALUE "P".
029100     88  WS-APPLY-RUN                   VALUE "A".
029200
029300 01  WS-TODAY-DATE-TIME.
029400     05  WS-TODAY-DATE               PIC X(08).
029500     05  WS-TODAY-TIME               PIC X(06).
029600     05  FILLER                      PIC X(07).
029700
029800 01  WS-NOW-DATE-TIME.
029900     05  WS-NOW-DATE                 PIC X(08).
030000     05  WS-NOW-TIME                 PIC X(06).
030100     05  FILLER                      PIC X(07).
030200
030300******************************************************************
030400*    THE FILES SCANNED, IN SCAN ORDER, WITH WHETHER EACH COULD BE
030500*    OPENED (A FILE NOT YET CREATED HOLDS NOTHING TO REMOVE) AND
030600*    WHAT WAS FOUND AND REMOVED IN IT.  XARESREG IS LAST SO THE
030700*    REGISTRY ENTRY GOES ONLY ONCE EVERYTHING ELSE HAS.
030800******************************************************************
030900 01  WS-FILE-NAME-VALUES.
031000     05  FILLER                      PIC X(08) VALUE "XASWRLOG".
031100     05  FILLER                      PIC X(08) VALUE "XAMFHLOG".
031200     05  FILLER                      PIC X(08) VALUE "XACSNAP".
031300     05  FILLER                      PIC X(08) VALUE "XACSHIST".
031400     05  FILLER                      PIC X(08) VALUE "XAMAINT".
031500     05  FILLER                      PIC X(08) VALUE "XAALERT".
031600     05  FILLER                      PIC X(08) VALUE "XAAVAIL".
031700     05  FILLER                      PIC X(08) VALUE "XAHEURLG".
031800     05  FILLER                      PIC X(08) VALUE "XASLAREG".
031900     05  FILLER                      PIC X(08) VALUE "XATKXREF".
032000     05  FILLER                      PIC X(08) VALUE "XARESREG".
032100 01  WS-FILE-NAMES REDEFINES WS-FILE-NAME-VALUES.
032200     05  WS-FN-NAME                  PIC X(08) OCCURS 11 TIMES.
032300
032400 01  WS-FILE-OPEN-TABLE.
032500     05  WS-FO-SW                    PIC 9(01) OCCURS 11 TIMES.
032600
032700 01  WS-FILE-COUNTS.
032800     05  WS-FC-ENTRY                 OCCURS 11 TIMES.
032900         10  WS-FC-FOUND             PIC 9(07) COMP.
033000         10  WS-FC-REMOVED           PIC 9(07) COMP.
033100
033200******************************************************************
033300*    THE RECORD IN HAND: ITS FILE'S SLOT IN THE TABLES ABOVE, ITS
033400*    KEY AND A SHORT DESCRIPTION FOR THE REPORT, AND THE ARCHIVE
033500*    RECORD (FILE NAME PLUS IMAGE) BUILT FROM IT.
033600******************************************************************
033700 01  WS-CUR-KEY                      PIC X(40).
033800 01  WS-CUR-DETAIL                   PIC X(58).
033900 01  WS-DEL-STATUS                   PIC X(02).
034000 01  WS-XREF-ORIGIN                  PIC X(08).
034100 01  WS-XREF-KEY                     PIC X(30).
034200
034300 01  WS-ARCH-AREA.
034400     05  WS-ARCH-FILE                PIC X(08).
034500     05  WS-ARCH-IMAGE               PIC X(17432).
034600
034700 01  WS-COUNT-EDIT                   PIC Z(06)9.
034800 01  WS-COUNT-EDIT-2                 PIC Z(06)9.
034900
035000******************************************************************
035100*    REPORT LINE LAYOUTS
035200******************************************************************
035300 01  WS-REPORT-HEADING-1.
035400     05  FILLER                      PIC X(52) VALUE
035500         "XADECOM -- RESOURCE DECOMMISSION, RUN               ".
035600     05  WS-RH1-DATE                 PIC X(08).
035700     05  FILLER                      PIC X(01) VALUE SPACES.
035800     05  WS-RH1-TIME                 PIC X(06).
035900     05  FILLER                      PIC X(65) VALUE SPACES.
036000
036100 01  WS-CARD-LINE.
036200     05  FILLER                      PIC X(09) VALUE "RESOURCE ".
036300     05  WS-CD-RESOURCE              PIC X(08).
036400     05  FILLER                      PIC X(07) VALUE "  MODE ".
036500     05  WS-CD-MODE                  PIC X(08).
036600     05  FILLER                      PIC X(12) VALUE
036700         "  REQUESTER ".
036800     05  WS-CD-REQUESTER             PIC X(08).
036900     05  FILLER                      PIC X(15) VALUE
037000         "  CONFIRMATION ".
037100     05  WS-CD-CONFIRM               PIC X(07).
037200     05  FILLER                      PIC X(58) VALUE SPACES.
037300
037400 01  WS-COLUMN-HEADING.
037500     05  FILLER                      PIC X(10) VALUE "FILE".
037600     05  FILLER                      PIC X(42) VALUE "RECORD KEY".
037700     05  FILLER                      PIC X(60) VALUE "DETAIL".
037800     05  FILLER                      PIC X(20) VALUE "OUTCOME".
037900
038000 01  WS-RECORD-LINE.
038100     05  WS-RL-FILE                  PIC X(08).
038200     05  FILLER                      PIC X(02) VALUE SPACES.
038300     05  WS-RL-KEY                   PIC X(40).
038400     05  FILLER                      PIC X(02) VALUE SPACES.
038500     05  WS-RL-DETAIL                PIC X(58).
038600     05  FILLER                      PIC X(02) VALUE SPACES.
038700     05  WS-RL-OUTCOME               PIC X(18).
038800     05  FILLER                      PIC X(02) VALUE SPACES.
038900
039000 01  WS-ABSENT-LINE.
039100     05  WS-AL-FILE                  PIC X(08).
039200     05  FILLER                      PIC X(02) VALUE SPACES.
039300     05  FILLER                      PIC X(40) VALUE
039400         "FILE NOT PRESENT - NOTHING TO CHECK".
039500     05  FILLER                      PIC X(82) VALUE SPACES.
039600
039700 01  WS-FILE-TOTAL-LINE.
039800     05  WS-FT-FILE                  PIC X(08).
039900     05  FILLER                      PIC X(10) VALUE
040000         "   FOUND  ".
040100     05  WS-FT-FOUND                 PIC Z(06)9.
040200     05  FILLER                      PIC X(12) VALUE
040300         "   REMOVED  ".
040400     05  WS-FT-REMOVED               PIC Z(06)9.
040500     05  FILLER                      PIC X(88) VALUE SPACES.
040600
040700 01  WS-ERROR-LINE.
040800     05  FILLER                      PIC X(20) VALUE
040900         "*** CARD REJECTED:  ".
041000     05  WS-EL-CARD                  PIC X(30).
041100     05  FILLER                      PIC X(02) VALUE SPACES.
041200     05  WS-EL-REASON                PIC X(60).
041300     05  FILLER                      PIC X(20) VALUE SPACES.
041400
041500 01  WS-SUMMARY-LINE.
041600     05  WS-SL-LABEL                 PIC X(30).
041700     05  WS-SL-COUNT                 PIC Z(08)9.
041800     05  FILLER                      PIC X(93) VALUE SPACES.
041900
042000 01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.
042100
042200 PROCEDURE DIVISION.
042300******************************************************************
042400 0000-MAINLINE.
042500******************************************************************
042600     MOVE "XADECOM" TO WS-RUNCTL-JOB.
042700     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
042800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
042900     IF WS-RUN-OK-SW = 1
043000         WRITE XDCMRPT-LINE FROM WS-COLUMN-HEADING
043100         WRITE XDCMRPT-LINE FROM WS-BLANK-LINE
043200         PERFORM 3000-SCAN-FILES THRU 3000-EXIT
043300     END-IF.
043400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
043500     IF WS-RUN-OK-SW = 0
043600     OR WS-REMOVE-ERRORS > ZERO
043700         MOVE 8 TO RETURN-CODE
043800     ELSE
043900         IF WS-HISTORY-FAILED > ZERO
044000         OR WS-UNRESOLVED-COUNT > ZERO
044100         OR WS-FOUND-TOTAL = ZERO
044200             MOVE 4 TO RETURN-CODE
044300         END-IF
044400     END-IF.
044500     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
044600     GOBACK.
044700
044800******************************************************************
044900*    1000-INITIALIZE -- OPEN THE REPORT, READ AND CHECK THE
045000*    CONTROL CARD, CHECK AUTHORITY AND OPEN THE FILES.  AN APPLY
045100*    RUN THEN RE-COUNTS AND MUST MATCH THE CARD'S CONFIRMATION
045200*    COUNT WITH NOTHING BLOCKING BEFORE THE ARCHIVE IS OPENED.
045300*    WS-RUN-OK-SW STAYS 0 IF ANY OF IT FAILS.
045400******************************************************************
045500 1000-INITIALIZE.
045600     MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE-TIME.
045700
045800     OPEN OUTPUT XDCMRPT.
045900     IF NOT WS-XDCMRPT-OK
046000         DISPLAY "XADECOM: UNABLE TO OPEN XDCMRPT, STATUS="
046100             WS-XDCMRPT-STATUS UPON CONS
046200     END-IF.
046300     MOVE WS-TODAY-DATE TO WS-RH1-DATE.
046400     MOVE WS-TODAY-TIME TO WS-RH1-TIME.
046500     WRITE XDCMRPT-LINE FROM WS-REPORT-HEADING-1.
046600     WRITE XDCMRPT-LINE FROM WS-BLANK-LINE.
046700
046800     PERFORM 1100-READ-CARD THRU 1100-EXIT.
046900     IF WS-EL-REASON NOT = SPACES
047000         PERFORM 1900-REJECT-CARD THRU 1900-EXIT
047100         GO TO 1000-EXIT
047200     END-IF.
047300
047400     MOVE WS-RESOURCE TO WS-CD-RESOURCE.
047500     IF WS-APPLY-RUN
047600         MOVE "APPLY" TO WS-CD-MODE
047700         MOVE WS-CONFIRM-COUNT TO WS-CD-CONFIRM
047800     ELSE
047900         MOVE "PREVIEW" TO WS-CD-MODE
048000         MOVE SPACES TO WS-CD-CONFIRM
048100     END-IF.
048200     MOVE WS-REQUESTER TO WS-CD-REQUESTER.
048300     WRITE XDCMRPT-LINE FROM WS-CARD-LINE.
048400     WRITE XDCMRPT-LINE FROM WS-BLANK-LINE.
048500
048600     IF WS-APPLY-RUN
048700         PERFORM 1300-CHECK-AUTHORITY THRU 1300-EXIT
048800         IF WS-EL-REASON NOT = SPACES
048900             PERFORM 1900-REJECT-CARD THRU 1900-EXIT
049000             GO TO 1000-EXIT
049100         END-IF
049200     END-IF.
049300
049400     PERFORM 1400-OPEN-FILES THRU 1400-EXIT.
049500     IF WS-EL-REASON NOT = SPACES
049600         PERFORM 1900-REJECT-CARD THRU 1900-EXIT
049700         GO TO 1000-EXIT
049800     END-IF.
049900
050000     IF WS-APPLY-RUN
050100         PERFORM 1500-CONFIRM-APPLY THRU 1500-EXIT
050200         IF WS-EL-REASON NOT = SPACES
050300             PERFORM 1900-REJECT-CARD THRU 1900-EXIT
050400             GO TO 1000-EXIT
050500         END-IF
050600         MOVE "A" TO WS-PASS-SW
050700     ELSE
050800         MOVE "P" TO WS-PASS-SW
050900     END-IF.
051000
051100     MOVE 1 TO WS-RUN-OK-SW.
051200 1000-EXIT.
051300     EXIT.
051400
051500******************************************************************
051600*    1100-READ-CARD -- FIRST NON-COMMENT XDCMPRM CARD, CHECKED.
051700*    A PROBLEM LEAVES ITS REASON IN WS-EL-REASON.
051800******************************************************************
051900 1100-READ-CARD.
052000     MOVE SPACES TO WS-EL-REASON.
052100     OPEN INPUT XDCMPRM.
052200     IF NOT WS-XDCMPRM-OK
052300         MOVE "XDCMPRM CONTROL CARD FILE COULD NOT BE OPENED"
052400             TO WS-EL-REASON
052500         GO TO 1100-EXIT
052600     END-IF.
052700 1100-NEXT.
052800     READ XDCMPRM
052900         AT END
053000             MOVE "NO CONTROL CARD" TO WS-EL-REASON
053100             GO TO 1100-CLOSE
053200     END-READ.
053300     IF XDCMPRM-CARD(1:1) = "*"
053400         GO TO 1100-NEXT
053500     END-IF.
053600     MOVE XDCMPRM-CARD TO WS-CONTROL-CARD.
053700
053800     MOVE XDCMPRM-RESOURCE TO WS-RESOURCE.
053900     IF WS-RESOURCE = SPACES
054000         MOVE "RESOURCE NAME IS REQUIRED" TO WS-EL-REASON
054100         GO TO 1100-CLOSE
054200     END-IF.
054300     IF NOT XDCMPRM-IS-PREVIEW AND NOT XDCMPRM-IS-APPLY
054400         MOVE "MODE MUST BE P (PREVIEW) OR A (APPLY)"
054500             TO WS-EL-REASON
054600         GO TO 1100-CLOSE
054700     END-IF.
054800     MOVE XDCMPRM-MODE TO WS-MODE-SW.
054900     MOVE XDCMPRM-USERID TO WS-REQUESTER.
055000     IF NOT WS-APPLY-RUN
055100         GO TO 1100-CLOSE
055200     END-IF.
055300     IF WS-REQUESTER = SPACES
055400         MOVE "AN APPLY RUN NEEDS THE REQUESTER USERID"
055500             TO WS-EL-REASON
055600         GO TO 1100-CLOSE
055700     END-IF.
055800     IF XDCMPRM-CONFIRM NOT NUMERIC
055900         MOVE "AN APPLY RUN NEEDS THE PREVIEW'S 7-DIGIT COUNT"
056000             TO WS-EL-REASON
056100         GO TO 1100-CLOSE
056200     END-IF.
056300     MOVE XDCMPRM-CONFIRM-NUM TO WS-CONFIRM-COUNT.
056400 1100-CLOSE.
056500     CLOSE XDCMPRM.
056600 1100-EXIT.
056700     EXIT.
056800
056900******************************************************************
057000*    1300-CHECK-AUTHORITY -- DECOMMISSIONING REMOVES THE XARESREG
057100*    ENTRY, SO IT NEEDS REGISTRY AUTHORITY ON THE REQUESTER'S
057200*    XAOPAUTH RECORD, AS IN XARG.  A REFUSAL IS LOGGED TO
057300*    XAAUTHAUD THE WAY XARG LOGS ONE.
057400******************************************************************
057500 1300-CHECK-AUTHORITY.
057600     OPEN INPUT XAOPAUTH.
057700     IF NOT WS-XAOPAUTH-OK
057800         MOVE "XAOPAUTH COULD NOT BE OPENED TO CHECK AUTHORITY"
057900             TO WS-EL-REASON
058000         GO TO 1300-EXIT
058100     END-IF.
058200     MOVE WS-REQUESTER TO XAOPAUTH-USERID.
058300     READ XAOPAUTH
058400         INVALID KEY
058500             MOVE SPACES TO XAOPAUTH-REGISTRY-AUTH
058600     END-READ.
058700     CLOSE XAOPAUTH.
058800     IF XAOPAUTH-MAY-REGISTRY
058900         GO TO 1300-EXIT
059000     END-IF.
059100
059200     MOVE "REQUESTER NOT AUTHORIZED TO CHANGE THE REGISTRY"
059300         TO WS-EL-REASON.
059400     OPEN I-O XAAUTHAUD.
059500     IF NOT WS-XAAUTHAUD-OK
059600         DISPLAY "XADECOM: UNABLE TO OPEN XAAUTHAUD, STATUS="
059700             WS-XAAUTHAUD-STATUS UPON CONS
059800         GO TO 1300-EXIT
059900     END-IF.
060000     MOVE SPACES TO XAAUTHAUD-RECORD.
060100     MOVE WS-REQUESTER TO XAAUTHAUD-USERID.
060200     MOVE WS-TODAY-DATE TO XAAUTHAUD-DATE.
060300     MOVE WS-TODAY-TIME TO XAAUTHAUD-TIME.
060400     MOVE "DENY" TO XAAUTHAUD-ACTION.
060500     MOVE WS-REQUESTER TO XAAUTHAUD-ACTOR.
060600     STRING "XADECOM " WS-RESOURCE DELIMITED BY SIZE
060700         INTO XAAUTHAUD-DETAIL.
060800     WRITE XAAUTHAUD-RECORD
060900         INVALID KEY
061000             DISPLAY "XADECOM: XAAUTHAUD WRITE FAILED, STATUS="
061100                 WS-XAAUTHAUD-STATUS UPON CONS
061200     END-WRITE.
061300     CLOSE XAAUTHAUD.
061400 1300-EXIT.
061500     EXIT.
061600
061700******************************************************************
061800*    1400-OPEN-FILES -- EVERY FILE THAT CAN NAME THE RESOURCE,
061900*    INPUT FOR A PREVIEW AND I-O FOR AN APPLY.  A FILE NOT YET
062000*    CREATED (STATUS 35) HOLDS NOTHING AND IS NOTED AND SKIPPED;
062100*    ANY OTHER FAILURE STOPS THE RUN BEFORE ANYTHING IS READ.
062200******************************************************************
062300 1400-OPEN-FILES.
062400     MOVE ZERO TO WS-FILE-OPEN-TABLE.
062500
062600     IF WS-APPLY-RUN
062700         OPEN I-O XASWRLOG
062800     ELSE
062900         OPEN INPUT XASWRLOG
063000     END-IF.
063100     MOVE 1 TO WS-FX.
063200     MOVE WS-XASWRLOG-STATUS TO WS-DEL-STATUS.
063300     PERFORM 1490-CHECK-OPEN THRU 1490-EXIT.
063400     IF WS-EL-REASON NOT = SPACES
063500         GO TO 1400-EXIT
063600     END-IF.
063700
063800     IF WS-APPLY-RUN
063900         OPEN I-O XAMFHLOG
064000     ELSE
064100         OPEN INPUT XAMFHLOG
064200     END-IF.
064300     MOVE 2 TO WS-FX.
064400     MOVE WS-XAMFHLOG-STATUS TO WS-DEL-STATUS.
064500     PERFORM 1490-CHECK-OPEN THRU 1490-EXIT.
064600     IF WS-EL-REASON NOT = SPACES
064700         GO TO 1400-EXIT
064800     END-IF.
064900
065000     IF WS-APPLY-RUN
065100         OPEN I-O XACSNAP
065200     ELSE
065300         OPEN INPUT XACSNAP
065400     END-IF.
065500     MOVE 3 TO WS-FX.
065600     MOVE WS-XACSNAP-STATUS TO WS-DEL-STATUS.
065700     PERFORM 1490-CHECK-OPEN THRU 1490-EXIT.
065800     IF WS-EL-REASON NOT = SPACES
065900         GO TO 1400-EXIT
066000     END-IF.
066100
066200     IF WS-APPLY-RUN
066300         OPEN I-O XACSHIST
066400     ELSE
066500         OPEN INPUT XACSHIST
066600     END-IF.
066700     MOVE 4 TO WS-FX.
066800     MOVE WS-XACSHIST-STATUS TO WS-DEL-STATUS.
066900     PERFORM 1490-CHECK-OPEN THRU 1490-EXIT.
067000     IF WS-EL-REASON NOT = SPACES
067100         GO TO 1400-EXIT
067200     END-IF.
067300
067400     IF WS-APPLY-RUN
067500         OPEN I-O XAMAINT
067600     ELSE
067700         OPEN INPUT XAMAINT
067800     END-IF.
067900     MOVE 5 TO WS-FX.
068000     MOVE WS-XAMAINT-STATUS TO WS-DEL-STATUS.
068100     PERFORM 1490-CHECK-OPEN THRU 1490-EXIT.
068200     IF WS-EL-REASON NOT = SPACES
068300         GO TO 1400-EXIT
068400     END-IF.
068500
068600     IF WS-APPLY-RUN
068700         OPEN I-O XAALERT
068800     ELSE
068900         OPEN INPUT XAALERT
069000     END-IF.
069100     MOVE 6 TO WS-FX.
069200     MOVE WS-XAALERT-STATUS TO WS-DEL-STATUS.
069300     PERFORM 1490-CHECK-OPEN THRU 1490-EXIT.
069400     IF WS-EL-REASON NOT = SPACES
069500         GO TO 1400-EXIT
069600     END-IF.
069700
069800     IF WS-APPLY-RUN
069900         OPEN I-O XAAVAIL
070000     ELSE
070100         OPEN INPUT XAAVAIL
070200     END-IF.
070300     MOVE 7 TO WS-FX.
070400     MOVE WS-XAAVAIL-STATUS TO WS-DEL-STATUS.
070500     PERFORM 1490-CHECK-OPEN THRU 1490-EXIT.
070600     IF WS-EL-REASON NOT = SPACES
070700         GO TO 1400-EXIT
070800     END-IF.
070900
071000     IF WS-APPLY-RUN
071100         OPEN I-O XAHEURLG
071200     ELSE
071300         OPEN INPUT XAHEURLG
071400     END-IF.
071500     MOVE 8 TO WS-FX.
071600     MOVE WS-XAHEURLG-STATUS TO WS-DEL-STATUS.
071700     PERFORM 1490-CHECK-OPEN THRU 1490-EXIT.
071800     IF WS-EL-REASON NOT = SPACES
071900         GO TO 1400-EXIT
072000     END-IF.
072100
072200     IF WS-APPLY-RUN
072300         OPEN I-O XASLAREG
072400     ELSE
072500         OPEN INPUT XASLAREG
072600     END-IF.
072700     MOVE 9 TO WS-FX.
072800     MOVE WS-XASLAREG-STATUS TO WS-DEL-STATUS.
072900     PERFORM 1490-CHECK-OPEN THRU 1490-EXIT.
073000     IF WS-EL-REASON NOT = SPACES
073100         GO TO 1400-EXIT
073200     END-IF.
073300
073400     IF WS-APPLY-RUN
073500         OPEN I-O XATKXREF
073600     ELSE
073700         OPEN INPUT XATKXREF
073800     END-IF.
073900     MOVE 10 TO WS-FX.
074000     MOVE WS-XATKXREF-STATUS TO WS-DEL-STATUS.
074100     PERFORM 1490-CHECK-OPEN THRU 1490-EXIT.
074200     IF WS-EL-REASON NOT = SPACES
074300         GO TO 1400-EXIT
074400     END-IF.
074500
074600     IF WS-APPLY-RUN
074700         OPEN I-O XARESREG
074800     ELSE
074900         OPEN INPUT XARESREG
075000     END-IF.
075100     MOVE 11 TO WS-FX.
075200     MOVE WS-XARESREG-STATUS TO WS-DEL-STATUS.
075300     PERFORM 1490-CHECK-OPEN THRU 1490-EXIT.
075400 1400-EXIT.
075500     EXIT.
075600
075700*    THE OPEN STATUS ARRIVES IN WS-DEL-STATUS, THE FILE'S SLOT IN
075800*    WS-FX.
075900 1490-CHECK-OPEN.
076000     IF WS-DEL-STATUS = "00"
076100         MOVE 1 TO WS-FO-SW(WS-FX)
076200         GO TO 1490-EXIT
076300     END-IF.
076400     IF WS-DEL-STATUS = "35"
076500         MOVE WS-FN-NAME(WS-FX) TO WS-AL-FILE
076600         WRITE XDCMRPT-LINE FROM WS-ABSENT-LINE
076700         GO TO 1490-EXIT
076800     END-IF.
076900     STRING WS-FN-NAME(WS-FX) DELIMITED BY SPACE
077000         " COULD NOT BE OPENED, STATUS " DELIMITED BY SIZE
077100         WS-DEL-STATUS DELIMITED BY SIZE
077200         INTO WS-EL-REASON.
077300 1490-EXIT.
077400     EXIT.
077500
077600******************************************************************
077700*    1500-CONFIRM-APPLY -- COUNT AGAIN, SILENTLY.  AN UNRESOLVED
077800*    XAHEURLG ENTRY, NOTHING TO REMOVE, OR A COUNT THAT NO LONGER
077900*    MATCHES THE PREVIEW'S STOPS THE RUN.  OTHERWISE OPEN THE
078000*    ARCHIVE AND THE CHANGE HISTORY AND CLEAR THE COUNTS FOR THE
078100*    REAL PASS.
078200******************************************************************
078300 1500-CONFIRM-APPLY.
078400     MOVE "C" TO WS-PASS-SW.
078500     PERFORM 3000-SCAN-FILES THRU 3000-EXIT.
078600     MOVE WS-FOUND-TOTAL TO WS-CHECK-TOTAL.
078700
078800     IF WS-UNRESOLVED-COUNT > ZERO
078900         MOVE WS-UNRESOLVED-COUNT TO WS-COUNT-EDIT
079000         STRING "BLOCKED -" DELIMITED BY SIZE
079100             WS-COUNT-EDIT DELIMITED BY SIZE
079200             " UNRESOLVED XAHEURLG ENTRIES - SEE XAHR"
079300                 DELIMITED BY SIZE
079400             INTO WS-EL-REASON
079500         GO TO 1500-EXIT
079600     END-IF.
079700     IF WS-CHECK-TOTAL = ZERO
079800         MOVE "NOTHING ON FILE NAMES THIS RESOURCE"
079900             TO WS-EL-REASON
080000         GO TO 1500-EXIT
080100     END-IF.
080200     IF WS-CHECK-TOTAL NOT = WS-CONFIRM-COUNT
080300         MOVE WS-CHECK-TOTAL TO WS-COUNT-EDIT
080400         STRING "RECORD COUNT IS NOW" DELIMITED BY SIZE
080500             WS-COUNT-EDIT DELIMITED BY SIZE
080600             " - RUN THE PREVIEW AGAIN" DELIMITED BY SIZE
080700             INTO WS-EL-REASON
080800         GO TO 1500-EXIT
080900     END-IF.
081000
081100     OPEN OUTPUT XADCARCH.
081200     IF NOT WS-XADCARCH-OK
081300         MOVE "XADCARCH DECOMMISSION DATASET COULD NOT BE OPENED"
081400             TO WS-EL-REASON
081500         GO TO 1500-EXIT
081600     END-IF.
081700     MOVE 1 TO WS-ARCH-OPEN-SW.
081800     OPEN I-O XAREFAUD.
081900     IF NOT WS-XAREFAUD-OK
082000         MOVE "XAREFAUD CHANGE HISTORY COULD NOT BE OPENED"
082100             TO WS-EL-REASON
082200         GO TO 1500-EXIT
082300     END-IF.
082400     MOVE 1 TO WS-AUD-OPEN-SW.
082500
082600     MOVE ZERO TO WS-FOUND-TOTAL.
082700     INITIALIZE WS-FILE-COUNTS.
082800 1500-EXIT.
082900     EXIT.
083000
083100******************************************************************
083200*    1900-REJECT-CARD -- PRINT THE CARD AND WHY NOTHING WAS DONE.
083300*    THE CALLER LOADS WS-EL-REASON.
083400******************************************************************
083500 1900-REJECT-CARD.
083600     MOVE WS-CONTROL-CARD(1:30) TO WS-EL-CARD.
083700     WRITE XDCMRPT-LINE FROM WS-ERROR-LINE.
083800     DISPLAY "XADECOM: CARD REJECTED - " WS-EL-REASON UPON CONS.
083900 1900-EXIT.
084000     EXIT.
084100
084200******************************************************************
084300*    3000-SCAN-FILES -- ONE PASS OVER EVERY FILE, IN THE ORDER
084400*    OF WS-FILE-NAMES.  XATKXREF ENTRIES ARE FOUND THROUGH THE
084500*    XAALERT AND XAHEURLG ENTRIES THEY CROSS-REFERENCE.
084600******************************************************************
084700 3000-SCAN-FILES.
084800     MOVE ZERO TO WS-FOUND-TOTAL.
084900     MOVE ZERO TO WS-UNRESOLVED-COUNT.
085000     PERFORM 3100-SCAN-XASWRLOG THRU 3100-EXIT.
085100     PERFORM 3200-SCAN-XAMFHLOG THRU 3200-EXIT.
085200     PERFORM 3300-SCAN-XACSNAP THRU 3300-EXIT.
085300     PERFORM 3400-SCAN-XACSHIST THRU 3400-EXIT.
085400     PERFORM 3500-SCAN-XAMAINT THRU 3500-EXIT.
085500     PERFORM 3600-SCAN-XAALERT THRU 3600-EXIT.
085600     PERFORM 3700-SCAN-XAAVAIL THRU 3700-EXIT.
085700     PERFORM 3800-SCAN-XAHEURLG THRU 3800-EXIT.
085800     PERFORM 3900-SCAN-XASLAREG THRU 3900-EXIT.
085900     PERFORM 3950-SCAN-XARESREG THRU 3950-EXIT.
086000 3000-EXIT.
086100     EXIT.
086200
086300******************************************************************
086400*    3100-SCAN-XASWRLOG -- THE FILE IS KEYED REGION-MAJOR, SO
086500*    EVERY REGION'S ROWS ARE READ AND THIS RESOURCE'S PICKED OUT.
086600******************************************************************
086700 3100-SCAN-XASWRLOG.
086800     IF WS-FO-SW(1) = 0
086900         GO TO 3100-EXIT
087000     END-IF.
087100     MOVE "N" TO WS-SCAN-EOF-SWITCH.
087200     MOVE LOW-VALUES TO XASWRLOG-KEY.
087300     START XASWRLOG KEY NOT LESS THAN XASWRLOG-KEY
087400         INVALID KEY
087500             GO TO 3100-EXIT
087600     END-START.
087700     PERFORM 3110-NEXT-XASWRLOG THRU 3110-EXIT
087800         UNTIL WS-END-OF-SCAN.
087900 3100-EXIT.
088000     EXIT.
088100
088200 3110-NEXT-XASWRLOG.
088300     READ XASWRLOG NEXT RECORD
088400         AT END
088500             MOVE "Y" TO WS-SCAN-EOF-SWITCH
088600             GO TO 3110-EXIT
088700     END-READ.
088800     IF XASWRLOG-RESOURCE NOT = WS-RESOURCE
088900         GO TO 3110-EXIT
089000     END-IF.
089100     MOVE 1 TO WS-FX.
089200     MOVE SPACES TO WS-CUR-KEY.
089300     STRING XASWRLOG-REGION " " XASWRLOG-RESOURCE
089400         DELIMITED BY SIZE INTO WS-CUR-KEY.
089500     MOVE SPACES TO WS-CUR-DETAIL.
089600     STRING "SWITCH " XASWRLOG-RM-NAME(1:24)
089700         "  LAST SEEN " XASWRLOG-LAST-SEEN-DATE
089800         DELIMITED BY SIZE INTO WS-CUR-DETAIL.
089900     MOVE XASWRLOG-RECORD TO WS-ARCH-IMAGE.
090000     MOVE LENGTH OF XASWRLOG-RECORD TO WS-IMAGE-LENGTH.
090100     PERFORM 4000-NOTE-RECORD THRU 4000-EXIT.
090200     IF WS-ARCHIVED-SW = 1
090300         DELETE XASWRLOG RECORD
090400             INVALID KEY
090500                 CONTINUE
090600         END-DELETE
090700         MOVE WS-XASWRLOG-STATUS TO WS-DEL-STATUS
090800     END-IF.
090900     PERFORM 4100-RECORD-OUTCOME THRU 4100-EXIT.
091000 3110-EXIT.
091100     EXIT.
091200
091300 3200-SCAN-XAMFHLOG.
091400     IF WS-FO-SW(2) = 0
091500         GO TO 3200-EXIT
091600     END-IF.
091700     MOVE WS-RESOURCE TO XAMFHLOG-RESOURCE.
091800     READ XAMFHLOG
091900         INVALID KEY
092000             GO TO 3200-EXIT
092100     END-READ.
092200     MOVE 2 TO WS-FX.
092300     MOVE XAMFHLOG-RESOURCE TO WS-CUR-KEY.
092400     MOVE SPACES TO WS-CUR-DETAIL.
092500     STRING "REGISTERED " XAMFHLOG-CURRENTLY-REG
092600         "  LAST REGISTERED " XAMFHLOG-LAST-REG-DATE
092700         DELIMITED BY SIZE INTO WS-CUR-DETAIL.
092800     MOVE XAMFHLOG-RECORD TO WS-ARCH-IMAGE.
092900     MOVE LENGTH OF XAMFHLOG-RECORD TO WS-IMAGE-LENGTH.
093000     PERFORM 4000-NOTE-RECORD THRU 4000-EXIT.
093100     IF WS-ARCHIVED-SW = 1
093200         DELETE XAMFHLOG RECORD
093300             INVALID KEY
093400                 CONTINUE
093500         END-DELETE
093600         MOVE WS-XAMFHLOG-STATUS TO WS-DEL-STATUS
093700     END-IF.
093800     PERFORM 4100-RECORD-OUTCOME THRU 4100-EXIT.
093900 3200-EXIT.
094000     EXIT.
094100
094200 3300-SCAN-XACSNAP.
094300     IF WS-FO-SW(3) = 0
094400         GO TO 3300-EXIT
094500     END-IF.
094600     MOVE WS-RESOURCE TO XACSNAP-RESOURCE.
094700     READ XACSNAP
094800         INVALID KEY
094900             GO TO 3300-EXIT
095000     END-READ.
095100     MOVE 3 TO WS-FX.
095200     MOVE XACSNAP-RESOURCE TO WS-CUR-KEY.
095300     MOVE SPACES TO WS-CUR-DETAIL.
095400     STRING "SNAPSHOT TAKEN " XACSNAP-DATE " " XACSNAP-TIME
095500         DELIMITED BY SIZE INTO WS-CUR-DETAIL.
095600     MOVE XACSNAP-RECORD TO WS-ARCH-IMAGE.
095700     MOVE LENGTH OF XACSNAP-RECORD TO WS-IMAGE-LENGTH.
095800     PERFORM 4000-NOTE-RECORD THRU 4000-EXIT.
095900     IF WS-ARCHIVED-SW = 1
096000         DELETE XACSNAP RECORD
096100             INVALID KEY
096200                 CONTINUE
096300         END-DELETE
096400         MOVE WS-XACSNAP-STATUS TO WS-DEL-STATUS
096500     END-IF.
096600     PERFORM 4100-RECORD-OUTCOME THRU 4100-EXIT.
096700 3300-EXIT.
096800     EXIT.
096900
097000******************************************************************
097100*    3400 THRU 3800 -- THE RESOURCE-MAJOR FILES (AND XAALERT):
097200*    START AT THE RESOURCE AND READ WHILE THE KEY STILL NAMES IT.
097300******************************************************************
097400 3400-SCAN-XACSHIST.
097500     IF WS-FO-SW(4) = 0
097600         GO TO 3400-EXIT
097700     END-IF.
097800     MOVE "N" TO WS-SCAN-EOF-SWITCH.
097900     MOVE LOW-VALUES TO XACSHIST-KEY.
098000     MOVE WS-RESOURCE TO XACSHIST-RESOURCE.
098100     START XACSHIST KEY NOT LESS THAN XACSHIST-KEY
098200         INVALID KEY
098300             GO TO 3400-EXIT
098400     END-START.
098500     PERFORM 3410-NEXT-XACSHIST THRU 3410-EXIT
098600         UNTIL WS-END-OF-SCAN.
098700 3400-EXIT.
098800     EXIT.
098900
099000 3410-NEXT-XACSHIST.
099100     READ XACSHIST NEXT RECORD
099200         AT END
099300             MOVE "Y" TO WS-SCAN-EOF-SWITCH
099400             GO TO 3410-EXIT
099500     END-READ.
099600     IF XACSHIST-RESOURCE NOT = WS-RESOURCE
099700         MOVE "Y" TO WS-SCAN-EOF-SWITCH
099800         GO TO 3410-EXIT
099900     END-IF.
100000     MOVE 4 TO WS-FX.
100100     MOVE SPACES TO WS-CUR-KEY.
100200     STRING XACSHIST-RESOURCE " " XACSHIST-DATE " "
100300         XACSHIST-TIME DELIMITED BY SIZE INTO WS-CUR-KEY.
100400     MOVE "SNAPSHOT HISTORY" TO WS-CUR-DETAIL.
100500     MOVE XACSHIST-RECORD TO WS-ARCH-IMAGE.
100600     MOVE LENGTH OF XACSHIST-RECORD TO WS-IMAGE-LENGTH.
100700     PERFORM 4000-NOTE-RECORD THRU 4000-EXIT.
100800     IF WS-ARCHIVED-SW = 1
100900         DELETE XACSHIST RECORD
101000             INVALID KEY
101100                 CONTINUE
101200         END-DELETE
101300         MOVE WS-XACSHIST-STATUS TO WS-DEL-STATUS
101400     END-IF.
101500     PERFORM 4100-RECORD-OUTCOME THRU 4100-EXIT.
101600 3410-EXIT.
101700     EXIT.
101800
101900 3500-SCAN-XAMAINT.
102000     IF WS-FO-SW(5) = 0
102100         GO TO 3500-EXIT
102200     END-IF.
102300     MOVE "N" TO WS-SCAN-EOF-SWITCH.
102400     MOVE LOW-VALUES TO XAMAINT-KEY.
102500     MOVE WS-RESOURCE TO XAMAINT-RESOURCE.
102600     START XAMAINT KEY NOT LESS THAN XAMAINT-KEY
102700         INVALID KEY
102800             GO TO 3500-EXIT
102900     END-START.
103000     PERFORM 3510-NEXT-XAMAINT THRU 3510-EXIT
103100         UNTIL WS-END-OF-SCAN.
103200 3500-EXIT.
103300     EXIT.
103400
103500 3510-NEXT-XAMAINT.
103600     READ XAMAINT NEXT RECORD
103700         AT END
103800             MOVE "Y" TO WS-SCAN-EOF-SWITCH
103900             GO TO 3510-EXIT
104000     END-READ.
104100     IF XAMAINT-RESOURCE NOT = WS-RESOURCE
104200         MOVE "Y" TO WS-SCAN-EOF-SWITCH
104300         GO TO 3510-EXIT
104400     END-IF.
104500     MOVE 5 TO WS-FX.
104600     MOVE SPACES TO WS-CUR-KEY.
104700     STRING XAMAINT-RESOURCE " " XAMAINT-START-DATE " "
104800         XAMAINT-START-TIME DELIMITED BY SIZE INTO WS-CUR-KEY.
104900     MOVE SPACES TO WS-CUR-DETAIL.
105000     STRING "WINDOW ENDS " XAMAINT-END-DATE " " XAMAINT-END-TIME
105100         "  CHANGE " XAMAINT-CHANGE-REF
105200         DELIMITED BY SIZE INTO WS-CUR-DETAIL.
105300     MOVE XAMAINT-RECORD TO WS-ARCH-IMAGE.
105400     MOVE LENGTH OF XAMAINT-RECORD TO WS-IMAGE-LENGTH.
105500     PERFORM 4000-NOTE-RECORD THRU 4000-EXIT.
105600     IF WS-ARCHIVED-SW = 1
105700         DELETE XAMAINT RECORD
105800             INVALID KEY
105900                 CONTINUE
106000         END-DELETE
106100         MOVE WS-XAMAINT-STATUS TO WS-DEL-STATUS
106200     END-IF.
106300     PERFORM 4100-RECORD-OUTCOME THRU 4100-EXIT.
106400     IF WS-REMOVED-SW = 1
106500         PERFORM 4300-WRITE-HISTORY THRU 4300-EXIT
106600     END-IF.
106700 3510-EXIT.
106800     EXIT.
106900
107000*    XAALERT IS KEYED DATE-MAJOR, SO THE WHOLE FILE IS READ.
107100 3600-SCAN-XAALERT.
107200     IF WS-FO-SW(6) = 0
107300         GO TO 3600-EXIT
107400     END-IF.
107500     MOVE "N" TO WS-SCAN-EOF-SWITCH.
107600     MOVE LOW-VALUES TO XAALERT-KEY.
107700     START XAALERT KEY NOT LESS THAN XAALERT-KEY
107800         INVALID KEY
107900             GO TO 3600-EXIT
108000     END-START.
108100     PERFORM 3610-NEXT-XAALERT THRU 3610-EXIT
108200         UNTIL WS-END-OF-SCAN.
108300 3600-EXIT.
108400     EXIT.
108500
108600 3610-NEXT-XAALERT.
108700     READ XAALERT NEXT RECORD
108800         AT END
108900             MOVE "Y" TO WS-SCAN-EOF-SWITCH
109000             GO TO 3610-EXIT
109100     END-READ.
109200     IF XAALERT-RESOURCE NOT = WS-RESOURCE
109300         GO TO 3610-EXIT
109400     END-IF.
109500     MOVE 6 TO WS-FX.
109600     MOVE SPACES TO WS-CUR-KEY.
109700     STRING XAALERT-DATE " " XAALERT-TIME " " XAALERT-SOURCE
109800         " " XAALERT-RESOURCE DELIMITED BY SIZE INTO WS-CUR-KEY.
109900     MOVE SPACES TO WS-CUR-DETAIL.
110000     STRING "SEV " XAALERT-SEVERITY "  ACKED " XAALERT-ACKED
110100         "  " XAALERT-TEXT DELIMITED BY SIZE INTO WS-CUR-DETAIL.
110200     MOVE XAALERT-RECORD TO WS-ARCH-IMAGE.
110300     MOVE LENGTH OF XAALERT-RECORD TO WS-IMAGE-LENGTH.
110400     MOVE "XAALERT" TO WS-XREF-ORIGIN.
110500     MOVE XAALERT-KEY TO WS-XREF-KEY.
110600     PERFORM 4000-NOTE-RECORD THRU 4000-EXIT.
110700     IF WS-ARCHIVED-SW = 1
110800         DELETE XAALERT RECORD
110900             INVALID KEY
111000                 CONTINUE
111100         END-DELETE
111125         IF WS-XAALERT-OK
111150             PERFORM 9820-ALOPEN-DROP THRU 9820-EXIT
111175         END-IF
111200         MOVE WS-XAALERT-STATUS TO WS-DEL-STATUS
111300     END-IF.
111400     PERFORM 4100-RECORD-OUTCOME THRU 4100-EXIT.
111500     IF NOT WS-APPLY-PASS
111600     OR WS-REMOVED-SW = 1
111700         PERFORM 3990-SCAN-XATKXREF THRU 3990-EXIT
111800     END-IF.
111900 3610-EXIT.
112000     EXIT.
112100
112200 3700-SCAN-XAAVAIL.
112300     IF WS-FO-SW(7) = 0
112400         GO TO 3700-EXIT
112500     END-IF.
112600     MOVE "N" TO WS-SCAN-EOF-SWITCH.
112700     MOVE LOW-VALUES TO XAAVAIL-KEY.
112800     MOVE WS-RESOURCE TO XAAVAIL-RESOURCE.
112900     START XAAVAIL KEY NOT LESS THAN XAAVAIL-KEY
113000         INVALID KEY
113100             GO TO 3700-EXIT
113200     END-START.
113300     PERFORM 3710-NEXT-XAAVAIL THRU 3710-EXIT
113400         UNTIL WS-END-OF-SCAN.
113500 3700-EXIT.
113600     EXIT.
113700
113800 3710-NEXT-XAAVAIL.
113900     READ XAAVAIL NEXT RECORD
114000         AT END
114100             MOVE "Y" TO WS-SCAN-EOF-SWITCH
114200             GO TO 3710-EXIT
114300     END-READ.
114400     IF XAAVAIL-RESOURCE NOT = WS-RESOURCE
114500         MOVE "Y" TO WS-SCAN-EOF-SWITCH
114600         GO TO 3710-EXIT
114700     END-IF.
114800     MOVE 7 TO WS-FX.
114900     MOVE SPACES TO WS-CUR-KEY.
115000     STRING XAAVAIL-RESOURCE " " XAAVAIL-DATE " " XAAVAIL-TIME
115100         DELIMITED BY SIZE INTO WS-CUR-KEY.
115200     MOVE SPACES TO WS-CUR-DETAIL.
115300     STRING "SAMPLE STATE " XAAVAIL-STATE
115400         DELIMITED BY SIZE INTO WS-CUR-DETAIL.
115500     MOVE XAAVAIL-RECORD TO WS-ARCH-IMAGE.
115600     MOVE LENGTH OF XAAVAIL-RECORD TO WS-IMAGE-LENGTH.
115700     PERFORM 4000-NOTE-RECORD THRU 4000-EXIT.
115800     IF WS-ARCHIVED-SW = 1
115900         DELETE XAAVAIL RECORD
116000             INVALID KEY
116100                 CONTINUE
116200         END-DELETE
116300         MOVE WS-XAAVAIL-STATUS TO WS-DEL-STATUS
116400     END-IF.
116500     PERFORM 4100-RECORD-OUTCOME THRU 4100-EXIT.
116600 3710-EXIT.
116700     EXIT.
116800
116900*    AN ENTRY NOT YET RESOLVED THROUGH XAHR BLOCKS THE WHOLE
117000*    DECOMMISSION; IT IS FLAGGED ON THE PREVIEW AND NEVER REMOVED.
117100 3800-SCAN-XAHEURLG.
117200     IF WS-FO-SW(8) = 0
117300         GO TO 3800-EXIT
117400     END-IF.
117500     MOVE "N" TO WS-SCAN-EOF-SWITCH.
117600     MOVE LOW-VALUES TO XAHEURLG-KEY.
117700     MOVE WS-RESOURCE TO XAHEURLG-RESOURCE.
117800     START XAHEURLG KEY NOT LESS THAN XAHEURLG-KEY
117900         INVALID KEY
118000             GO TO 3800-EXIT
118100     END-START.
118200     PERFORM 3810-NEXT-XAHEURLG THRU 3810-EXIT
118300         UNTIL WS-END-OF-SCAN.
118400 3800-EXIT.
118500     EXIT.
118600
118700 3810-NEXT-XAHEURLG.
118800     READ XAHEURLG NEXT RECORD
118900         AT END
119000             MOVE "Y" TO WS-SCAN-EOF-SWITCH
119100             GO TO 3810-EXIT
119200     END-READ.
119300     IF XAHEURLG-RESOURCE NOT = WS-RESOURCE
119400         MOVE "Y" TO WS-SCAN-EOF-SWITCH
119500         GO TO 3810-EXIT
119600     END-IF.
119700     MOVE 8 TO WS-FX.
119800     IF NOT XAHEURLG-IS-RESOLVED
119900         MOVE 1 TO WS-BLOCKING-SW
120000         ADD 1 TO WS-UNRESOLVED-COUNT
120100     END-IF.
120200     MOVE SPACES TO WS-CUR-KEY.
120300     STRING XAHEURLG-RESOURCE " " XAHEURLG-LOG-DATE " "
120400         XAHEURLG-LOG-TIME DELIMITED BY SIZE INTO WS-CUR-KEY.
120500     MOVE SPACES TO WS-CUR-DETAIL.
120600     STRING "RESOLVED " XAHEURLG-RESOLVED "  "
120700         XAHEURLG-OUTCOME-DESC
120800         DELIMITED BY SIZE INTO WS-CUR-DETAIL.
120900     MOVE XAHEURLG-RECORD TO WS-ARCH-IMAGE.
121000     MOVE LENGTH OF XAHEURLG-RECORD TO WS-IMAGE-LENGTH.
121100     MOVE "XAHEURLG" TO WS-XREF-ORIGIN.
121200     MOVE XAHEURLG-KEY TO WS-XREF-KEY.
121300     PERFORM 4000-NOTE-RECORD THRU 4000-EXIT.
121400     IF WS-ARCHIVED-SW = 1
121500         DELETE XAHEURLG RECORD
121600             INVALID KEY
121700                 CONTINUE
121800         END-DELETE
121900         MOVE WS-XAHEURLG-STATUS TO WS-DEL-STATUS
122000     END-IF.
122100     PERFORM 4100-RECORD-OUTCOME THRU 4100-EXIT.
122200     MOVE 0 TO WS-BLOCKING-SW.
122300     IF NOT WS-APPLY-PASS
122400     OR WS-REMOVED-SW = 1
122500         PERFORM 3990-SCAN-XATKXREF THRU 3990-EXIT
122600     END-IF.
122700 3810-EXIT.
122800     EXIT.
122900
123000 3900-SCAN-XASLAREG.
123100     IF WS-FO-SW(9) = 0
123200         GO TO 3900-EXIT
123300     END-IF.
123400     MOVE "R" TO XASLAREG-TYPE.
123500     MOVE WS-RESOURCE TO XASLAREG-NAME.
123600     READ XASLAREG
123700         INVALID KEY
123800             GO TO 3900-EXIT
123900     END-READ.
124000     MOVE 9 TO WS-FX.
124100     MOVE SPACES TO WS-CUR-KEY.
124200     STRING XASLAREG-TYPE " " XASLAREG-NAME
124300         DELIMITED BY SIZE INTO WS-CUR-KEY.
124400     MOVE SPACES TO WS-CUR-DETAIL.
124500     STRING "SLA RESOURCE TARGETS  TEAM " XASLAREG-TEAM
124600         DELIMITED BY SIZE INTO WS-CUR-DETAIL.
124700     MOVE XASLAREG-RECORD TO WS-ARCH-IMAGE.
124800     MOVE LENGTH OF XASLAREG-RECORD TO WS-IMAGE-LENGTH.
124900     PERFORM 4000-NOTE-RECORD THRU 4000-EXIT.
125000     IF WS-ARCHIVED-SW = 1
125100         DELETE XASLAREG RECORD
125200             INVALID KEY
125300                 CONTINUE
125400         END-DELETE
125500         MOVE WS-XASLAREG-STATUS TO WS-DEL-STATUS
125600     END-IF.
125700     PERFORM 4100-RECORD-OUTCOME THRU 4100-EXIT.
125800     IF WS-REMOVED-SW = 1
125900         PERFORM 4300-WRITE-HISTORY THRU 4300-EXIT
126000     END-IF.
126100 3900-EXIT.
126200     EXIT.
126300
126400 3950-SCAN-XARESREG.
126500     IF WS-FO-SW(11) = 0
126600         GO TO 3950-EXIT
126700     END-IF.
126800     MOVE WS-RESOURCE TO XARESREG-RESOURCE.
126900     READ XARESREG
127000         INVALID KEY
127100             GO TO 3950-EXIT
127200     END-READ.
127300     MOVE 11 TO WS-FX.
127400     MOVE XARESREG-RESOURCE TO WS-CUR-KEY.
127500     MOVE SPACES TO WS-CUR-DETAIL.
127600     STRING "TECH " XARESREG-DB-TECH "  TEAM " XARESREG-OWNER-TEAM
127700         DELIMITED BY SIZE INTO WS-CUR-DETAIL.
127800     MOVE XARESREG-RECORD TO WS-ARCH-IMAGE.
127900     MOVE LENGTH OF XARESREG-RECORD TO WS-IMAGE-LENGTH.
128000     PERFORM 4000-NOTE-RECORD THRU 4000-EXIT.
128100     IF WS-ARCHIVED-SW = 1
128200         DELETE XARESREG RECORD
128300             INVALID KEY
128400                 CONTINUE
128500         END-DELETE
128600         MOVE WS-XARESREG-STATUS TO WS-DEL-STATUS
128700     END-IF.
128800     PERFORM 4100-RECORD-OUTCOME THRU 4100-EXIT.
128900 3950-EXIT.
129000     EXIT.
129100
129200******************************************************************
129300*    3990-SCAN-XATKXREF -- THE TICKET CROSS-REFERENCE OF THE
129400*    XAALERT OR XAHEURLG ENTRY JUST HANDLED (ORIGIN AND KEY IN
129500*    WS-XREF-ORIGIN / WS-XREF-KEY), IF IT WAS EVER EXPORTED.  ON
129600*    AN APPLY IT GOES ONLY WHEN ITS ORIGIN ENTRY WENT.
129700******************************************************************
129800 3990-SCAN-XATKXREF.
129900     IF WS-FO-SW(10) = 0
130000         GO TO 3990-EXIT
130100     END-IF.
130200     MOVE WS-XREF-ORIGIN TO XATKXREF-ORIGIN.
130300     MOVE WS-XREF-KEY TO XATKXREF-ORIGIN-KEY.
130400     READ XATKXREF
130500         INVALID KEY
130600             GO TO 3990-EXIT
130700     END-READ.
130800     MOVE 10 TO WS-FX.
130900     MOVE SPACES TO WS-CUR-KEY.
131000     STRING XATKXREF-ORIGIN " " XATKXREF-ORIGIN-KEY
131100         DELIMITED BY SIZE INTO WS-CUR-KEY.
131200     MOVE SPACES TO WS-CUR-DETAIL.
131300     STRING "TICKET EXPORTED " XATKXREF-EXPORT-DATE
131400         DELIMITED BY SIZE INTO WS-CUR-DETAIL.
131500     MOVE XATKXREF-RECORD TO WS-ARCH-IMAGE.
131600     MOVE LENGTH OF XATKXREF-RECORD TO WS-IMAGE-LENGTH.
131700     PERFORM 4000-NOTE-RECORD THRU 4000-EXIT.
131800     IF WS-ARCHIVED-SW = 1
131900         DELETE XATKXREF RECORD
132000             INVALID KEY
132100                 CONTINUE
132200         END-DELETE
132300         MOVE WS-XATKXREF-STATUS TO WS-DEL-STATUS
132400     END-IF.
132500     PERFORM 4100-RECORD-OUTCOME THRU 4100-EXIT.
132600 3990-EXIT.
132700     EXIT.
132800
132900******************************************************************
133000*    4000-NOTE-RECORD -- COUNT THE RECORD IN HAND (SLOT WS-FX)
133100*    AND, ON THE APPLY PASS, WRITE IT TO THE DECOMMISSION DATASET.
133200*    WS-ARCHIVED-SW = 1 TELLS THE CALLER TO DELETE IT.  AN ENTRY
133300*    FLAGGED WS-BLOCKING-SW IS NEVER ARCHIVED OR REMOVED.
133400******************************************************************
133500 4000-NOTE-RECORD.
133600     MOVE 0 TO WS-ARCHIVED-SW.
133700     MOVE SPACES TO WS-DEL-STATUS.
133800     ADD 1 TO WS-FOUND-TOTAL.
133900     ADD 1 TO WS-FC-FOUND(WS-FX).
134000     IF NOT WS-APPLY-PASS
134100     OR WS-BLOCKING-SW = 1
134200         GO TO 4000-EXIT
134300     END-IF.
134400     MOVE WS-FN-NAME(WS-FX) TO WS-ARCH-FILE.
134500     COMPUTE WS-ARCH-LENGTH = WS-IMAGE-LENGTH + 8.
134600     WRITE XADCARCH-RECORD FROM WS-ARCH-AREA.
134700     IF WS-XADCARCH-OK
134800         MOVE 1 TO WS-ARCHIVED-SW
134900     ELSE
135000         DISPLAY "XADECOM: XADCARCH WRITE FAILED, STATUS="
135100             WS-XADCARCH-STATUS UPON CONS
135200     END-IF.
135300 4000-EXIT.
135400     EXIT.
135500
135600******************************************************************
135700*    4100-RECORD-OUTCOME -- SETTLE WHAT HAPPENED TO THE RECORD AND
135800*    LIST IT (NOTHING IS LISTED ON THE APPLY RUN'S RE-COUNT).  THE
135900*    DELETE STATUS, IF THE CALLER DELETED, IS IN WS-DEL-STATUS.
136000*    WS-REMOVED-SW = 1 WHEN THE RECORD IS GONE FROM THE LIVE FILE.
136100******************************************************************
136200 4100-RECORD-OUTCOME.
136300     MOVE 0 TO WS-REMOVED-SW.
136400     IF WS-COUNT-PASS
136500         GO TO 4100-EXIT
136600     END-IF.
136700     MOVE SPACES TO WS-RL-OUTCOME.
136800     IF WS-BLOCKING-SW = 1
136900         MOVE "UNRESOLVED-BLOCKS" TO WS-RL-OUTCOME
137000     END-IF.
137100     IF WS-APPLY-PASS
137200     AND WS-BLOCKING-SW = 0
137300         IF WS-ARCHIVED-SW = 0
137400             ADD 1 TO WS-REMOVE-ERRORS
137500             MOVE "NOT ARCHIVED, KEPT" TO WS-RL-OUTCOME
137600         ELSE
137700             IF WS-DEL-STATUS = "00"
137800                 MOVE 1 TO WS-REMOVED-SW
137900                 ADD 1 TO WS-REMOVED-TOTAL
138000                 ADD 1 TO WS-FC-REMOVED(WS-FX)
138100                 MOVE "ARCHIVED, REMOVED" TO WS-RL-OUTCOME
138200             ELSE
138300                 ADD 1 TO WS-REMOVE-ERRORS
138400                 MOVE "ARCHIVED, NOT DELD" TO WS-RL-OUTCOME
138500                 DISPLAY "XADECOM: " WS-FN-NAME(WS-FX)
138600                     " DELETE FAILED, STATUS=" WS-DEL-STATUS
138700                     UPON CONS
138800             END-IF
138900         END-IF
139000     END-IF.
139100     MOVE WS-FN-NAME(WS-FX) TO WS-RL-FILE.
139200     MOVE WS-CUR-KEY TO WS-RL-KEY.
139300     MOVE WS-CUR-DETAIL TO WS-RL-DETAIL.
139400     WRITE XDCMRPT-LINE FROM WS-RECORD-LINE.
139500 4100-EXIT.
139600     EXIT.
139700
139800******************************************************************
139900*    4300-WRITE-HISTORY -- XAMAINT AND XASLAREG ARE REFERENCE DATA
140000*    WITH A CHANGE HISTORY, SO THEIR REMOVAL IS RECORDED THERE AS
140100*    A DELETE UNDER THE REQUESTER'S USERID, THE WAY XAMW AND XASL
140200*    RECORD ONE.  A BATCH CHANGE HAS NO TERMINAL OR TRANSACTION;
140300*    THE RUNNING REMOVAL COUNT STANDS IN FOR THE TASK NUMBER.  THE
140400*    RECORD IS ALREADY GONE, SO A FAILED WRITE IS REPORTED.
140500******************************************************************
140600 4300-WRITE-HISTORY.
140700     MOVE FUNCTION CURRENT-DATE TO WS-NOW-DATE-TIME.
140800     MOVE SPACES TO XAREFAUD-RECORD.
140900     MOVE WS-FN-NAME(WS-FX) TO XAREFAUD-FILE.
141000     IF WS-FX = 5
141100         MOVE WS-ARCH-IMAGE(1:22) TO XAREFAUD-REC-KEY
141200     ELSE
141300         MOVE WS-ARCH-IMAGE(1:17) TO XAREFAUD-REC-KEY
141400     END-IF.
141500     MOVE WS-ARCH-IMAGE(1:WS-IMAGE-LENGTH)
141600         TO XAREFAUD-BEFORE-IMAGE.
141700     MOVE WS-NOW-DATE TO XAREFAUD-DATE.
141800     MOVE WS-NOW-TIME TO XAREFAUD-TIME.
141900     MOVE WS-REMOVED-TOTAL TO XAREFAUD-TASKNO.
142000     MOVE "DELETE" TO XAREFAUD-ACTION.
142100     MOVE WS-REQUESTER TO XAREFAUD-USERID.
142200     WRITE XAREFAUD-RECORD
142300         INVALID KEY
142400             CONTINUE
142500     END-WRITE.
142600     IF NOT WS-XAREFAUD-OK
142700         ADD 1 TO WS-HISTORY-FAILED
142800         DISPLAY "XADECOM: XAREFAUD WRITE FAILED, STATUS="
142900             WS-XAREFAUD-STATUS UPON CONS
143000     END-IF.
143100 4300-EXIT.
143200     EXIT.
143300
143400******************************************************************
143500*    9000-TERMINATE -- PER-FILE AND RUN TOTALS, CLOSE EVERYTHING.
143600******************************************************************
143700 9000-TERMINATE.
143800     IF WS-RUN-OK-SW = 0
143900         GO TO 9000-CLOSE
144000     END-IF.
144100     WRITE XDCMRPT-LINE FROM WS-BLANK-LINE.
144200     PERFORM 9100-WRITE-FILE-TOTAL THRU 9100-EXIT
144300         VARYING WS-FX FROM 1 BY 1
144400         UNTIL WS-FX > 11.
144500     WRITE XDCMRPT-LINE FROM WS-BLANK-LINE.
144600     MOVE "RECORDS NAMING THE RESOURCE" TO WS-SL-LABEL.
144700     MOVE WS-FOUND-TOTAL TO WS-SL-COUNT.
144800     WRITE XDCMRPT-LINE FROM WS-SUMMARY-LINE.
144900     MOVE "UNRESOLVED XAHEURLG ENTRIES" TO WS-SL-LABEL.
145000     MOVE WS-UNRESOLVED-COUNT TO WS-SL-COUNT.
145100     WRITE XDCMRPT-LINE FROM WS-SUMMARY-LINE.
145200     IF WS-APPLY-PASS
145300         MOVE "RECORDS ARCHIVED AND REMOVED" TO WS-SL-LABEL
145400         MOVE WS-REMOVED-TOTAL TO WS-SL-COUNT
145500         WRITE XDCMRPT-LINE FROM WS-SUMMARY-LINE
145600         MOVE "RECORDS NOT REMOVED" TO WS-SL-LABEL
145700         MOVE WS-REMOVE-ERRORS TO WS-SL-COUNT
145800         WRITE XDCMRPT-LINE FROM WS-SUMMARY-LINE
145900         IF WS-HISTORY-FAILED > ZERO
146000             MOVE "CHANGE HISTORY NOT WRITTEN" TO WS-SL-LABEL
146100             MOVE WS-HISTORY-FAILED TO WS-SL-COUNT
146200             WRITE XDCMRPT-LINE FROM WS-SUMMARY-LINE
146300         END-IF
146400         GO TO 9000-CLOSE
146500     END-IF.
146600
146700     WRITE XDCMRPT-LINE FROM WS-BLANK-LINE.
146800     MOVE SPACES TO XDCMRPT-LINE.
146900     EVALUATE TRUE
147000         WHEN WS-UNRESOLVED-COUNT > ZERO
147100             STRING "PREVIEW ONLY -- BLOCKED UNTIL XAHR RESOLVES"
147200                 " THE UNRESOLVED XAHEURLG ENTRIES ABOVE"
147300                 DELIMITED BY SIZE INTO XDCMRPT-LINE
147400         WHEN WS-FOUND-TOTAL = ZERO
147500             MOVE "PREVIEW ONLY -- NOTHING ON FILE NAMES THIS"
147600                 TO XDCMRPT-LINE
147700             MOVE "RESOURCE" TO XDCMRPT-LINE(44:8)
147800         WHEN OTHER
147900             MOVE WS-FOUND-TOTAL TO WS-COUNT-EDIT-2
148000             STRING "PREVIEW ONLY -- NOTHING WAS CHANGED.  TO"
148100                 " DECOMMISSION, RESUBMIT WITH MODE A AND"
148200                 " CONFIRMATION COUNT " DELIMITED BY SIZE
148300                 WS-COUNT-EDIT-2 DELIMITED BY SIZE
148400                 INTO XDCMRPT-LINE
148500     END-EVALUATE.
148600     WRITE XDCMRPT-LINE.
148700 9000-CLOSE.
148800     IF WS-FO-SW(1) = 1
148900         CLOSE XASWRLOG
149000     END-IF.
149100     IF WS-FO-SW(2) = 1
149200         CLOSE XAMFHLOG
149300     END-IF.
149400     IF WS-FO-SW(3) = 1
149500         CLOSE XACSNAP
149600     END-IF.
149700     IF WS-FO-SW(4) = 1
149800         CLOSE XACSHIST
149900     END-IF.
150000     IF WS-FO-SW(5) = 1
150100         CLOSE XAMAINT
150200     END-IF.
150300     IF WS-FO-SW(6) = 1
150400         CLOSE XAALERT
150500     END-IF.
150600     IF WS-FO-SW(7) = 1
150700         CLOSE XAAVAIL
150800     END-IF.
150900     IF WS-FO-SW(8) = 1
151000         CLOSE XAHEURLG
151100     END-IF.
151200     IF WS-FO-SW(9) = 1
151300         CLOSE XASLAREG
151400     END-IF.
151500     IF WS-FO-SW(10) = 1
151600         CLOSE XATKXREF
151700     END-IF.
151800     IF WS-FO-SW(11) = 1
151900         CLOSE XARESREG
152000     END-IF.
152100     IF WS-ARCH-OPEN-SW = 1
152200         CLOSE XADCARCH
152300     END-IF.
152400     IF WS-AUD-OPEN-SW = 1
152500         CLOSE XAREFAUD
152600     END-IF.
152700     CLOSE XDCMRPT.
152800 9000-EXIT.
152900     EXIT.
153000
153100 9100-WRITE-FILE-TOTAL.
153200     MOVE WS-FN-NAME(WS-FX) TO WS-FT-FILE.
153300     MOVE WS-FC-FOUND(WS-FX) TO WS-FT-FOUND.
153400     MOVE WS-FC-REMOVED(WS-FX) TO WS-FT-REMOVED.
153500     WRITE XDCMRPT-LINE FROM WS-FILE-TOTAL-LINE.
153600 9100-EXIT.
153700     EXIT.
153800
153900******************************************************************
154000*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
154100*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
154200******************************************************************
154300     copy xarunctl.
154400
154500******************************************************************
154600*    OPEN-ALERT INDEX PARAGRAPHS (9800-ALOPEN-ADD AND
154700*    9820-ALOPEN-DROP) -- SEE XA/XAALOCTL.CPY.
154800******************************************************************
154900     copy xaaloctl.
