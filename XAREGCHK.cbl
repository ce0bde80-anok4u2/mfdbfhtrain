000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    XAREGCHK.
000300 AUTHOR.        XA SUPPORT TEAM.
000400 INSTALLATION.  ENTERPRISE SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  MODIFICATION HISTORY
000900*  ----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  10/15/2026 XST   NEW PROGRAM.  SILENT-REGION CHECK: COMPARES
001200*                   THE XAREGION REGION REGISTRY WITH XASWRLOG AND
001300*                   RAISES AN XAALERT WORK ITEM FOR EVERY EXPECTED
001400*                   REGION/RESOURCE THAT HAS STOPPED REPORTING AND
001500*                   EVERY UNREGISTERED REGION THAT HAS STARTED.
001600******************************************************************
001700*  XASWRECN ONLY COMPARES THE REGIONS THAT HAVE REPORTED INTO
001800*  XASWRLOG.  A REGION WHOSE SWITCH MODULE FAILED TO LOAD, OR THAT
001900*  WAS NEVER BROUGHT BACK AFTER AN IPL, SIMPLY STOPS REPORTING AND
002000*  ITS ROWS GO STALE WITHOUT ANYONE NOTICING.  XAREGION
002100*  (MAINTAINED ON THE XARN TRANSACTION) SAYS WHICH REGIONS WE RUN
002200*  AND WHICH RESOURCES EACH SHOULD BE USING; THIS JOB CHECKS THEM.
002300*
002400*  EXPECTED -- FOR EVERY RESOURCE OF EVERY IN-SERVICE REGION, THE
002500*  REGION'S XASWRLOG ROW FOR THE RESOURCE MUST HAVE BEEN SEEN
002600*  WITHIN THE ALLOWED GAP (THE RESOURCE ENTRY'S, OR ELSE THE
002700*  REGION'S).  A PAIR THAT HAS NEVER REPORTED IS TIMED FROM THE
002800*  DAY ITS REGISTRY ENTRY WAS LAST CHANGED.  A PAIR OVER ITS GAP
002900*  IS RAISED: HIGH SEVERITY IN A PROD ENVIRONMENT, MEDIUM
003000*  ELSEWHERE.
003100*
003200*  UNREGISTERED -- A REGION REPORTING INTO XASWRLOG WITHIN THE
003300*  LOOKBACK (DEFAULT 24 HOURS) WITH NO XAREGION ENTRY IS RAISED AT
003400*  MEDIUM SEVERITY, ONCE PER REGION.  A REGISTERED REGION
003500*  REPORTING A RESOURCE IT IS NOT EXPECTED TO USE IS LISTED, NOT
003600*  RAISED.
003700*
003800*  XAMAINT WINDOWS ARE HONOURED FOR BOTH THE RESOURCE AND THE
003900*  REGION NAME (A WINDOW KEYED ON A REGION, E.G. FOR AN IPL,
004000*  COVERS EVERY RESOURCE IN IT).  SILENCE IS TIMED FROM THE END OF
004100*  THE LATEST WINDOW THAT HAS CLOSED IF THAT IS LATER THAN THE
004200*  LAST REPORT, SO A REGION IS GIVEN ITS FULL GAP TO COME BACK
004300*  AFTER PLANNED WORK.  A PAIR SILENT WHILE A WINDOW IS OPEN IS
004400*  FILED TAGGED IN-WINDOW AT LOW SEVERITY AND KEPT OFF THE
004500*  CONSOLE, AS XARECON DOES.
004600*
004700*  A CONDITION ALREADY OPEN IN XAALERT FROM AN EARLIER RUN (FOUND
004800*  THROUGH THE XAALOPEN OPEN-ALERT INDEX) IS NOT RAISED AGAIN; ITS
004900*  LAST-SEEN STAMP AND OCCURRENCE COUNT ARE BUMPED INSTEAD, THE
005000*  WAY THE SWITCH MODULE COLLAPSES A REPEATED ALERT.
005100*
005200*  RC 4 = AT LEAST ONE PAIR SILENT OR UNREGISTERED REGION RAISED
005300*         OUTSIDE A MAINTENANCE WINDOW - SEE XAREGRPT.
005400*  RC 8 = THE REGION REGISTRY OR XASWRLOG COULD NOT BE READ;
005500*         NOTHING WAS CHECKED.
005600******************************************************************
005700
005800 ENVIRONMENT DIVISION.
005900 CONFIGURATION SECTION.
006000 SOURCE-COMPUTER.   IBM-370.
006100 OBJECT-COMPUTER.   IBM-370.
006200 SPECIAL-NAMES.
006300     CONSOLE IS CONS.
006400
006500 INPUT-OUTPUT SECTION.
006600 FILE-CONTROL.
006700     copy xaregionsel.
006800
006900     copy xaswrlogsel.
007000
007100     copy xamaintsel.
007200
007300     copy xaalertsel.
007400
007500     copy xaalopensel.
007600
007700     SELECT XAREGPRM ASSIGN TO "XAREGPRM"
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-XAREGPRM-STATUS.
008000
008100     SELECT XAREGRPT ASSIGN TO "XAREGRPT"
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS WS-XAREGRPT-STATUS.
008400
008500     copy xarunlgsel.
008600
008700 DATA DIVISION.
008800 FILE SECTION.
008900     copy xaregion.
009000
009100     copy xaswrlog.
009200
009300     copy xamaint.
009400
009500     copy xaalert.
009600
009700     copy xaalopen.
009800
009900*****************************************************************
010000*    XAREGPRM -- OPTIONAL CONTROL CARD.  A BLANK FIELD KEEPS ITS
010100*    DEFAULT.
010200*****************************************************************
010300 FD  XAREGPRM
010400     LABEL RECORDS ARE STANDARD
010500     RECORDING MODE IS F.
010600
010700 01  XAREGPRM-CARD.
010800     05  XAREGPRM-LOOKBACK-MINS      PIC X(05).
010900     05  FILLER                      PIC X(75).
011000
011100 FD  XAREGRPT
011200     LABEL RECORDS ARE STANDARD
011300     RECORDING MODE IS F.
011400
011500 01  XAREGRPT-LINE                   PIC X(132).
011600
011700     copy xarunlg.
011800
011900 WORKING-STORAGE SECTION.
012000     copy xarunws.
012100
012200     copy xaalows.
012300
012400******************************************************************
012500*    FILE STATUS AND CONTROL SWITCHES
012600******************************************************************
012700 77  WS-XAREGION-STATUS              PIC X(02) VALUE SPACES.
012800     88  WS-XAREGION-OK                 VALUE "00".
012900     88  WS-XAREGION-NOT-FOUND          VALUE "35" "23".
013000
013100 77  WS-XASWRLOG-STATUS              PIC X(02) VALUE SPACES.
013200     88  WS-XASWRLOG-OK                 VALUE "00".
013300     88  WS-XASWRLOG-NOT-FOUND          VALUE "35" "23".
013400
013500 77  WS-XAMAINT-STATUS               PIC X(02) VALUE SPACES.
013600     88  WS-XAMAINT-OK                  VALUE "00".
013700
013800 77  WS-XAALERT-STATUS               PIC X(02) VALUE SPACES.
013900     88  WS-XAALERT-OK                  VALUE "00".
014000     88  WS-XAALERT-NOT-FOUND           VALUE "35" "23".
014100     88  WS-XAALERT-DUPLICATE           VALUE "22".
014200
014300 77  WS-XAREGPRM-STATUS              PIC X(02) VALUE SPACES.
014400     88  WS-XAREGPRM-OK                 VALUE "00".
014500
014600 77  WS-XAREGRPT-STATUS              PIC X(02) VALUE SPACES.
014700     88  WS-XAREGRPT-OK                 VALUE "00".
014800
014900 77  WS-FAILED-SWITCH                PIC X(01) VALUE "N".
015000     88  WS-CHECK-FAILED                VALUE "Y".
015100
015200 77  WS-REGION-EOF-SWITCH            PIC X(01) VALUE "N".
015300     88  WS-END-OF-REGISTRY             VALUE "Y".
015400
015500 77  WS-SWRLOG-SWITCH                PIC X(01) VALUE "Y".
015600     88  WS-SWRLOG-PRESENT              VALUE "Y".
015700     88  WS-SWRLOG-ABSENT               VALUE "N".
015800
015900 77  WS-SWRLOG-EOF-SWITCH            PIC X(01) VALUE "N".
016000     88  WS-END-OF-SWRLOG               VALUE "Y".
016100
016200 77  WS-MAINT-EOF-SWITCH             PIC X(01) VALUE "N".
016300     88  WS-END-OF-WINDOWS              VALUE "Y".
016400
016500 77  WS-INWINDOW-SW                  PIC 9(01) VALUE 0.
016600 77  WS-REPORTED-SW                  PIC 9(01) VALUE 0.
016700 77  WS-RAISE-SW                     PIC 9(01) VALUE 0.
016800 77  WS-ALREADY-OPEN-SW              PIC 9(01) VALUE 0.
016900
017000******************************************************************
017100*    THE REGION ENTRY CURRENTLY IN FORCE WHILE ITS RESOURCE
017200*    ENTRIES ARE READ (THE REGISTRY IS REGION-MAJOR, REGION ENTRY
017300*    FIRST).
017400******************************************************************
017500 01  WS-CUR-REGION.
017600     05  WS-CR-REGION                PIC X(08) VALUE SPACES.
017700     05  WS-CR-ENVIRONMENT           PIC X(08).
017800     05  WS-CR-GAP-MINS              PIC 9(05).
017900     05  WS-CR-IN-SERVICE            PIC X(01).
018000         88  WS-CR-IS-IN-SERVICE        VALUE "Y".
018100
018200******************************************************************
018300*    THE XASWRLOG REGION BEING GATHERED ON THE UNREGISTERED PASS
018400******************************************************************
018500 01  WS-REP-REGION                   PIC X(08) VALUE SPACES.
018600 77  WS-REP-REGISTERED-SW            PIC 9(01) VALUE 0.
018700 77  WS-REP-RECENT-COUNT             PIC 9(05) COMP VALUE ZERO.
018800 01  WS-REP-LATEST-STAMP             PIC X(14) VALUE SPACES.
018900
019000******************************************************************
019100*    COUNTERS
019200******************************************************************
019300 77  WS-PAIR-COUNT                   PIC 9(05) COMP VALUE ZERO.
019400 77  WS-OK-COUNT                     PIC 9(05) COMP VALUE ZERO.
019500 77  WS-SILENT-COUNT                 PIC 9(05) COMP VALUE ZERO.
019600 77  WS-NEVER-COUNT                  PIC 9(05) COMP VALUE ZERO.
019700 77  WS-INWINDOW-COUNT               PIC 9(05) COMP VALUE ZERO.
019800 77  WS-OUT-OF-SVC-COUNT             PIC 9(05) COMP VALUE ZERO.
019900 77  WS-UNREG-COUNT                  PIC 9(05) COMP VALUE ZERO.
020000 77  WS-UNEXPECTED-COUNT             PIC 9(05) COMP VALUE ZERO.
020100 77  WS-RAISED-COUNT                 PIC 9(05) COMP VALUE ZERO.
020200 77  WS-BUMPED-COUNT                 PIC 9(05) COMP VALUE ZERO.
020300
020400******************************************************************
020500*    TIME WORK FIELDS.  EVERY STAMP IS TURNED INTO MINUTES SINCE
020600*    THE START OF THE INTEGER-OF-DATE CALENDAR SO A GAP CAN CROSS
020700*    MIDNIGHT OR A MONTH END.
020800******************************************************************
020900 01  WS-NOW-STAMP.
021000     05  WS-NOW-DATE                 PIC X(08).
021100     05  WS-NOW-TIME                 PIC X(06).
021200     05  FILLER                      PIC X(07).
021300 01  WS-NOW-KEY                      PIC X(14).
021400 77  WS-NOW-MINUTES                  PIC 9(11) COMP.
021500 77  WS-LOOKBACK-MINS                PIC 9(05) VALUE 1440.
021600
021700 01  WS-CV-STAMP.
021800     05  WS-CV-DATE                  PIC X(08).
021900     05  WS-CV-DATE-NUM REDEFINES WS-CV-DATE
022000                                     PIC 9(08).
022100     05  WS-CV-HH                    PIC 9(02).
022200     05  WS-CV-MM                    PIC 9(02).
022300     05  WS-CV-SS                    PIC 9(02).
022400 77  WS-CV-MINUTES                   PIC 9(11) COMP.
022500
022600 01  WS-FROM-STAMP                   PIC X(14).
022700 01  WS-LATEST-END                   PIC X(14).
022800 01  WS-MW-NAME                      PIC X(08).
022900 77  WS-SILENT-MINS                  PIC 9(11) COMP.
023000 77  WS-ALLOWED-MINS                 PIC 9(05).
023100 01  WS-PAIR-STATUS                  PIC X(16).
023200 01  WS-PAIR-NOTE                    PIC X(30).
023300
023400******************************************************************
023500*    ALERT WORK FIELDS.  THE LEADING PART OF THE TEXT (UP TO
023600*    WS-SIG-LEN) NAMES THE CONDITION; AN OPEN XAREGCHK ALERT WITH
023700*    THE SAME LEADING TEXT IS THE SAME CONDITION.
023800******************************************************************
023900 01  WS-ALERT-STAMP.
024000     05  WS-ALERT-STAMP-DATE         PIC X(08).
024100     05  WS-ALERT-STAMP-TIME         PIC X(06).
024200 01  WS-ALERT-RESOURCE               PIC X(08).
024300 01  WS-ALERT-SEVERITY               PIC X(01).
024400 77  WS-SIG-LEN                      PIC S9(04) COMP-5.
024500 01  WS-MINS-DISP                    PIC Z(06)9.
024600 01  WS-ALLOWED-DISP                 PIC Z(04)9.
024700 01  WS-COUNT-DISP                   PIC Z(04)9.
024800
024900******************************************************************
025000*    CONSOLE MESSAGE WORK FIELDS -- THE SAME MFXALOGCONSOLEMSG
025100*    SHAPE EVERY OTHER ESCALATION IN THE SUITE USES.
025200******************************************************************
025300 01  WS-CONSOLE-MESSAGE              PIC X(132).
025400 77  WS-MSG-LEN                      PIC S9(04) COMP-5.
025500 77  WS-MSG-LEVEL                    PIC X(02) COMP-X VALUE 2.
025600 77  WS-LOG-LEVEL                    PIC X(02) COMP-X VALUE 1.
025700
025800******************************************************************
025900*    REPORT LINE LAYOUTS
026000******************************************************************
026100 01  WS-REPORT-HEADING-1.
026200     05  FILLER                      PIC X(48) VALUE
026300         "XAREGCHK -- REGION REGISTRY SILENCE CHECK AS OF ".
026400     05  WS-RH1-DATE                 PIC X(08).
026500     05  FILLER                      PIC X(01) VALUE "/".
026600     05  WS-RH1-TIME                 PIC X(06).
026700     05  FILLER                      PIC X(69) VALUE SPACES.
026800
026900 01  WS-SECTION-HEADING.
027000     05  WS-SH-TEXT                  PIC X(132).
027100
027200 01  WS-REPORT-HEADING-2.
027300     05  FILLER                      PIC X(40) VALUE
027400         "REGION    RESOURCE  ENVIRON   LAST SEEN ".
027500     05  FILLER                      PIC X(40) VALUE
027600         "         SILENT-MIN  ALLOWED  STATUS    ".
027700     05  FILLER                      PIC X(52) VALUE
027800         "        NOTE".
027900
028000 01  WS-DETAIL-LINE.
028100     05  WS-DL-REGION                PIC X(08).
028200     05  FILLER                      PIC X(02) VALUE SPACES.
028300     05  WS-DL-RESOURCE              PIC X(08).
028400     05  FILLER                      PIC X(02) VALUE SPACES.
028500     05  WS-DL-ENVIRONMENT           PIC X(08).
028600     05  FILLER                      PIC X(02) VALUE SPACES.
028700     05  WS-DL-SEEN-DATE             PIC X(08).
028800     05  FILLER                      PIC X(01) VALUE "/".
028900     05  WS-DL-SEEN-TIME             PIC X(06).
029000     05  FILLER                      PIC X(04) VALUE SPACES.
029100     05  WS-DL-SILENT                PIC Z(06)9.
029200     05  FILLER                      PIC X(04) VALUE SPACES.
029300     05  WS-DL-ALLOWED               PIC Z(04)9.
029400     05  FILLER                      PIC X(02) VALUE SPACES.
029500     05  WS-DL-STATUS                PIC X(16).
029600     05  FILLER                      PIC X(02) VALUE SPACES.
029700     05  WS-DL-NOTE                  PIC X(30).
029800     05  FILLER                      PIC X(17) VALUE SPACES.
029900
030000 01  WS-SUMMARY-LINE.
030100     05  WS-SL-LABEL                 PIC X(32).
030200     05  WS-SL-COUNT                 PIC ZZZZ9.
030300     05  FILLER                      PIC X(95) VALUE SPACES.
030400
030500 01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.
030600
030700 PROCEDURE DIVISION.
030800******************************************************************
030900 0000-MAINLINE.
031000******************************************************************
031100     MOVE "XAREGCHK" TO WS-RUNCTL-JOB.
031200     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
031300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031400     IF NOT WS-CHECK-FAILED
031500         PERFORM 2000-CHECK-REGISTRY THRU 2000-EXIT
031600             UNTIL WS-END-OF-REGISTRY
031700         PERFORM 3000-CHECK-REPORTING THRU 3000-EXIT
031800     END-IF.
031900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
032000     IF WS-CHECK-FAILED
032100         MOVE 8 TO RETURN-CODE
032200     ELSE
032300         IF WS-RAISE-SW = 1
032400             MOVE 4 TO RETURN-CODE
032500         END-IF
032600     END-IF.
032700     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
032800     GOBACK.
032900
033000******************************************************************
033100*    1000-INITIALIZE -- TAKE "NOW", READ THE OPTIONAL CARD AND
033200*    OPEN THE REGISTRY, XASWRLOG AND THE REPORT.  NO REGISTRY
033300*    MEANS NOTHING CAN BE CHECKED; NO XASWRLOG MEANS NO REGION HAS
033400*    EVER REPORTED, SO EVERY EXPECTED PAIR IS SILENT.
033500******************************************************************
033600 1000-INITIALIZE.
033700     MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP.
033800     MOVE WS-NOW-DATE TO WS-NOW-KEY(1:8).
033900     MOVE WS-NOW-TIME TO WS-NOW-KEY(9:6).
034000     MOVE WS-NOW-KEY TO WS-CV-STAMP.
034100     PERFORM 8800-STAMP-TO-MINUTES THRU 8800-EXIT.
034200     MOVE WS-CV-MINUTES TO WS-NOW-MINUTES.
034300
034400     OPEN INPUT XAREGPRM.
034500     IF WS-XAREGPRM-OK
034600         READ XAREGPRM
034700             AT END
034800                 MOVE SPACES TO XAREGPRM-CARD
034900         END-READ
035000         IF XAREGPRM-LOOKBACK-MINS NUMERIC
035100         AND XAREGPRM-LOOKBACK-MINS NOT = ZERO
035200             MOVE XAREGPRM-LOOKBACK-MINS TO WS-LOOKBACK-MINS
035300         END-IF
035400         CLOSE XAREGPRM
035500     END-IF.
035600
035700     OPEN OUTPUT XAREGRPT.
035800     IF NOT WS-XAREGRPT-OK
035900         DISPLAY "XAREGCHK: UNABLE TO OPEN XAREGRPT, STATUS="
036000             WS-XAREGRPT-STATUS UPON CONS
036100         MOVE "Y" TO WS-FAILED-SWITCH
036200         GO TO 1000-EXIT
036300     END-IF.
036400     MOVE WS-NOW-DATE TO WS-RH1-DATE.
036500     MOVE WS-NOW-TIME TO WS-RH1-TIME.
036600     WRITE XAREGRPT-LINE FROM WS-REPORT-HEADING-1.
036700
036800     OPEN INPUT XAREGION.
036900     IF NOT WS-XAREGION-OK
037000         DISPLAY "XAREGCHK: UNABLE TO OPEN XAREGION, STATUS="
037100             WS-XAREGION-STATUS UPON CONS
037200         DISPLAY "XAREGCHK: NO REGION REGISTRY - NOTHING CHECKED"
037300             UPON CONS
037400         MOVE "Y" TO WS-FAILED-SWITCH
037500         GO TO 1000-EXIT
037600     END-IF.
037700
037800     OPEN INPUT XASWRLOG.
037900     IF WS-XASWRLOG-NOT-FOUND
038000         MOVE "N" TO WS-SWRLOG-SWITCH
038100     ELSE
038200         IF NOT WS-XASWRLOG-OK
038300             DISPLAY "XAREGCHK: UNABLE TO OPEN XASWRLOG, STATUS="
038400                 WS-XASWRLOG-STATUS UPON CONS
038500             CLOSE XAREGION
038600             MOVE "Y" TO WS-FAILED-SWITCH
038700             GO TO 1000-EXIT
038800         END-IF
038900     END-IF.
039000
039100     MOVE "EXPECTED REGION/RESOURCE PAIRS" TO WS-SH-TEXT.
039200     WRITE XAREGRPT-LINE FROM WS-BLANK-LINE.
039300     WRITE XAREGRPT-LINE FROM WS-SECTION-HEADING.
039400     WRITE XAREGRPT-LINE FROM WS-REPORT-HEADING-2.
039500     PERFORM 2100-READ-REGISTRY THRU 2100-EXIT.
039600 1000-EXIT.
039700     EXIT.
039800
039900******************************************************************
040000*    2000-CHECK-REGISTRY -- ONE PASS PER XAREGION ENTRY.  A
040100*    REGION ENTRY SETS THE REGION IN FORCE; EACH RESOURCE ENTRY
040200*    UNDER AN IN-SERVICE REGION IS CHECKED AGAINST XASWRLOG.
040300******************************************************************
040400 2000-CHECK-REGISTRY.
040500     IF xaregion-is-region
040600         MOVE xaregion-region TO WS-CR-REGION
040700         MOVE xaregion-environment TO WS-CR-ENVIRONMENT
040800         MOVE xaregion-gap-mins TO WS-CR-GAP-MINS
040900         MOVE xaregion-in-service TO WS-CR-IN-SERVICE
041000         IF NOT WS-CR-IS-IN-SERVICE
041100             ADD 1 TO WS-OUT-OF-SVC-COUNT
041200             MOVE SPACES TO WS-DETAIL-LINE
041300             MOVE xaregion-region TO WS-DL-REGION
041400             MOVE "(REGION)" TO WS-DL-RESOURCE
041500             MOVE xaregion-environment TO WS-DL-ENVIRONMENT
041600             MOVE "OUT OF SERVICE" TO WS-DL-STATUS
041700             MOVE "RESOURCES NOT CHECKED" TO WS-DL-NOTE
041800             WRITE XAREGRPT-LINE FROM WS-DETAIL-LINE
041900         END-IF
042000     ELSE
042100         IF xaregion-region = WS-CR-REGION
042200         AND WS-CR-IS-IN-SERVICE
042300             PERFORM 2200-CHECK-PAIR THRU 2200-EXIT
042400         END-IF
042500     END-IF.
042600     PERFORM 2100-READ-REGISTRY THRU 2100-EXIT.
042700 2000-EXIT.
042800     EXIT.
042900
043000 2100-READ-REGISTRY.
043100     READ XAREGION NEXT RECORD
043200         AT END
043300             MOVE "Y" TO WS-REGION-EOF-SWITCH
043400     END-READ.
043500 2100-EXIT.
043600     EXIT.
043700
043800******************************************************************
043900*    2200-CHECK-PAIR -- HAS THIS REGION REPORTED THIS RESOURCE
044000*    WITHIN ITS ALLOWED GAP?  SILENCE IS TIMED FROM THE LATER OF
044100*    THE LAST REPORT (OR, NEVER REPORTED, THE DAY THE ENTRY WAS
044200*    LAST CHANGED) AND THE END OF THE LATEST CLOSED MAINTENANCE
044300*    WINDOW ON THE RESOURCE OR THE REGION.
044400******************************************************************
044500 2200-CHECK-PAIR.
044600     ADD 1 TO WS-PAIR-COUNT.
044700     IF xaregion-gap-mins > ZERO
044800         MOVE xaregion-gap-mins TO WS-ALLOWED-MINS
044900     ELSE
045000         MOVE WS-CR-GAP-MINS TO WS-ALLOWED-MINS
045100     END-IF.
045200     MOVE SPACES TO WS-PAIR-NOTE.
045300
045400     MOVE 0 TO WS-REPORTED-SW.
045500     IF WS-SWRLOG-PRESENT
045600         MOVE xaregion-key TO xaswrlog-key
045700         READ XASWRLOG
045800             INVALID KEY
045900                 CONTINUE
046000             NOT INVALID KEY
046100                 MOVE 1 TO WS-REPORTED-SW
046200         END-READ
046300     END-IF.
046400     IF WS-REPORTED-SW = 1
046500         MOVE xaswrlog-last-seen-timestamp TO WS-FROM-STAMP
046600     ELSE
046700         MOVE xaregion-updated-date TO WS-FROM-STAMP(1:8)
046800         MOVE "000000" TO WS-FROM-STAMP(9:6)
046900     END-IF.
047000
047100     MOVE 0 TO WS-INWINDOW-SW.
047200     MOVE LOW-VALUES TO WS-LATEST-END.
047300     MOVE xaregion-resource TO WS-MW-NAME.
047400     PERFORM 8700-CHECK-MAINT-WINDOW THRU 8700-EXIT.
047500     MOVE xaregion-region TO WS-MW-NAME.
047600     PERFORM 8700-CHECK-MAINT-WINDOW THRU 8700-EXIT.
047700     IF WS-LATEST-END > WS-FROM-STAMP
047800         MOVE WS-LATEST-END TO WS-FROM-STAMP
047900         MOVE "TIMED FROM END OF WINDOW" TO WS-PAIR-NOTE
048000     END-IF.
048100
048200     MOVE WS-FROM-STAMP TO WS-CV-STAMP.
048300     PERFORM 8800-STAMP-TO-MINUTES THRU 8800-EXIT.
048400     IF WS-CV-MINUTES < WS-NOW-MINUTES
048500         COMPUTE WS-SILENT-MINS = WS-NOW-MINUTES - WS-CV-MINUTES
048600     ELSE
048700         MOVE ZERO TO WS-SILENT-MINS
048800     END-IF.
048900
049000     IF WS-SILENT-MINS NOT > WS-ALLOWED-MINS
049100         ADD 1 TO WS-OK-COUNT
049200         MOVE "OK" TO WS-PAIR-STATUS
049300         PERFORM 2500-WRITE-PAIR-LINE THRU 2500-EXIT
049400         GO TO 2200-EXIT
049500     END-IF.
049600
049700     IF WS-INWINDOW-SW = 1
049800         ADD 1 TO WS-INWINDOW-COUNT
049900         MOVE "IN-WINDOW" TO WS-PAIR-STATUS
050000     ELSE
050100         IF WS-REPORTED-SW = 1
050200             ADD 1 TO WS-SILENT-COUNT
050300             MOVE "SILENT" TO WS-PAIR-STATUS
050400         ELSE
050500             ADD 1 TO WS-NEVER-COUNT
050600             MOVE "NEVER REPORTED" TO WS-PAIR-STATUS
050700         END-IF
050800     END-IF.
050900     PERFORM 2600-RAISE-SILENT-PAIR THRU 2600-EXIT.
051000     PERFORM 2500-WRITE-PAIR-LINE THRU 2500-EXIT.
051100 2200-EXIT.
051200     EXIT.
051300
051400 2500-WRITE-PAIR-LINE.
051500     MOVE SPACES TO WS-DETAIL-LINE.
051600     MOVE xaregion-region TO WS-DL-REGION.
051700     MOVE xaregion-resource TO WS-DL-RESOURCE.
051800     MOVE WS-CR-ENVIRONMENT TO WS-DL-ENVIRONMENT.
051900     IF WS-REPORTED-SW = 1
052000         MOVE xaswrlog-last-seen-date TO WS-DL-SEEN-DATE
052100         MOVE xaswrlog-last-seen-time TO WS-DL-SEEN-TIME
052200     ELSE
052300         MOVE "NEVER" TO WS-DL-SEEN-DATE
052400     END-IF.
052500     MOVE WS-SILENT-MINS TO WS-DL-SILENT.
052600     MOVE WS-ALLOWED-MINS TO WS-DL-ALLOWED.
052700     MOVE WS-PAIR-STATUS TO WS-DL-STATUS.
052800     MOVE WS-PAIR-NOTE TO WS-DL-NOTE.
052900     WRITE XAREGRPT-LINE FROM WS-DETAIL-LINE.
053000 2500-EXIT.
053100     EXIT.
053200
053300******************************************************************
053400*    2600-RAISE-SILENT-PAIR -- BUILD THE ALERT TEXT FOR A SILENT
053500*    PAIR AND RAISE IT.  OUTSIDE A WINDOW IT ALSO GOES TO THE
053600*    CONSOLE AND SETS RC 4.
053700******************************************************************
053800 2600-RAISE-SILENT-PAIR.
053900     MOVE xaregion-resource TO WS-ALERT-RESOURCE.
054000     MOVE WS-SILENT-MINS TO WS-MINS-DISP.
054100     MOVE WS-ALLOWED-MINS TO WS-ALLOWED-DISP.
054200     MOVE SPACES TO WS-CONSOLE-MESSAGE.
054300     MOVE 1 TO WS-MSG-LEN.
054400     STRING
054500         xaregion-resource DELIMITED SPACE
054600         ": region " DELIMITED SIZE
054700         xaregion-region DELIMITED SPACE
054800     INTO WS-CONSOLE-MESSAGE POINTER WS-MSG-LEN.
054900     IF WS-INWINDOW-SW = 1
055000         STRING
055100             " silent in window for " DELIMITED SIZE
055200         INTO WS-CONSOLE-MESSAGE POINTER WS-MSG-LEN
055300     ELSE
055400         IF WS-REPORTED-SW = 1
055500             STRING
055600                 " silent for " DELIMITED SIZE
055700             INTO WS-CONSOLE-MESSAGE POINTER WS-MSG-LEN
055800         ELSE
055900             STRING
056000                 " never reported, for " DELIMITED SIZE
056100             INTO WS-CONSOLE-MESSAGE POINTER WS-MSG-LEN
056200         END-IF
056300     END-IF.
056400     COMPUTE WS-SIG-LEN = WS-MSG-LEN - 1.
056500     STRING
056600         WS-MINS-DISP DELIMITED SIZE
056700         " min (allowed " DELIMITED SIZE
056800         WS-ALLOWED-DISP DELIMITED SIZE
056900         ")" DELIMITED SIZE
057000     INTO WS-CONSOLE-MESSAGE POINTER WS-MSG-LEN.
057100     IF WS-REPORTED-SW = 1
057200         STRING
057300             ", last seen " DELIMITED SIZE
057400             xaswrlog-last-seen-date DELIMITED SIZE
057500             " " DELIMITED SIZE
057600             xaswrlog-last-seen-time DELIMITED SIZE
057700         INTO WS-CONSOLE-MESSAGE POINTER WS-MSG-LEN
057800     END-IF.
057900     STRING
058000         "." DELIMITED SIZE
058100     INTO WS-CONSOLE-MESSAGE POINTER WS-MSG-LEN.
058200     SUBTRACT 1 FROM WS-MSG-LEN.
058300
058400     IF WS-INWINDOW-SW = 1
058500         MOVE "L" TO WS-ALERT-SEVERITY
058600     ELSE
058700         IF WS-CR-ENVIRONMENT = "PROD"
058800             MOVE "H" TO WS-ALERT-SEVERITY
058900         ELSE
059000             MOVE "M" TO WS-ALERT-SEVERITY
059100         END-IF
059200         MOVE 1 TO WS-RAISE-SW
059300     END-IF.
059400     PERFORM 8500-WRITE-ALERT-RECORD THRU 8500-EXIT.
059500     MOVE "ALERT RAISED" TO WS-PAIR-NOTE.
059600     IF WS-ALREADY-OPEN-SW = 1
059700         MOVE "ALERT ALREADY OPEN - UPDATED" TO WS-PAIR-NOTE
059800     END-IF.
059900 2600-EXIT.
060000     EXIT.
060100
060200******************************************************************
060300*    3000-CHECK-REPORTING -- READ XASWRLOG FROM THE TOP, ONE
060400*    REGION AT A TIME (IT IS REGION-MAJOR), AND RAISE ANY REGION
060500*    REPORTING WITHIN THE LOOKBACK THAT IS NOT IN THE REGISTRY.
060600*    A REGISTERED REGION REPORTING AN UNEXPECTED RESOURCE IS
060700*    LISTED ONLY.
060800******************************************************************
060900 3000-CHECK-REPORTING.
061000     MOVE "REPORTING REGIONS AND RESOURCES NOT IN THE REGISTRY"
061100         TO WS-SH-TEXT.
061200     WRITE XAREGRPT-LINE FROM WS-BLANK-LINE.
061300     WRITE XAREGRPT-LINE FROM WS-SECTION-HEADING.
061400     WRITE XAREGRPT-LINE FROM WS-REPORT-HEADING-2.
061500     IF WS-SWRLOG-ABSENT
061600         GO TO 3000-EXIT
061700     END-IF.
061800     MOVE LOW-VALUES TO xaswrlog-key.
061900     START XASWRLOG KEY NOT LESS THAN xaswrlog-key
062000         INVALID KEY
062100             GO TO 3000-EXIT
062200     END-START.
062300     PERFORM 3100-READ-SWRLOG THRU 3100-EXIT.
062400     PERFORM 3200-CHECK-REPORT-ROW THRU 3200-EXIT
062500         UNTIL WS-END-OF-SWRLOG.
062600     IF WS-REP-REGION NOT = SPACES
062700         PERFORM 3400-FINISH-REGION THRU 3400-EXIT
062800     END-IF.
062900 3000-EXIT.
063000     EXIT.
063100
063200 3100-READ-SWRLOG.
063300     READ XASWRLOG NEXT RECORD
063400         AT END
063500             MOVE "Y" TO WS-SWRLOG-EOF-SWITCH
063600     END-READ.
063700 3100-EXIT.
063800     EXIT.
063900
064000 3200-CHECK-REPORT-ROW.
064100     IF xaswrlog-region NOT = WS-REP-REGION
064200         IF WS-REP-REGION NOT = SPACES
064300             PERFORM 3400-FINISH-REGION THRU 3400-EXIT
064400         END-IF
064500         PERFORM 3300-START-REGION THRU 3300-EXIT
064600     END-IF.
064700
064800     MOVE xaswrlog-last-seen-timestamp TO WS-CV-STAMP.
064900     PERFORM 8800-STAMP-TO-MINUTES THRU 8800-EXIT.
065000     IF WS-CV-MINUTES + WS-LOOKBACK-MINS < WS-NOW-MINUTES
065100         GO TO 3200-READ
065200     END-IF.
065300
065400     IF WS-REP-REGISTERED-SW = 0
065500         ADD 1 TO WS-REP-RECENT-COUNT
065600         IF xaswrlog-last-seen-timestamp > WS-REP-LATEST-STAMP
065700             MOVE xaswrlog-last-seen-timestamp
065800                 TO WS-REP-LATEST-STAMP
065900         END-IF
066000         GO TO 3200-READ
066100     END-IF.
066200
066300     MOVE xaswrlog-key TO xaregion-key.
066400     READ XAREGION
066500         INVALID KEY
066600             ADD 1 TO WS-UNEXPECTED-COUNT
066700             MOVE SPACES TO WS-DETAIL-LINE
066800             MOVE xaswrlog-region TO WS-DL-REGION
066900             MOVE xaswrlog-resource TO WS-DL-RESOURCE
067000             MOVE xaswrlog-last-seen-date TO WS-DL-SEEN-DATE
067100             MOVE xaswrlog-last-seen-time TO WS-DL-SEEN-TIME
067200             MOVE "NOT EXPECTED" TO WS-DL-STATUS
067300             MOVE "ADD ON XARN IF IT SHOULD BE" TO WS-DL-NOTE
067400             WRITE XAREGRPT-LINE FROM WS-DETAIL-LINE
067500     END-READ.
067600 3200-READ.
067700     PERFORM 3100-READ-SWRLOG THRU 3100-EXIT.
067800 3200-EXIT.
067900     EXIT.
068000
068100 3300-START-REGION.
068200     MOVE xaswrlog-region TO WS-REP-REGION.
068300     MOVE 0 TO WS-REP-RECENT-COUNT.
068400     MOVE SPACES TO WS-REP-LATEST-STAMP.
068500     MOVE xaswrlog-region TO xaregion-region.
068600     MOVE SPACES TO xaregion-resource.
068700     READ XAREGION
068800         INVALID KEY
068900             MOVE 0 TO WS-REP-REGISTERED-SW
069000         NOT INVALID KEY
069100             MOVE 1 TO WS-REP-REGISTERED-SW
069200     END-READ.
069300 3300-EXIT.
069400     EXIT.
069500
069600******************************************************************
069700*    3400-FINISH-REGION -- AN UNREGISTERED REGION WITH ANY ROW
069800*    SEEN WITHIN THE LOOKBACK IS RAISED ONCE, NAMING HOW MANY OF
069900*    ITS RESOURCES REPORTED.  A WINDOW ON THE REGION NAME KEEPS IT
070000*    OFF THE CONSOLE AS FOR A SILENT PAIR.
070100******************************************************************
070200 3400-FINISH-REGION.
070300     IF WS-REP-REGISTERED-SW = 1
070400     OR WS-REP-RECENT-COUNT = 0
070500         GO TO 3400-EXIT
070600     END-IF.
070700     ADD 1 TO WS-UNREG-COUNT.
070800
070900     MOVE 0 TO WS-INWINDOW-SW.
071000     MOVE LOW-VALUES TO WS-LATEST-END.
071100     MOVE WS-REP-REGION TO WS-MW-NAME.
071200     PERFORM 8700-CHECK-MAINT-WINDOW THRU 8700-EXIT.
071300
071400     MOVE WS-REP-REGION TO WS-ALERT-RESOURCE.
071500     MOVE WS-REP-RECENT-COUNT TO WS-COUNT-DISP.
071600     MOVE SPACES TO WS-CONSOLE-MESSAGE.
071700     MOVE 1 TO WS-MSG-LEN.
071800     STRING
071900         WS-REP-REGION DELIMITED SPACE
072000         ": unregistered region reporting" DELIMITED SIZE
072100     INTO WS-CONSOLE-MESSAGE POINTER WS-MSG-LEN.
072200     IF WS-INWINDOW-SW = 1
072300         STRING
072400             " in window" DELIMITED SIZE
072500         INTO WS-CONSOLE-MESSAGE POINTER WS-MSG-LEN
072600     END-IF.
072700     STRING
072800         ", " DELIMITED SIZE
072900     INTO WS-CONSOLE-MESSAGE POINTER WS-MSG-LEN.
073000     COMPUTE WS-SIG-LEN = WS-MSG-LEN - 1.
073100     STRING
073200         WS-COUNT-DISP DELIMITED SIZE
073300         " resource(s), last seen " DELIMITED SIZE
073400         WS-REP-LATEST-STAMP(1:8) DELIMITED SIZE
073500         " " DELIMITED SIZE
073600         WS-REP-LATEST-STAMP(9:6) DELIMITED SIZE
073700         " -- add it on XARN." DELIMITED SIZE
073800     INTO WS-CONSOLE-MESSAGE POINTER WS-MSG-LEN.
073900     SUBTRACT 1 FROM WS-MSG-LEN.
074000
074100     IF WS-INWINDOW-SW = 1
074200         ADD 1 TO WS-INWINDOW-COUNT
074300         MOVE "L" TO WS-ALERT-SEVERITY
074400     ELSE
074500         MOVE "M" TO WS-ALERT-SEVERITY
074600         MOVE 1 TO WS-RAISE-SW
074700     END-IF.
074800     PERFORM 8500-WRITE-ALERT-RECORD THRU 8500-EXIT.
074900
075000     MOVE SPACES TO WS-DETAIL-LINE.
075100     MOVE WS-REP-REGION TO WS-DL-REGION.
075200     MOVE "(REGION)" TO WS-DL-RESOURCE.
075300     MOVE WS-REP-LATEST-STAMP(1:8) TO WS-DL-SEEN-DATE.
075400     MOVE WS-REP-LATEST-STAMP(9:6) TO WS-DL-SEEN-TIME.
075500     IF WS-INWINDOW-SW = 1
075600         MOVE "UNREG IN-WINDOW" TO WS-DL-STATUS
075700     ELSE
075800         MOVE "UNREGISTERED" TO WS-DL-STATUS
075900     END-IF.
076000     MOVE "ALERT RAISED" TO WS-DL-NOTE.
076100     IF WS-ALREADY-OPEN-SW = 1
076200         MOVE "ALERT ALREADY OPEN - UPDATED" TO WS-DL-NOTE
076300     END-IF.
076400     WRITE XAREGRPT-LINE FROM WS-DETAIL-LINE.
076500 3400-EXIT.
076600     EXIT.
076700
076800******************************************************************
076900*    8500-WRITE-ALERT-RECORD -- RAISE THE CONDITION IN
077000*    WS-CONSOLE-MESSAGE AS AN XAALERT WORK ITEM AGAINST
077100*    WS-ALERT-RESOURCE, UNLESS THE SAME CONDITION IS ALREADY OPEN
077200*    (8600), IN WHICH CASE THAT ALERT IS BUMPED.  A NEW ALERT
077300*    OUTSIDE A WINDOW ALSO GOES TO THE CONSOLE.
077400******************************************************************
077500 8500-WRITE-ALERT-RECORD.
077600     MOVE 0 TO WS-ALREADY-OPEN-SW.
077700     MOVE FUNCTION CURRENT-DATE TO WS-ALERT-STAMP.
077800     OPEN I-O XAALERT.
077900     IF WS-XAALERT-NOT-FOUND
078000         OPEN OUTPUT XAALERT
078100         CLOSE XAALERT
078200         OPEN I-O XAALERT
078300     END-IF.
078400     IF NOT WS-XAALERT-OK
078500         DISPLAY "XAREGCHK: UNABLE TO OPEN XAALERT, STATUS="
078600             WS-XAALERT-STATUS UPON CONS
078700         GO TO 8500-EXIT
078800     END-IF.
078900
079000     PERFORM 8600-FIND-OPEN-ALERT THRU 8600-EXIT.
079100     IF WS-ALREADY-OPEN-SW = 1
079200         ADD 1 TO WS-BUMPED-COUNT
079300         MOVE WS-ALERT-STAMP-DATE TO XAALERT-LAST-SEEN-DATE
079400         MOVE WS-ALERT-STAMP-TIME TO XAALERT-LAST-SEEN-TIME
079500         ADD 1 TO XAALERT-OCCUR-COUNT
079600         REWRITE XAALERT-RECORD
079700         CLOSE XAALERT
079800         GO TO 8500-EXIT
079900     END-IF.
080000
080100     IF WS-INWINDOW-SW = 0
080200         CALL "mfxaLogConsoleMsg" USING
080300             WS-CONSOLE-MESSAGE WS-MSG-LEN
080400             WS-LOG-LEVEL WS-MSG-LEVEL
080500         END-CALL
080600     END-IF.
080700
080800     INITIALIZE XAALERT-RECORD.
080900     MOVE WS-ALERT-STAMP-DATE TO XAALERT-DATE.
081000     MOVE WS-ALERT-STAMP-TIME TO XAALERT-TIME.
081100     MOVE "XAREGCHK" TO XAALERT-SOURCE.
081200     MOVE WS-ALERT-RESOURCE TO XAALERT-RESOURCE.
081300     MOVE WS-ALERT-SEVERITY TO XAALERT-SEVERITY.
081400     IF WS-INWINDOW-SW = 1
081500         MOVE "Y" TO XAALERT-IN-WINDOW
081600     ELSE
081700         MOVE "N" TO XAALERT-IN-WINDOW
081800     END-IF.
081900     MOVE WS-CONSOLE-MESSAGE(1:100) TO XAALERT-TEXT.
082000     MOVE "N" TO XAALERT-ACKED.
082100     MOVE ZERO TO XAALERT-REALERT-COUNT.
082200     MOVE WS-ALERT-STAMP-DATE TO XAALERT-LAST-SEEN-DATE.
082300     MOVE WS-ALERT-STAMP-TIME TO XAALERT-LAST-SEEN-TIME.
082400     MOVE 1 TO XAALERT-OCCUR-COUNT.
082500
082600     WRITE XAALERT-RECORD.
082700     IF WS-XAALERT-DUPLICATE
082800         REWRITE XAALERT-RECORD
082900     END-IF.
083000     IF WS-XAALERT-OK
083100         ADD 1 TO WS-RAISED-COUNT
083200         PERFORM 9800-ALOPEN-ADD THRU 9800-EXIT
083300     END-IF.
083400     CLOSE XAALERT.
083500 8500-EXIT.
083600     EXIT.
083700
083800******************************************************************
083900*    8600-FIND-OPEN-ALERT -- LOOK DOWN THE RESOURCE PATH OF THE
084000*    OPEN-ALERT INDEX FOR AN UNACKNOWLEDGED XAREGCHK ALERT WITH
084100*    THE SAME LEADING TEXT.  FOUND, IT IS LEFT IN XAALERT-RECORD
084200*    (XAALERT IS OPEN I-O).  AN INDEX THAT CANNOT BE OPENED JUST
084300*    MEANS A NEW ALERT IS RAISED.
084400******************************************************************
084500 8600-FIND-OPEN-ALERT.
084600     PERFORM 9860-ALOPEN-OPEN THRU 9860-EXIT.
084700     IF NOT WS-ALOPEN-IS-OPEN
084800         GO TO 8600-EXIT
084900     END-IF.
085000     MOVE 0 TO WS-ALOPEN-EOF-SW.
085100     MOVE LOW-VALUES TO XAALOPEN-KEY.
085200     MOVE "R" TO XAALOPEN-PATH.
085300     MOVE WS-ALERT-RESOURCE TO XAALOPEN-PATH-VALUE.
085400     START XAALOPEN KEY NOT LESS THAN XAALOPEN-KEY
085500         INVALID KEY
085600             MOVE 1 TO WS-ALOPEN-EOF-SW
085700     END-START.
085800     PERFORM 8650-CHECK-OPEN-ALERT THRU 8650-EXIT
085900         UNTIL WS-ALOPEN-EOF
086000         OR WS-ALREADY-OPEN-SW = 1.
086100     PERFORM 9850-ALOPEN-CLOSE THRU 9850-EXIT.
086200 8600-EXIT.
086300     EXIT.
086400
086500 8650-CHECK-OPEN-ALERT.
086600     READ XAALOPEN NEXT RECORD
086700         AT END
086800             MOVE 1 TO WS-ALOPEN-EOF-SW
086900             GO TO 8650-EXIT
087000     END-READ.
087100     IF NOT XAALOPEN-BY-RESOURCE
087200     OR XAALOPEN-PATH-VALUE NOT = WS-ALERT-RESOURCE
087300         MOVE 1 TO WS-ALOPEN-EOF-SW
087400         GO TO 8650-EXIT
087500     END-IF.
087600     MOVE XAALOPEN-ALERT-KEY TO XAALERT-KEY.
087700     READ XAALERT
087800         INVALID KEY
087900             GO TO 8650-EXIT
088000     END-READ.
088100     IF XAALERT-SOURCE = "XAREGCHK"
088200     AND XAALERT-NOT-ACKED
088300     AND XAALERT-TEXT(1:WS-SIG-LEN) =
088400         WS-CONSOLE-MESSAGE(1:WS-SIG-LEN)
088500         MOVE 1 TO WS-ALREADY-OPEN-SW
088600     END-IF.
088700 8650-EXIT.
088800     EXIT.
088900
089000******************************************************************
089100*    8700-CHECK-MAINT-WINDOW -- LOOK AT EVERY XAMAINT WINDOW FOR
089200*    WS-MW-NAME THAT HAS STARTED BY NOW.  ONE STILL OPEN SETS
089300*    WS-INWINDOW-SW; THE LATEST END OF ONE ALREADY CLOSED IS KEPT
089400*    IN WS-LATEST-END.  THE CALENDAR IS RESOURCE-MAJOR BY WINDOW
089500*    START, SO THE SCAN STOPS AT THE FIRST WINDOW STARTING AFTER
089600*    NOW.  A MISSING OR UNOPENABLE CALENDAR MEANS NO WINDOWS.
089700******************************************************************
089800 8700-CHECK-MAINT-WINDOW.
089900     MOVE "N" TO WS-MAINT-EOF-SWITCH.
090000     OPEN INPUT XAMAINT.
090100     IF NOT WS-XAMAINT-OK
090200         GO TO 8700-EXIT
090300     END-IF.
090400     MOVE WS-MW-NAME TO xamaint-resource.
090500     MOVE LOW-VALUES TO xamaint-start-timestamp.
090600     START XAMAINT KEY NOT LESS THAN xamaint-key
090700         INVALID KEY
090800             CLOSE XAMAINT
090900             GO TO 8700-EXIT
091000     END-START.
091100     PERFORM 8750-CHECK-ONE-WINDOW THRU 8750-EXIT
091200         UNTIL WS-END-OF-WINDOWS.
091300     CLOSE XAMAINT.
091400 8700-EXIT.
091500     EXIT.
091600
091700 8750-CHECK-ONE-WINDOW.
091800     READ XAMAINT NEXT RECORD
091900         AT END
092000             MOVE "Y" TO WS-MAINT-EOF-SWITCH
092100             GO TO 8750-EXIT
092200     END-READ.
092300     IF xamaint-resource NOT = WS-MW-NAME
092400         MOVE "Y" TO WS-MAINT-EOF-SWITCH
092500         GO TO 8750-EXIT
092600     END-IF.
092700     IF xamaint-start-timestamp > WS-NOW-KEY
092800         MOVE "Y" TO WS-MAINT-EOF-SWITCH
092900         GO TO 8750-EXIT
093000     END-IF.
093100     IF WS-NOW-KEY NOT > xamaint-end-timestamp
093200         MOVE 1 TO WS-INWINDOW-SW
093300     ELSE
093400         IF xamaint-end-timestamp > WS-LATEST-END
093500             MOVE xamaint-end-timestamp TO WS-LATEST-END
093600         END-IF
093700     END-IF.
093800 8750-EXIT.
093900     EXIT.
094000
094100******************************************************************
094200*    8800-STAMP-TO-MINUTES -- YYYYMMDDHHMMSS IN WS-CV-STAMP TO
094300*    WHOLE MINUTES IN WS-CV-MINUTES (ZERO FOR A STAMP THAT IS NOT
094400*    A DATE, WHICH THEN COUNTS AS LONG AGO).
094500******************************************************************
094600 8800-STAMP-TO-MINUTES.
094700     MOVE ZERO TO WS-CV-MINUTES.
094800     IF WS-CV-DATE NOT NUMERIC
094900     OR WS-CV-DATE-NUM < 16010101
095000         GO TO 8800-EXIT
095100     END-IF.
095200     IF WS-CV-HH NOT NUMERIC
095300         MOVE ZERO TO WS-CV-HH
095400     END-IF.
095500     IF WS-CV-MM NOT NUMERIC
095600         MOVE ZERO TO WS-CV-MM
095700     END-IF.
095800     COMPUTE WS-CV-MINUTES =
095900         FUNCTION INTEGER-OF-DATE(WS-CV-DATE-NUM) * 1440
096000         + WS-CV-HH * 60 + WS-CV-MM.
096100 8800-EXIT.
096200     EXIT.
096300
096400******************************************************************
096500*    9000-TERMINATE -- WRITE THE SUMMARY LINES AND CLOSE UP.
096600******************************************************************
096700 9000-TERMINATE.
096800     IF NOT WS-XAREGRPT-OK
096900         GO TO 9000-EXIT
097000     END-IF.
097100     IF WS-CHECK-FAILED
097200         MOVE "REGION REGISTRY OR XASWRLOG COULD NOT BE READ"
097300             TO WS-SH-TEXT
097400         WRITE XAREGRPT-LINE FROM WS-BLANK-LINE
097500         WRITE XAREGRPT-LINE FROM WS-SECTION-HEADING
097600         CLOSE XAREGRPT
097700         GO TO 9000-EXIT
097800     END-IF.
097900     WRITE XAREGRPT-LINE FROM WS-BLANK-LINE.
098000     MOVE "EXPECTED PAIRS CHECKED" TO WS-SL-LABEL.
098100     MOVE WS-PAIR-COUNT TO WS-SL-COUNT.
098200     WRITE XAREGRPT-LINE FROM WS-SUMMARY-LINE.
098300     MOVE "  REPORTING WITHIN THEIR GAP" TO WS-SL-LABEL.
098400     MOVE WS-OK-COUNT TO WS-SL-COUNT.
098500     WRITE XAREGRPT-LINE FROM WS-SUMMARY-LINE.
098600     MOVE "  SILENT" TO WS-SL-LABEL.
098700     MOVE WS-SILENT-COUNT TO WS-SL-COUNT.
098800     WRITE XAREGRPT-LINE FROM WS-SUMMARY-LINE.
098900     MOVE "  NEVER REPORTED" TO WS-SL-LABEL.
099000     MOVE WS-NEVER-COUNT TO WS-SL-COUNT.
099100     WRITE XAREGRPT-LINE FROM WS-SUMMARY-LINE.
099200     MOVE "REGIONS OUT OF SERVICE" TO WS-SL-LABEL.
099300     MOVE WS-OUT-OF-SVC-COUNT TO WS-SL-COUNT.
099400     WRITE XAREGRPT-LINE FROM WS-SUMMARY-LINE.
099500     MOVE "UNREGISTERED REGIONS REPORTING" TO WS-SL-LABEL.
099600     MOVE WS-UNREG-COUNT TO WS-SL-COUNT.
099700     WRITE XAREGRPT-LINE FROM WS-SUMMARY-LINE.
099800     MOVE "UNEXPECTED RESOURCES REPORTED" TO WS-SL-LABEL.
099900     MOVE WS-UNEXPECTED-COUNT TO WS-SL-COUNT.
100000     WRITE XAREGRPT-LINE FROM WS-SUMMARY-LINE.
100100     MOVE "INSIDE A MAINTENANCE WINDOW" TO WS-SL-LABEL.
100200     MOVE WS-INWINDOW-COUNT TO WS-SL-COUNT.
100300     WRITE XAREGRPT-LINE FROM WS-SUMMARY-LINE.
100400     MOVE "NEW ALERTS RAISED" TO WS-SL-LABEL.
100500     MOVE WS-RAISED-COUNT TO WS-SL-COUNT.
100600     WRITE XAREGRPT-LINE FROM WS-SUMMARY-LINE.
100700     MOVE "OPEN ALERTS UPDATED" TO WS-SL-LABEL.
100800     MOVE WS-BUMPED-COUNT TO WS-SL-COUNT.
100900     WRITE XAREGRPT-LINE FROM WS-SUMMARY-LINE.
101000     CLOSE XAREGION.
101100     IF WS-SWRLOG-PRESENT
101200         CLOSE XASWRLOG
101300     END-IF.
101400     CLOSE XAREGRPT.
101500 9000-EXIT.
101600     EXIT.
101700
101800******************************************************************
101900*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
102000*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
102100******************************************************************
102200     copy xarunctl.
102300
102400******************************************************************
102500*    OPEN-ALERT INDEX PARAGRAPHS (9800-ALOPEN-ADD, 9850-ALOPEN-
102600*    CLOSE AND 9860-ALOPEN-OPEN) -- SEE XA/XAALOCTL.CPY.
102700******************************************************************
102800     copy xaaloctl.
