000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    XARICHK.
000300 AUTHOR.        XA SUPPORT TEAM.
000400 INSTALLATION.  ENTERPRISE SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  MODIFICATION HISTORY
000900*  ----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  10/15/2026 XST   NEW PROGRAM.  NIGHTLY CROSS-FILE REFERENTIAL
001200*                   INTEGRITY AUDIT OF THE XA AND MSG REFERENCE
001300*                   DATA, EXCEPTIONS GROUPED BY RULE.
001400******************************************************************
001500*  THE XA AND MSG FILES NAME EACH OTHER'S RECORDS AND NOTHING
001600*  ONLINE KEEPS THOSE NAMES HONEST.  XARICHK CHECKS THEM ALL IN
001700*  ONE PASS AND PRINTS EVERY BROKEN REFERENCE UNDER ITS RULE:
001800*
001900*    RULE 1  XASWRLOG, XAMFHLOG AND XACSNAP RESOURCES THAT ARE NOT
002000*            REGISTERED IN XARESREG.
002100*    RULE 2  XARESREG ENTRIES THAT NO REGION HAS REPORTED IN
002200*            XASWRLOG FOR THE STALE PERIOD (DEFAULT 90 DAYS).
002300*    RULE 3  XAMAINT WINDOWS NOT YET ENDED FOR A RESOURCE NOT IN
002400*            XARESREG, OR NAMING A TEMPLATE NO LONGER IN MSGLIB.
002500*            ENDED WINDOWS ARE HISTORY AND ARE NOT CHECKED.
002600*    RULE 4  MSGSCHED ENTRIES NAMING A TEMPLATE NO LONGER IN
002700*            MSGLIB, OR A GROUP WITH NO ACTIVE MSGTERMS TERMINAL
002800*            (A BLANK GROUP NEEDS AT LEAST ONE ACTIVE TERMINAL).
002900*    RULE 5  XATKXREF ENTRIES WHOSE ORIGIN XAALERT OR XAHEURLG
003000*            RECORD HAS BEEN PURGED.
003100*
003200*  A FILE THAT DOES NOT EXIST YET HAS NOTHING TO CHECK AND IS
003300*  NOTED ON THE REPORT.  SCHEDULE NIGHTLY AFTER THE HOUSEKEEPING
003400*  PURGES (XAHSKEEP) SO RULE 5 SEES WHAT THEY REMOVED.
003500*  RC 4 = AT LEAST ONE EXCEPTION.  RC 8 = XARESREG OR ANOTHER
003600*  FILE COULD NOT BE OPENED (THE AUDIT IS INCOMPLETE), OR THE
003700*  XARICPRM CARD WAS INVALID.
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.   IBM-370.
004200 OBJECT-COMPUTER.   IBM-370.
004300 SPECIAL-NAMES.
004400     CONSOLE IS CONS.
004500
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     copy xaresregsel.
004900
005000     copy xaswrlogsel.
005100
005200     copy xamfhlogsel.
005300
005400     copy xacsnapsel.
005500
005600     copy xamaintsel.
005700
005800     copy msgschedsel.
005900
006000     copy msglibsel.
006100
006200     copy msgtermssel.
006300
006400     copy xatkxrefsel.
006500
006600     copy xaalertsel.
006700
006800     copy xaheurlgsel.
006900
007000     SELECT XARICPRM ASSIGN TO "XARICPRM"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-XARICPRM-STATUS.
007300
007400     SELECT XARICRPT ASSIGN TO "XARICRPT"
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-XARICRPT-STATUS.
007700
007800     copy xarunlgsel.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200     copy xaresreg.
008300
008400     copy xaswrlog.
008500
008600     copy xamfhlog.
008700
008800     copy xacsnap.
008900
009000     copy xamaint.
009100
009200     copy msgsched.
009300
009400     copy msglib.
009500
009600     copy msgterms.
009700
009800     copy xatkxref.
009900
010000     copy xaalert.
010100
010200     copy xaheurlg.
010300
010400*****************************************************************
010500*    XARICPRM -- OPTIONAL CARD.  COLS 1-3 STALE PERIOD IN DAYS
010600*    FOR RULE 2 (BLANK = 090).
010700*****************************************************************
010800 FD  XARICPRM
010900     LABEL RECORDS ARE STANDARD
011000     RECORDING MODE IS F.
011100
011200 01  XARICPRM-CARD.
011300     05  XARICPRM-STALE-DAYS         PIC X(03).
011400     05  XARICPRM-STALE-DAYS-N REDEFINES XARICPRM-STALE-DAYS
011500                                     PIC 9(03).
011600     05  FILLER                      PIC X(77).
011700
011800 FD  XARICRPT
011900     LABEL RECORDS ARE STANDARD
012000     RECORDING MODE IS F.
012100
012200 01  XARICRPT-LINE                   PIC X(132).
012300
012400     copy xarunlg.
012500
012600 WORKING-STORAGE SECTION.
012700     copy xarunws.
012800
012900******************************************************************
013000*    FILE STATUS AND CONTROL SWITCHES
013100******************************************************************
013200 77  WS-XARESREG-STATUS              PIC X(02) VALUE SPACES.
013300     88  WS-XARESREG-OK                 VALUE "00".
013400
013500 77  WS-XASWRLOG-STATUS              PIC X(02) VALUE SPACES.
013600     88  WS-XASWRLOG-OK                 VALUE "00".
013700
013800 77  WS-XAMFHLOG-STATUS              PIC X(02) VALUE SPACES.
013900     88  WS-XAMFHLOG-OK                 VALUE "00".
014000
014100 77  WS-XACSNAP-STATUS               PIC X(02) VALUE SPACES.
014200     88  WS-XACSNAP-OK                  VALUE "00".
014300
014400 77  WS-XAMAINT-STATUS               PIC X(02) VALUE SPACES.
014500     88  WS-XAMAINT-OK                  VALUE "00".
014600
014700 77  WS-MSGSCHED-STATUS              PIC X(02) VALUE SPACES.
014800     88  WS-MSGSCHED-OK                 VALUE "00".
014900
015000 77  WS-MSGLIB-STATUS                PIC X(02) VALUE SPACES.
015100     88  WS-MSGLIB-OK                   VALUE "00".
015200
015300 77  WS-MSGTERMS-STATUS              PIC X(02) VALUE SPACES.
015400     88  WS-MSGTERMS-OK                 VALUE "00".
015500
015600 77  WS-XATKXREF-STATUS              PIC X(02) VALUE SPACES.
015700     88  WS-XATKXREF-OK                 VALUE "00".
015800
015900 77  WS-XAALERT-STATUS               PIC X(02) VALUE SPACES.
016000     88  WS-XAALERT-OK                  VALUE "00".
016100
016200 77  WS-XAHEURLG-STATUS              PIC X(02) VALUE SPACES.
016300     88  WS-XAHEURLG-OK                 VALUE "00".
016400
016500 77  WS-XARICPRM-STATUS              PIC X(02) VALUE SPACES.
016600     88  WS-XARICPRM-OK                 VALUE "00".
016700
016800 77  WS-XARICRPT-STATUS              PIC X(02) VALUE SPACES.
016900     88  WS-XARICRPT-OK                 VALUE "00".
017000
017100 77  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
017200     88  WS-END-OF-FILE                 VALUE "Y".
017300
017400 77  WS-REG-OPEN-SW                  PIC 9(01) VALUE 0.
017500 77  WS-MSGLIB-OPEN-SW               PIC 9(01) VALUE 0.
017600 77  WS-TERMS-LOADED-SW              PIC 9(01) VALUE 0.
017700 77  WS-ALERT-OPEN-SW                PIC 9(01) VALUE 0.
017800 77  WS-HEUR-OPEN-SW                 PIC 9(01) VALUE 0.
017900 77  WS-INCOMPLETE-SW                PIC 9(01) VALUE 0.
018000 77  WS-CARD-REJECTED-SW             PIC 9(01) VALUE 0.
018100 77  WS-FOUND-SW                     PIC 9(01) VALUE 0.
018200 77  WS-REG-TABLE-FULL-SW            PIC 9(01) VALUE 0.
018300 77  WS-GROUP-TABLE-FULL-SW          PIC 9(01) VALUE 0.
018400
018500******************************************************************
018600*    COUNTERS AND SUBSCRIPTS
018700******************************************************************
018800 77  WS-RULE-COUNT                   PIC 9(07) COMP VALUE ZERO.
018900 77  WS-TOTAL-EXCEPTIONS             PIC 9(07) COMP VALUE ZERO.
019000 77  WS-RULE-NO                      PIC 9(01) VALUE ZERO.
019100 77  WS-RX                           PIC S9(04) COMP VALUE ZERO.
019200 77  WS-GX                           PIC S9(04) COMP VALUE ZERO.
019300 77  WS-REG-COUNT                    PIC S9(04) COMP VALUE ZERO.
019400 77  WS-REG-MAX                      PIC S9(04) COMP VALUE 2000.
019500 77  WS-GROUP-COUNT                  PIC S9(04) COMP VALUE ZERO.
019600 77  WS-GROUP-MAX                    PIC S9(04) COMP VALUE 500.
019700 77  WS-ALL-ACTIVE                   PIC 9(05) COMP VALUE ZERO.
019800 77  WS-STALE-DAYS                   PIC 9(03) VALUE 90.
019900 77  WS-DAY-NUMBER                   PIC 9(08) COMP VALUE ZERO.
020000
020100 01  WS-RULE-COUNTS.
020200     05  WS-RULE-TOTAL               PIC 9(07) COMP
020300                                     OCCURS 5 TIMES.
020400
020500******************************************************************
020600*    DATE WORK FIELDS
020700******************************************************************
020800 01  WS-TODAY-DATE-TIME.
020900     05  WS-TODAY-DATE               PIC X(08).
021000     05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE
021100                                     PIC 9(08).
021200     05  WS-TODAY-TIME               PIC X(06).
021300     05  FILLER                      PIC X(07).
021400
021500 01  WS-CUTOFF-DATE-N                PIC 9(08).
021600 01  WS-CUTOFF-DATE REDEFINES WS-CUTOFF-DATE-N
021700                                     PIC X(08).
021800
021900******************************************************************
022000*    XARESREG IN KEY ORDER, WITH THE LATEST DATE ANY REGION
022100*    REPORTED EACH RESOURCE IN XASWRLOG (SPACES = NEVER), FOR
022200*    RULE 2.
022300******************************************************************
022400 01  WS-REG-TABLE.
022500     05  WS-RT-ENTRY                 OCCURS 2000 TIMES.
022600         10  WS-RT-RESOURCE          PIC X(08).
022700         10  WS-RT-OWNER-TEAM        PIC X(16).
022800         10  WS-RT-LAST-SEEN         PIC X(08).
022900
023000******************************************************************
023100*    MSGTERMS GROUPS AND HOW MANY ACTIVE TERMINALS EACH HAS, FOR
023200*    RULE 4.
023300******************************************************************
023400 01  WS-GROUP-TABLE.
023500     05  WS-GT-ENTRY                 OCCURS 500 TIMES.
023600         10  WS-GT-GROUP             PIC X(04).
023700         10  WS-GT-ACTIVE            PIC 9(05) COMP.
023800
023900 01  WS-LOOKUP-RESOURCE              PIC X(08).
024000 01  WS-LOOKUP-GROUP                 PIC X(04).
024100 01  WS-TEMPLATE-DISP                PIC 9(04).
024200 01  WS-NOTE-FILE                    PIC X(08).
024300 01  WS-NOTE-STATUS                  PIC X(02).
024400
024500******************************************************************
024600*    REPORT LINE LAYOUTS
024700******************************************************************
024800 01  WS-REPORT-HEADING-1.
024900     05  FILLER                      PIC X(47) VALUE
025000         "XARICHK -- REFERENCE DATA INTEGRITY AUDIT, RUN ".
025100     05  WS-RH1-DATE                 PIC X(08).
025200     05  FILLER                      PIC X(01) VALUE SPACES.
025300     05  WS-RH1-TIME                 PIC X(06).
025400     05  FILLER                      PIC X(17) VALUE
025500         "   STALE AFTER   ".
025600     05  WS-RH1-STALE-DAYS           PIC ZZ9.
025700     05  FILLER                      PIC X(05) VALUE " DAYS".
025800     05  FILLER                      PIC X(45) VALUE SPACES.
025900
026000 01  WS-RULE-HEADING.
026100     05  FILLER                      PIC X(05) VALUE "RULE ".
026200     05  WS-RUH-RULE-NO              PIC 9(01).
026300     05  FILLER                      PIC X(04) VALUE " -- ".
026400     05  WS-RUH-TITLE                PIC X(90).
026500     05  FILLER                      PIC X(32) VALUE SPACES.
026600
026700 01  WS-DETAIL-LINE.
026800     05  FILLER                      PIC X(04) VALUE SPACES.
026900     05  WS-DL-FILE                  PIC X(08).
027000     05  FILLER                      PIC X(02) VALUE SPACES.
027100     05  WS-DL-KEY                   PIC X(30).
027200     05  FILLER                      PIC X(02) VALUE SPACES.
027300     05  WS-DL-TEXT                  PIC X(86).
027400
027500 01  WS-RULE-TOTAL-LINE.
027600     05  FILLER                      PIC X(04) VALUE SPACES.
027700     05  WS-RTL-COUNT                PIC Z(06)9.
027800     05  FILLER                      PIC X(12) VALUE
027900         " EXCEPTIONS".
028000     05  FILLER                      PIC X(109) VALUE SPACES.
028100
028200 01  WS-NOTE-LINE.
028300     05  FILLER                      PIC X(04) VALUE SPACES.
028400     05  FILLER                      PIC X(05) VALUE "NOTE:".
028500     05  FILLER                      PIC X(01) VALUE SPACES.
028600     05  WS-NL-TEXT                  PIC X(100).
028700     05  FILLER                      PIC X(22) VALUE SPACES.
028800
028900 01  WS-ERROR-LINE.
029000     05  FILLER                      PIC X(20) VALUE
029100         "*** CARD REJECTED:  ".
029200     05  WS-EL-CARD                  PIC X(10).
029300     05  FILLER                      PIC X(02) VALUE SPACES.
029400     05  WS-EL-REASON                PIC X(50).
029500     05  FILLER                      PIC X(50) VALUE SPACES.
029600
029700 01  WS-SUMMARY-LINE.
029800     05  WS-SL-LABEL                 PIC X(30).
029900     05  WS-SL-COUNT                 PIC Z(08)9.
030000     05  FILLER                      PIC X(93) VALUE SPACES.
030100
030200 01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.
030300
030400 PROCEDURE DIVISION.
030500******************************************************************
030600 0000-MAINLINE.
030700******************************************************************
030800     MOVE "XARICHK" TO WS-RUNCTL-JOB.
030900     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
031000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031100     IF WS-REG-OPEN-SW = 1
031200         PERFORM 2000-RULE-UNREGISTERED THRU 2000-EXIT
031300         PERFORM 3000-RULE-STALE THRU 3000-EXIT
031400         PERFORM 4000-RULE-MAINT-WINDOWS THRU 4000-EXIT
031500         PERFORM 5000-RULE-SCHEDULE THRU 5000-EXIT
031600         PERFORM 6000-RULE-TICKET-XREF THRU 6000-EXIT
031700     END-IF.
031800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
031900     IF WS-INCOMPLETE-SW = 1
032000     OR WS-CARD-REJECTED-SW = 1
032100         MOVE 8 TO RETURN-CODE
032200     ELSE
032300         IF WS-TOTAL-EXCEPTIONS > ZERO
032400             MOVE 4 TO RETURN-CODE
032500         END-IF
032600     END-IF.
032700     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
032800     GOBACK.
032900
033000******************************************************************
033100*    1000-INITIALIZE -- STALE PERIOD AND CUTOFF DATE, REPORT
033200*    HEADING, AND THE REGISTRY TABLE.  WITHOUT XARESREG NO RULE
033300*    CAN BE JUDGED, SO NOTHING ELSE RUNS.
033400******************************************************************
033500 1000-INITIALIZE.
033600     MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE-TIME.
033700     MOVE ZERO TO WS-RULE-TOTAL(1) WS-RULE-TOTAL(2)
033800                  WS-RULE-TOTAL(3) WS-RULE-TOTAL(4)
033900                  WS-RULE-TOTAL(5).
034000
034100     OPEN OUTPUT XARICRPT.
034200     IF NOT WS-XARICRPT-OK
034300         DISPLAY "XARICHK: UNABLE TO OPEN XARICRPT, STATUS="
034400             WS-XARICRPT-STATUS UPON CONS
034500     END-IF.
034600
034700     PERFORM 1100-READ-CARD THRU 1100-EXIT.
034800     COMPUTE WS-DAY-NUMBER =
034900         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-N)
035000         - WS-STALE-DAYS.
035100     COMPUTE WS-CUTOFF-DATE-N =
035200         FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
035300
035400     MOVE WS-TODAY-DATE TO WS-RH1-DATE.
035500     MOVE WS-TODAY-TIME TO WS-RH1-TIME.
035600     MOVE WS-STALE-DAYS TO WS-RH1-STALE-DAYS.
035700     WRITE XARICRPT-LINE FROM WS-REPORT-HEADING-1.
035800     IF WS-CARD-REJECTED-SW = 1
035900         WRITE XARICRPT-LINE FROM WS-ERROR-LINE
036000     END-IF.
036100
036200     OPEN INPUT XARESREG.
036300     IF NOT WS-XARESREG-OK
036400         MOVE "XARESREG" TO WS-NOTE-FILE
036500         MOVE WS-XARESREG-STATUS TO WS-NOTE-STATUS
036600         PERFORM 8300-NOTE-UNAVAILABLE THRU 8300-EXIT
036700         MOVE 1 TO WS-INCOMPLETE-SW
036800         MOVE "NO RULE CAN BE CHECKED WITHOUT XARESREG"
036900             TO WS-NL-TEXT
037000         WRITE XARICRPT-LINE FROM WS-NOTE-LINE
037100         GO TO 1000-EXIT
037200     END-IF.
037300     MOVE 1 TO WS-REG-OPEN-SW.
037400     MOVE "N" TO WS-EOF-SWITCH.
037500     PERFORM 1200-LOAD-REGISTRY THRU 1200-EXIT
037600         UNTIL WS-END-OF-FILE.
037700 1000-EXIT.
037800     EXIT.
037900
038000******************************************************************
038100*    1100-READ-CARD -- OPTIONAL XARICPRM CARD.  NO DECK, NO CARD
038200*    OR A BLANK FIELD KEEPS THE 90-DAY DEFAULT.
038300******************************************************************
038400 1100-READ-CARD.
038500     OPEN INPUT XARICPRM.
038600     IF NOT WS-XARICPRM-OK
038700         GO TO 1100-EXIT
038800     END-IF.
038900 1100-NEXT.
039000     READ XARICPRM
039100         AT END
039200             GO TO 1100-CLOSE
039300     END-READ.
039400     IF XARICPRM-CARD(1:1) = "*"
039500         GO TO 1100-NEXT
039600     END-IF.
039700     IF XARICPRM-STALE-DAYS = SPACES
039800         GO TO 1100-CLOSE
039900     END-IF.
040000     IF XARICPRM-STALE-DAYS IS NOT NUMERIC
040100     OR XARICPRM-STALE-DAYS-N = ZERO
040200         MOVE 1 TO WS-CARD-REJECTED-SW
040300         MOVE XARICPRM-CARD(1:10) TO WS-EL-CARD
040400         MOVE "STALE DAYS MUST BE 001-999; 090 USED"
040500             TO WS-EL-REASON
040600         DISPLAY "XARICHK: CARD REJECTED - " WS-EL-REASON
040700             UPON CONS
040800         GO TO 1100-CLOSE
040900     END-IF.
041000     MOVE XARICPRM-STALE-DAYS-N TO WS-STALE-DAYS.
041100 1100-CLOSE.
041200     CLOSE XARICPRM.
041300 1100-EXIT.
041400     EXIT.
041500
041600 1200-LOAD-REGISTRY.
041700     READ XARESREG NEXT RECORD
041800         AT END
041900             MOVE "Y" TO WS-EOF-SWITCH
042000             GO TO 1200-EXIT
042100     END-READ.
042200     IF WS-REG-COUNT NOT < WS-REG-MAX
042300         MOVE 1 TO WS-REG-TABLE-FULL-SW
042400         GO TO 1200-EXIT
042500     END-IF.
042600     ADD 1 TO WS-REG-COUNT.
042700     MOVE xaresreg-resource TO WS-RT-RESOURCE(WS-REG-COUNT).
042800     MOVE xaresreg-owner-team TO WS-RT-OWNER-TEAM(WS-REG-COUNT).
042900     MOVE SPACES TO WS-RT-LAST-SEEN(WS-REG-COUNT).
043000 1200-EXIT.
043100     EXIT.
043200
043300******************************************************************
043400*    2000-RULE-UNREGISTERED -- RULE 1.  EVERY RESOURCE NAME IN
043500*    XASWRLOG, XAMFHLOG AND XACSNAP MUST BE IN XARESREG.  THE
043600*    XASWRLOG PASS ALSO GATHERS THE LATEST REPORT DATE PER
043700*    REGISTERED RESOURCE FOR RULE 2.
043800******************************************************************
043900 2000-RULE-UNREGISTERED.
044000     MOVE 1 TO WS-RULE-NO.
044100     MOVE "RESOURCES IN USE THAT ARE NOT REGISTERED IN XARESREG"
044200         TO WS-RUH-TITLE.
044300     PERFORM 8000-WRITE-RULE-HEADING THRU 8000-EXIT.
044400
044500     OPEN INPUT XASWRLOG.
044600     IF NOT WS-XASWRLOG-OK
044700         MOVE "XASWRLOG" TO WS-NOTE-FILE
044800         MOVE WS-XASWRLOG-STATUS TO WS-NOTE-STATUS
044900         PERFORM 8300-NOTE-UNAVAILABLE THRU 8300-EXIT
045000     ELSE
045100         MOVE "N" TO WS-EOF-SWITCH
045200         PERFORM 2100-CHECK-SWITCH-LOG THRU 2100-EXIT
045300             UNTIL WS-END-OF-FILE
045400         CLOSE XASWRLOG
045500     END-IF.
045600
045700     OPEN INPUT XAMFHLOG.
045800     IF NOT WS-XAMFHLOG-OK
045900         MOVE "XAMFHLOG" TO WS-NOTE-FILE
046000         MOVE WS-XAMFHLOG-STATUS TO WS-NOTE-STATUS
046100         PERFORM 8300-NOTE-UNAVAILABLE THRU 8300-EXIT
046200     ELSE
046300         MOVE "N" TO WS-EOF-SWITCH
046400         PERFORM 2200-CHECK-MFH-LOG THRU 2200-EXIT
046500             UNTIL WS-END-OF-FILE
046600         CLOSE XAMFHLOG
046700     END-IF.
046800
046900     OPEN INPUT XACSNAP.
047000     IF NOT WS-XACSNAP-OK
047100         MOVE "XACSNAP" TO WS-NOTE-FILE
047200         MOVE WS-XACSNAP-STATUS TO WS-NOTE-STATUS
047300         PERFORM 8300-NOTE-UNAVAILABLE THRU 8300-EXIT
047400     ELSE
047500         MOVE "N" TO WS-EOF-SWITCH
047600         PERFORM 2300-CHECK-SNAPSHOT THRU 2300-EXIT
047700             UNTIL WS-END-OF-FILE
047800         CLOSE XACSNAP
047900     END-IF.
048000
048100     PERFORM 8200-WRITE-RULE-TOTAL THRU 8200-EXIT.
048200 2000-EXIT.
048300     EXIT.
048400
048500 2100-CHECK-SWITCH-LOG.
048600     READ XASWRLOG NEXT RECORD
048700         AT END
048800             MOVE "Y" TO WS-EOF-SWITCH
048900             GO TO 2100-EXIT
049000     END-READ.
049100     MOVE xaswrlog-resource TO WS-LOOKUP-RESOURCE.
049200     PERFORM 8500-LOOKUP-REGISTRY THRU 8500-EXIT.
049300     IF WS-FOUND-SW = 1
049400         PERFORM 2150-NOTE-LAST-SEEN THRU 2150-EXIT
049500         GO TO 2100-EXIT
049600     END-IF.
049700     MOVE "XASWRLOG" TO WS-DL-FILE.
049800     MOVE SPACES TO WS-DL-KEY.
049900     STRING "REGION " DELIMITED BY SIZE
050000            xaswrlog-region DELIMITED BY SPACE
050100            " RESOURCE " DELIMITED BY SIZE
050200            xaswrlog-resource DELIMITED BY SPACE
050300         INTO WS-DL-KEY
050400     END-STRING.
050500     MOVE SPACES TO WS-DL-TEXT.
050600     STRING "NOT REGISTERED IN XARESREG - LAST SEEN "
050700                DELIMITED BY SIZE
050800            xaswrlog-last-seen-date DELIMITED BY SIZE
050900         INTO WS-DL-TEXT
051000     END-STRING.
051100     PERFORM 8100-WRITE-EXCEPTION THRU 8100-EXIT.
051200 2100-EXIT.
051300     EXIT.
051400
051500*    LATEST XASWRLOG DATE FOR THE REGISTERED RESOURCE, ANY REGION.
051600 2150-NOTE-LAST-SEEN.
051700     PERFORM 2160-SCAN-REGISTRY THRU 2160-EXIT
051800         VARYING WS-RX FROM 1 BY 1
051900         UNTIL WS-RX > WS-REG-COUNT
052000         OR WS-RT-RESOURCE(WS-RX) = xaswrlog-resource.
052100     IF WS-RX > WS-REG-COUNT
052200         GO TO 2150-EXIT
052300     END-IF.
052400     IF WS-RT-LAST-SEEN(WS-RX) = SPACES
052500     OR xaswrlog-last-seen-date > WS-RT-LAST-SEEN(WS-RX)
052600         MOVE xaswrlog-last-seen-date TO WS-RT-LAST-SEEN(WS-RX)
052700     END-IF.
052800 2150-EXIT.
052900     EXIT.
053000
053100 2160-SCAN-REGISTRY.
053200 2160-EXIT.
053300     EXIT.
053400
053500 2200-CHECK-MFH-LOG.
053600     READ XAMFHLOG NEXT RECORD
053700         AT END
053800             MOVE "Y" TO WS-EOF-SWITCH
053900             GO TO 2200-EXIT
054000     END-READ.
054100     MOVE XAMFHLOG-RESOURCE TO WS-LOOKUP-RESOURCE.
054200     PERFORM 8500-LOOKUP-REGISTRY THRU 8500-EXIT.
054300     IF WS-FOUND-SW = 1
054400         GO TO 2200-EXIT
054500     END-IF.
054600     MOVE "XAMFHLOG" TO WS-DL-FILE.
054700     MOVE SPACES TO WS-DL-KEY.
054800     STRING "RESOURCE " DELIMITED BY SIZE
054900            XAMFHLOG-RESOURCE DELIMITED BY SPACE
055000         INTO WS-DL-KEY
055100     END-STRING.
055200     MOVE SPACES TO WS-DL-TEXT.
055300     STRING "NOT REGISTERED IN XARESREG - LAST REGISTERED WITH "
055400                DELIMITED BY SIZE
055500            "MFH " DELIMITED BY SIZE
055600            XAMFHLOG-LAST-REG-DATE DELIMITED BY SIZE
055700         INTO WS-DL-TEXT
055800     END-STRING.
055900     PERFORM 8100-WRITE-EXCEPTION THRU 8100-EXIT.
056000 2200-EXIT.
056100     EXIT.
056200
056300 2300-CHECK-SNAPSHOT.
056400     READ XACSNAP NEXT RECORD
056500         AT END
056600             MOVE "Y" TO WS-EOF-SWITCH
056700             GO TO 2300-EXIT
056800     END-READ.
056900     MOVE xacsnap-resource TO WS-LOOKUP-RESOURCE.
057000     PERFORM 8500-LOOKUP-REGISTRY THRU 8500-EXIT.
057100     IF WS-FOUND-SW = 1
057200         GO TO 2300-EXIT
057300     END-IF.
057400     MOVE "XACSNAP" TO WS-DL-FILE.
057500     MOVE SPACES TO WS-DL-KEY.
057600     STRING "RESOURCE " DELIMITED BY SIZE
057700            xacsnap-resource DELIMITED BY SPACE
057800         INTO WS-DL-KEY
057900     END-STRING.
058000     MOVE SPACES TO WS-DL-TEXT.
058100     STRING "NOT REGISTERED IN XARESREG - CONFIG SNAPSHOT OF "
058200                DELIMITED BY SIZE
058300            xacsnap-date DELIMITED BY SIZE
058400         INTO WS-DL-TEXT
058500     END-STRING.
058600     PERFORM 8100-WRITE-EXCEPTION THRU 8100-EXIT.
058700 2300-EXIT.
058800     EXIT.
058900
059000******************************************************************
059100*    3000-RULE-STALE -- RULE 2.  A REGISTERED RESOURCE THAT NO
059200*    REGION HAS REPORTED SINCE THE CUTOFF DATE (OR EVER).
059300******************************************************************
059400 3000-RULE-STALE.
059500     MOVE 2 TO WS-RULE-NO.
059600     MOVE SPACES TO WS-RUH-TITLE.
059700     STRING "XARESREG ENTRIES NO REGION HAS REPORTED IN XASWRLOG "
059800                DELIMITED BY SIZE
059900            "SINCE " DELIMITED BY SIZE
060000            WS-CUTOFF-DATE DELIMITED BY SIZE
060100         INTO WS-RUH-TITLE
060200     END-STRING.
060300     PERFORM 8000-WRITE-RULE-HEADING THRU 8000-EXIT.
060400     IF WS-REG-TABLE-FULL-SW = 1
060500         MOVE "XARESREG OVER 2000 ENTRIES - ONLY 2000 CHECKED"
060600             TO WS-NL-TEXT
060700         WRITE XARICRPT-LINE FROM WS-NOTE-LINE
060800     END-IF.
060900     PERFORM 3100-CHECK-LAST-SEEN THRU 3100-EXIT
061000         VARYING WS-RX FROM 1 BY 1
061100         UNTIL WS-RX > WS-REG-COUNT.
061200     PERFORM 8200-WRITE-RULE-TOTAL THRU 8200-EXIT.
061300 3000-EXIT.
061400     EXIT.
061500
061600 3100-CHECK-LAST-SEEN.
061700     IF WS-RT-LAST-SEEN(WS-RX) NOT = SPACES
061800     AND WS-RT-LAST-SEEN(WS-RX) NOT < WS-CUTOFF-DATE
061900         GO TO 3100-EXIT
062000     END-IF.
062100     MOVE "XARESREG" TO WS-DL-FILE.
062200     MOVE SPACES TO WS-DL-KEY.
062300     STRING "RESOURCE " DELIMITED BY SIZE
062400            WS-RT-RESOURCE(WS-RX) DELIMITED BY SPACE
062500         INTO WS-DL-KEY
062600     END-STRING.
062700     MOVE SPACES TO WS-DL-TEXT.
062800     IF WS-RT-LAST-SEEN(WS-RX) = SPACES
062900         STRING "NEVER REPORTED BY ANY REGION - OWNER "
063000                    DELIMITED BY SIZE
063100                WS-RT-OWNER-TEAM(WS-RX) DELIMITED BY SIZE
063200             INTO WS-DL-TEXT
063300         END-STRING
063400     ELSE
063500         STRING "LAST REPORTED " DELIMITED BY SIZE
063600                WS-RT-LAST-SEEN(WS-RX) DELIMITED BY SIZE
063700                " - OWNER " DELIMITED BY SIZE
063800                WS-RT-OWNER-TEAM(WS-RX) DELIMITED BY SIZE
063900             INTO WS-DL-TEXT
064000         END-STRING
064100     END-IF.
064200     PERFORM 8100-WRITE-EXCEPTION THRU 8100-EXIT.
064300 3100-EXIT.
064400     EXIT.
064500
064600******************************************************************
064700*    4000-RULE-MAINT-WINDOWS -- RULE 3.  A WINDOW NOT YET ENDED
064800*    MUST NAME A REGISTERED RESOURCE, AND ITS NOTICE TEMPLATE (IF
064900*    ANY) MUST STILL BE IN MSGLIB.  MSGLIB STAYS OPEN FOR RULE 4.
065000******************************************************************
065100 4000-RULE-MAINT-WINDOWS.
065200     MOVE 3 TO WS-RULE-NO.
065300     MOVE "XAMAINT WINDOWS - UNREGISTERED RESOURCE OR TEMPLATE"
065400         TO WS-RUH-TITLE.
065500     PERFORM 8000-WRITE-RULE-HEADING THRU 8000-EXIT.
065600
065700     OPEN INPUT MSGLIB.
065800     IF WS-MSGLIB-OK
065900         MOVE 1 TO WS-MSGLIB-OPEN-SW
066000     ELSE
066100         MOVE "MSGLIB" TO WS-NOTE-FILE
066200         MOVE WS-MSGLIB-STATUS TO WS-NOTE-STATUS
066300         PERFORM 8300-NOTE-UNAVAILABLE THRU 8300-EXIT
066400     END-IF.
066500
066600     OPEN INPUT XAMAINT.
066700     IF NOT WS-XAMAINT-OK
066800         MOVE "XAMAINT" TO WS-NOTE-FILE
066900         MOVE WS-XAMAINT-STATUS TO WS-NOTE-STATUS
067000         PERFORM 8300-NOTE-UNAVAILABLE THRU 8300-EXIT
067100     ELSE
067200         MOVE "N" TO WS-EOF-SWITCH
067300         PERFORM 4100-CHECK-WINDOW THRU 4100-EXIT
067400             UNTIL WS-END-OF-FILE
067500         CLOSE XAMAINT
067600     END-IF.
067700     PERFORM 8200-WRITE-RULE-TOTAL THRU 8200-EXIT.
067800 4000-EXIT.
067900     EXIT.
068000
068100 4100-CHECK-WINDOW.
068200     READ XAMAINT NEXT RECORD
068300         AT END
068400             MOVE "Y" TO WS-EOF-SWITCH
068500             GO TO 4100-EXIT
068600     END-READ.
068700     IF xamaint-end-date < WS-TODAY-DATE
068800         GO TO 4100-EXIT
068900     END-IF.
069000     MOVE "XAMAINT" TO WS-DL-FILE.
069100     MOVE SPACES TO WS-DL-KEY.
069200     STRING xamaint-resource DELIMITED BY SPACE
069300            " FROM " DELIMITED BY SIZE
069400            xamaint-start-date DELIMITED BY SIZE
069500            " " DELIMITED BY SIZE
069600            xamaint-start-time DELIMITED BY SIZE
069700         INTO WS-DL-KEY
069800     END-STRING.
069900
070000     MOVE xamaint-resource TO WS-LOOKUP-RESOURCE.
070100     PERFORM 8500-LOOKUP-REGISTRY THRU 8500-EXIT.
070200     IF WS-FOUND-SW = 0
070300         MOVE SPACES TO WS-DL-TEXT
070400         STRING "RESOURCE NOT REGISTERED IN XARESREG - CHANGE "
070500                    DELIMITED BY SIZE
070600                xamaint-change-ref DELIMITED BY SIZE
070700             INTO WS-DL-TEXT
070800         END-STRING
070900         PERFORM 8100-WRITE-EXCEPTION THRU 8100-EXIT
071000     END-IF.
071100
071200     IF WS-MSGLIB-OPEN-SW = 0
071300     OR xamaint-template-no IS NOT NUMERIC
071400         GO TO 4100-EXIT
071500     END-IF.
071600     IF xamaint-template-no = ZERO
071700         GO TO 4100-EXIT
071800     END-IF.
071900     MOVE xamaint-template-no TO msglib-template-no.
072000     PERFORM 8600-LOOKUP-TEMPLATE THRU 8600-EXIT.
072100     IF WS-FOUND-SW = 0
072200         MOVE xamaint-template-no TO WS-TEMPLATE-DISP
072300         MOVE SPACES TO WS-DL-TEXT
072400         STRING "NOTICE TEMPLATE " DELIMITED BY SIZE
072500                WS-TEMPLATE-DISP DELIMITED BY SIZE
072600                " IS NOT IN MSGLIB" DELIMITED BY SIZE
072700             INTO WS-DL-TEXT
072800         END-STRING
072900         PERFORM 8100-WRITE-EXCEPTION THRU 8100-EXIT
073000     END-IF.
073100 4100-EXIT.
073200     EXIT.
073300
073400******************************************************************
073500*    5000-RULE-SCHEDULE -- RULE 4.  COUNT ACTIVE TERMINALS PER
073600*    MSGTERMS GROUP, THEN CHECK EVERY MSGSCHED ENTRY'S TEMPLATE
073700*    AND TARGET GROUP.
073800******************************************************************
073900 5000-RULE-SCHEDULE.
074000     MOVE 4 TO WS-RULE-NO.
074100     MOVE "MSGSCHED ENTRIES - DELETED TEMPLATE OR NO TERMINAL"
074200         TO WS-RUH-TITLE.
074300     PERFORM 8000-WRITE-RULE-HEADING THRU 8000-EXIT.
074400
074500     OPEN INPUT MSGTERMS.
074600     IF NOT WS-MSGTERMS-OK
074700         MOVE "MSGTERMS" TO WS-NOTE-FILE
074800         MOVE WS-MSGTERMS-STATUS TO WS-NOTE-STATUS
074900         PERFORM 8300-NOTE-UNAVAILABLE THRU 8300-EXIT
075000     ELSE
075100         MOVE 1 TO WS-TERMS-LOADED-SW
075200         MOVE "N" TO WS-EOF-SWITCH
075300         PERFORM 5100-COUNT-TERMINAL THRU 5100-EXIT
075400             UNTIL WS-END-OF-FILE
075500         CLOSE MSGTERMS
075600     END-IF.
075700     IF WS-GROUP-TABLE-FULL-SW = 1
075800         MOVE "MSGTERMS OVER 500 GROUPS - REST NOT CHECKED"
075900             TO WS-NL-TEXT
076000         WRITE XARICRPT-LINE FROM WS-NOTE-LINE
076100     END-IF.
076200
076300     OPEN INPUT MSGSCHED.
076400     IF NOT WS-MSGSCHED-OK
076500         MOVE "MSGSCHED" TO WS-NOTE-FILE
076600         MOVE WS-MSGSCHED-STATUS TO WS-NOTE-STATUS
076700         PERFORM 8300-NOTE-UNAVAILABLE THRU 8300-EXIT
076800     ELSE
076900         MOVE "N" TO WS-EOF-SWITCH
077000         PERFORM 5200-CHECK-SCHEDULE THRU 5200-EXIT
077100             UNTIL WS-END-OF-FILE
077200         CLOSE MSGSCHED
077300     END-IF.
077400     PERFORM 8200-WRITE-RULE-TOTAL THRU 8200-EXIT.
077500 5000-EXIT.
077600     EXIT.
077700
077800 5100-COUNT-TERMINAL.
077900     READ MSGTERMS NEXT RECORD
078000         AT END
078100             MOVE "Y" TO WS-EOF-SWITCH
078200             GO TO 5100-EXIT
078300     END-READ.
078400     IF NOT msgterms-is-active
078500         GO TO 5100-EXIT
078600     END-IF.
078700     ADD 1 TO WS-ALL-ACTIVE.
078800     IF msgterms-group = SPACES
078900         GO TO 5100-EXIT
079000     END-IF.
079100     MOVE msgterms-group TO WS-LOOKUP-GROUP.
079200     PERFORM 5150-FIND-GROUP THRU 5150-EXIT.
079300     IF WS-GX > WS-GROUP-COUNT
079400         IF WS-GROUP-COUNT NOT < WS-GROUP-MAX
079500             MOVE 1 TO WS-GROUP-TABLE-FULL-SW
079600             GO TO 5100-EXIT
079700         END-IF
079800         ADD 1 TO WS-GROUP-COUNT
079900         MOVE WS-GROUP-COUNT TO WS-GX
080000         MOVE msgterms-group TO WS-GT-GROUP(WS-GX)
080100         MOVE ZERO TO WS-GT-ACTIVE(WS-GX)
080200     END-IF.
080300     ADD 1 TO WS-GT-ACTIVE(WS-GX).
080400 5100-EXIT.
080500     EXIT.
080600
080700 5150-FIND-GROUP.
080800     PERFORM 5160-SCAN-GROUPS THRU 5160-EXIT
080900         VARYING WS-GX FROM 1 BY 1
081000         UNTIL WS-GX > WS-GROUP-COUNT
081100         OR WS-GT-GROUP(WS-GX) = WS-LOOKUP-GROUP.
081200 5150-EXIT.
081300     EXIT.
081400
081500 5160-SCAN-GROUPS.
081600 5160-EXIT.
081700     EXIT.
081800
081900 5200-CHECK-SCHEDULE.
082000     READ MSGSCHED NEXT RECORD
082100         AT END
082200             MOVE "Y" TO WS-EOF-SWITCH
082300             GO TO 5200-EXIT
082400     END-READ.
082500     MOVE "MSGSCHED" TO WS-DL-FILE.
082600     MOVE SPACES TO WS-DL-KEY.
082700     STRING "ENTRY " DELIMITED BY SIZE
082800            msgsched-entry-id DELIMITED BY SIZE
082900            " AT " DELIMITED BY SIZE
083000            msgsched-fire-time DELIMITED BY SIZE
083100         INTO WS-DL-KEY
083200     END-STRING.
083300     IF NOT msgsched-is-active
083400         MOVE "(INACTIVE)" TO WS-DL-KEY(21:10)
083500     END-IF.
083600
083700     IF WS-MSGLIB-OPEN-SW = 1
083800     AND msgsched-template-no NOT = ZERO
083900         MOVE msgsched-template-no TO msglib-template-no
084000         PERFORM 8600-LOOKUP-TEMPLATE THRU 8600-EXIT
084100         IF WS-FOUND-SW = 0
084200             MOVE msgsched-template-no TO WS-TEMPLATE-DISP
084300             MOVE SPACES TO WS-DL-TEXT
084400             STRING "TEMPLATE " DELIMITED BY SIZE
084500                    WS-TEMPLATE-DISP DELIMITED BY SIZE
084600                    " IS NOT IN MSGLIB" DELIMITED BY SIZE
084700                 INTO WS-DL-TEXT
084800             END-STRING
084900             PERFORM 8100-WRITE-EXCEPTION THRU 8100-EXIT
085000         END-IF
085100     END-IF.
085200
085300     IF WS-TERMS-LOADED-SW = 0
085400         GO TO 5200-EXIT
085500     END-IF.
085600     IF msgsched-group = SPACES
085700         IF WS-ALL-ACTIVE = ZERO
085800             MOVE "SHOP-WIDE, BUT NO MSGTERMS TERMINAL IS ACTIVE"
085900                 TO WS-DL-TEXT
086000             PERFORM 8100-WRITE-EXCEPTION THRU 8100-EXIT
086100         END-IF
086200         GO TO 5200-EXIT
086300     END-IF.
086400     MOVE msgsched-group TO WS-LOOKUP-GROUP.
086500     PERFORM 5150-FIND-GROUP THRU 5150-EXIT.
086600     IF WS-GX > WS-GROUP-COUNT
086700     AND WS-GROUP-TABLE-FULL-SW = 0
086800         MOVE SPACES TO WS-DL-TEXT
086900         STRING "GROUP " DELIMITED BY SIZE
087000                msgsched-group DELIMITED BY SIZE
087100                " HAS NO ACTIVE MSGTERMS TERMINAL"
087200                    DELIMITED BY SIZE
087300             INTO WS-DL-TEXT
087400         END-STRING
087500         PERFORM 8100-WRITE-EXCEPTION THRU 8100-EXIT
087600     END-IF.
087700 5200-EXIT.
087800     EXIT.
087900
088000******************************************************************
088100*    6000-RULE-TICKET-XREF -- RULE 5.  EVERY XATKXREF ENTRY MUST
088200*    STILL HAVE ITS ORIGIN RECORD: THE XAALERT OR XAHEURLG KEY
088300*    XATKFEED EXPORTED IT UNDER.
088400******************************************************************
088500 6000-RULE-TICKET-XREF.
088600     MOVE 5 TO WS-RULE-NO.
088700     MOVE "XATKXREF ENTRIES WHOSE ORIGIN RECORD WAS PURGED"
088800         TO WS-RUH-TITLE.
088900     PERFORM 8000-WRITE-RULE-HEADING THRU 8000-EXIT.
089000
089100     OPEN INPUT XATKXREF.
089200     IF NOT WS-XATKXREF-OK
089300         MOVE "XATKXREF" TO WS-NOTE-FILE
089400         MOVE WS-XATKXREF-STATUS TO WS-NOTE-STATUS
089500         PERFORM 8300-NOTE-UNAVAILABLE THRU 8300-EXIT
089600         GO TO 6000-TOTAL
089700     END-IF.
089800     OPEN INPUT XAALERT.
089900     IF WS-XAALERT-OK
090000         MOVE 1 TO WS-ALERT-OPEN-SW
090100     ELSE
090200         MOVE "XAALERT" TO WS-NOTE-FILE
090300         MOVE WS-XAALERT-STATUS TO WS-NOTE-STATUS
090400         PERFORM 8300-NOTE-UNAVAILABLE THRU 8300-EXIT
090500     END-IF.
090600     OPEN INPUT XAHEURLG.
090700     IF WS-XAHEURLG-OK
090800         MOVE 1 TO WS-HEUR-OPEN-SW
090900     ELSE
091000         MOVE "XAHEURLG" TO WS-NOTE-FILE
091100         MOVE WS-XAHEURLG-STATUS TO WS-NOTE-STATUS
091200         PERFORM 8300-NOTE-UNAVAILABLE THRU 8300-EXIT
091300     END-IF.
091400
091500     MOVE "N" TO WS-EOF-SWITCH.
091600     PERFORM 6100-CHECK-XREF THRU 6100-EXIT
091700         UNTIL WS-END-OF-FILE.
091800     CLOSE XATKXREF.
091900     IF WS-ALERT-OPEN-SW = 1
092000         CLOSE XAALERT
092100     END-IF.
092200     IF WS-HEUR-OPEN-SW = 1
092300         CLOSE XAHEURLG
092400     END-IF.
092500 6000-TOTAL.
092600     PERFORM 8200-WRITE-RULE-TOTAL THRU 8200-EXIT.
092700 6000-EXIT.
092800     EXIT.
092900
093000*    AN ORIGIN FILE THAT IS MISSING ALTOGETHER COUNTS AS PURGED.
093100 6100-CHECK-XREF.
093200     READ XATKXREF NEXT RECORD
093300         AT END
093400             MOVE "Y" TO WS-EOF-SWITCH
093500             GO TO 6100-EXIT
093600     END-READ.
093700     MOVE 0 TO WS-FOUND-SW.
093800     EVALUATE xatkxref-origin
093900         WHEN "XAALERT"
094000             IF WS-ALERT-OPEN-SW = 1
094100                 MOVE xatkxref-origin-key(1:30) TO XAALERT-KEY
094200                 READ XAALERT
094300                     INVALID KEY
094400                         CONTINUE
094500                     NOT INVALID KEY
094600                         MOVE 1 TO WS-FOUND-SW
094700                 END-READ
094800             END-IF
094900         WHEN "XAHEURLG"
095000             IF WS-HEUR-OPEN-SW = 1
095100                 MOVE xatkxref-origin-key(1:22) TO XAHEURLG-KEY
095200                 READ XAHEURLG
095300                     INVALID KEY
095400                         CONTINUE
095500                     NOT INVALID KEY
095600                         MOVE 1 TO WS-FOUND-SW
095700                 END-READ
095800             END-IF
095900         WHEN OTHER
096000             MOVE 2 TO WS-FOUND-SW
096100     END-EVALUATE.
096200     IF WS-FOUND-SW = 1
096300         GO TO 6100-EXIT
096400     END-IF.
096500     MOVE "XATKXREF" TO WS-DL-FILE.
096600     MOVE xatkxref-origin-key TO WS-DL-KEY.
096700     MOVE SPACES TO WS-DL-TEXT.
096800     IF WS-FOUND-SW = 2
096900         STRING "UNKNOWN ORIGIN " DELIMITED BY SIZE
097000                xatkxref-origin DELIMITED BY SIZE
097100             INTO WS-DL-TEXT
097200         END-STRING
097300     ELSE
097400         STRING "ORIGIN " DELIMITED BY SIZE
097500                xatkxref-origin DELIMITED BY SPACE
097600                " RECORD PURGED - TICKET EXPORTED "
097700                    DELIMITED BY SIZE
097800                xatkxref-export-date DELIMITED BY SIZE
097900             INTO WS-DL-TEXT
098000         END-STRING
098100     END-IF.
098200     PERFORM 8100-WRITE-EXCEPTION THRU 8100-EXIT.
098300 6100-EXIT.
098400     EXIT.
098500
098600******************************************************************
098700*    8000-8300 -- RULE HEADING, EXCEPTION LINE, RULE TOTAL AND
098800*    UNAVAILABLE-FILE NOTE.
098900******************************************************************
099000 8000-WRITE-RULE-HEADING.
099100     MOVE ZERO TO WS-RULE-COUNT.
099200     MOVE WS-RULE-NO TO WS-RUH-RULE-NO.
099300     WRITE XARICRPT-LINE FROM WS-BLANK-LINE.
099400     WRITE XARICRPT-LINE FROM WS-RULE-HEADING.
099500 8000-EXIT.
099600     EXIT.
099700
099800 8100-WRITE-EXCEPTION.
099900     ADD 1 TO WS-RULE-COUNT.
100000     ADD 1 TO WS-TOTAL-EXCEPTIONS.
100100     WRITE XARICRPT-LINE FROM WS-DETAIL-LINE.
100200 8100-EXIT.
100300     EXIT.
100400
100500 8200-WRITE-RULE-TOTAL.
100600     MOVE WS-RULE-COUNT TO WS-RULE-TOTAL(WS-RULE-NO).
100700     MOVE WS-RULE-COUNT TO WS-RTL-COUNT.
100800     WRITE XARICRPT-LINE FROM WS-RULE-TOTAL-LINE.
100900 8200-EXIT.
101000     EXIT.
101100
101200*    STATUS 35 IS A FILE NOT YET CREATED -- NOTHING IN IT TO BE
101300*    WRONG.  ANYTHING ELSE LEAVES THE AUDIT INCOMPLETE (RC 8).
101400 8300-NOTE-UNAVAILABLE.
101500     MOVE SPACES TO WS-NL-TEXT.
101600     IF WS-NOTE-STATUS = "35"
101700         STRING WS-NOTE-FILE DELIMITED BY SPACE
101800                " DOES NOT EXIST - NOTHING TO CHECK"
101900                    DELIMITED BY SIZE
102000             INTO WS-NL-TEXT
102100         END-STRING
102200     ELSE
102300         MOVE 1 TO WS-INCOMPLETE-SW
102400         STRING WS-NOTE-FILE DELIMITED BY SPACE
102500                " COULD NOT BE OPENED, STATUS " DELIMITED BY SIZE
102600                WS-NOTE-STATUS DELIMITED BY SIZE
102700                " - NOT CHECKED" DELIMITED BY SIZE
102800             INTO WS-NL-TEXT
102900         END-STRING
103000         DISPLAY "XARICHK: UNABLE TO OPEN " WS-NOTE-FILE
103100             ", STATUS=" WS-NOTE-STATUS UPON CONS
103200     END-IF.
103300     WRITE XARICRPT-LINE FROM WS-NOTE-LINE.
103400 8300-EXIT.
103500     EXIT.
103600
103700******************************************************************
103800*    8500-LOOKUP-REGISTRY -- IS WS-LOOKUP-RESOURCE IN XARESREG?
103900******************************************************************
104000 8500-LOOKUP-REGISTRY.
104100     MOVE 0 TO WS-FOUND-SW.
104200     MOVE WS-LOOKUP-RESOURCE TO xaresreg-resource.
104300     READ XARESREG
104400         INVALID KEY
104500             CONTINUE
104600         NOT INVALID KEY
104700             MOVE 1 TO WS-FOUND-SW
104800     END-READ.
104900 8500-EXIT.
105000     EXIT.
105100
105200******************************************************************
105300*    8600-LOOKUP-TEMPLATE -- IS MSGLIB-TEMPLATE-NO ON MSGLIB?
105400******************************************************************
105500 8600-LOOKUP-TEMPLATE.
105600     MOVE 0 TO WS-FOUND-SW.
105700     READ MSGLIB
105800         INVALID KEY
105900             CONTINUE
106000         NOT INVALID KEY
106100             MOVE 1 TO WS-FOUND-SW
106200     END-READ.
106300 8600-EXIT.
106400     EXIT.
106500
106600******************************************************************
106700*    9000-TERMINATE -- EXCEPTIONS PER RULE AND CLOSE UP.
106800******************************************************************
106900 9000-TERMINATE.
107000     WRITE XARICRPT-LINE FROM WS-BLANK-LINE.
107100     MOVE "RULE 1 UNREGISTERED IN USE" TO WS-SL-LABEL.
107200     MOVE WS-RULE-TOTAL(1) TO WS-SL-COUNT.
107300     WRITE XARICRPT-LINE FROM WS-SUMMARY-LINE.
107400     MOVE "RULE 2 STALE REGISTRY" TO WS-SL-LABEL.
107500     MOVE WS-RULE-TOTAL(2) TO WS-SL-COUNT.
107600     WRITE XARICRPT-LINE FROM WS-SUMMARY-LINE.
107700     MOVE "RULE 3 XAMAINT WINDOWS" TO WS-SL-LABEL.
107800     MOVE WS-RULE-TOTAL(3) TO WS-SL-COUNT.
107900     WRITE XARICRPT-LINE FROM WS-SUMMARY-LINE.
108000     MOVE "RULE 4 MSGSCHED ENTRIES" TO WS-SL-LABEL.
108100     MOVE WS-RULE-TOTAL(4) TO WS-SL-COUNT.
108200     WRITE XARICRPT-LINE FROM WS-SUMMARY-LINE.
108300     MOVE "RULE 5 XATKXREF ENTRIES" TO WS-SL-LABEL.
108400     MOVE WS-RULE-TOTAL(5) TO WS-SL-COUNT.
108500     WRITE XARICRPT-LINE FROM WS-SUMMARY-LINE.
108600     MOVE "TOTAL EXCEPTIONS" TO WS-SL-LABEL.
108700     MOVE WS-TOTAL-EXCEPTIONS TO WS-SL-COUNT.
108800     WRITE XARICRPT-LINE FROM WS-SUMMARY-LINE.
108900
109000     IF WS-MSGLIB-OPEN-SW = 1
109100         CLOSE MSGLIB
109200     END-IF.
109300     IF WS-REG-OPEN-SW = 1
109400         CLOSE XARESREG
109500     END-IF.
109600     CLOSE XARICRPT.
109700 9000-EXIT.
109800     EXIT.
109900
110000******************************************************************
110100*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
110200*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
110300******************************************************************
110400     copy xarunctl.
