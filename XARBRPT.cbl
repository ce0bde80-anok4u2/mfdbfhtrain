000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    XARBRPT.
000300 AUTHOR.        XA SUPPORT TEAM.
000400 INSTALLATION.  ENTERPRISE SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  MODIFICATION HISTORY
000900*  ----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  10/15/2026 XST   NEW PROGRAM.  NIGHTLY RUNBOOK COVERAGE
001200*                   REPORT: ALERT SOURCES THAT FIRED IN THE LAST
001300*                   MONTH WITH NO XARUNBK RUNBOOK TO FOLLOW, AND
001400*                   RUNBOOKS NOT REVIEWED IN A YEAR.
001500******************************************************************
001600*  XAAL SHOWS THE OPERATOR THE XARUNBK RUNBOOK THAT FITS THE
001700*  ALERT IN HAND (XA/XARUNBK.CPY DESCRIBES THE MATCH).  THIS
001800*  REPORT KEEPS THE LIBRARY HONEST FROM BOTH ENDS:
001900*    - EVERY XAALERT ITEM RAISED OR SEEN AGAIN IN THE LOOK-BACK
002000*      PERIOD (DEFAULT 31 DAYS) IS MATCHED AGAINST THE LIBRARY
002100*      THE SAME WAY XAAL MATCHES IT, AND THOSE NO RUNBOOK FITS
002200*      ARE LISTED BY SOURCE AND RESOURCE, WITH HOW MANY FIRED,
002300*      THE LAST DATE, THE NUMBER OF RUNBOOKS THE SOURCE DOES
002400*      HAVE (ZERO = NONE WRITTEN YET, OTHERWISE NONE FITS THIS
002500*      RESOURCE OR TEXT) AND THE TEXT OF THE LATEST ONE;
002600*    - EVERY RUNBOOK NOT REVIEWED WITHIN THE REVIEW PERIOD
002700*      (DEFAULT 365 DAYS), OR NEVER, IS LISTED WITH ITS AGE.
002800*
002900*  A MISSING XARUNBK IS AN EMPTY LIBRARY (EVERY ALERT IS A GAP);
003000*  A MISSING XAALERT IS A QUIET MONTH.  RETURN CODE 4 WHEN
003100*  ANYTHING IS LISTED, 8 WHEN EITHER FILE CANNOT BE READ.
003200******************************************************************
003300
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
003700 OBJECT-COMPUTER.   IBM-370.
003800 SPECIAL-NAMES.
003900     CONSOLE IS CONS.
004000
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     copy xarunbksel.
004400
004500     copy xaalertsel.
004600
004700     SELECT XARBPRM ASSIGN TO "XARBPRM"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-XARBPRM-STATUS.
005000
005100     SELECT XARBLIST ASSIGN TO "XARBLIST"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-XARBLIST-STATUS.
005400
005500     copy xarunlgsel.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900     copy xarunbk.
006000
006100     copy xaalert.
006200
006300*****************************************************************
006400*    XARBPRM -- PERIOD CARD.  ANY FIELD LEFT BLANK KEEPS ITS
006500*    DEFAULT: ALERTS FIRED IN THE LAST 31 DAYS ARE CHECKED FOR A
006600*    RUNBOOK, A RUNBOOK NOT REVIEWED IN 365 DAYS IS OVERDUE, AND
006700*    THE RUN DATE IS TODAY.  "*" IN COL 1 IS A COMMENT.
006800*****************************************************************
006900 FD  XARBPRM
007000     LABEL RECORDS ARE STANDARD
007100     RECORDING MODE IS F.
007200
007300 01  XARBPRM-CARD.
007400     05  XARBPRM-FIRED-DAYS          PIC X(03).
007500     05  XARBPRM-FIRED-DAYS-N REDEFINES XARBPRM-FIRED-DAYS
007600                                     PIC 9(03).
007700     05  FILLER                      PIC X(01).
007800     05  XARBPRM-REVIEW-DAYS         PIC X(03).
007900     05  XARBPRM-REVIEW-DAYS-N REDEFINES XARBPRM-REVIEW-DAYS
008000                                     PIC 9(03).
008100     05  FILLER                      PIC X(01).
008200     05  XARBPRM-RUN-DATE            PIC X(08).
008300     05  XARBPRM-RUN-DATE-N REDEFINES XARBPRM-RUN-DATE
008400                                     PIC 9(08).
008500     05  FILLER                      PIC X(64).
008600
008700 FD  XARBLIST
008800     LABEL RECORDS ARE STANDARD
008900     RECORDING MODE IS F.
009000
009100 01  XARBLIST-LINE                   PIC X(132).
009200
009300     copy xarunlg.
009400
009500 WORKING-STORAGE SECTION.
009600     copy xarunws.
009700
009800******************************************************************
009900*    FILE STATUS AND CONTROL SWITCHES
010000******************************************************************
010100 77  WS-XARUNBK-STATUS               PIC X(02) VALUE SPACES.
010200     88  WS-XARUNBK-OK                  VALUE "00".
010300     88  WS-XARUNBK-NOT-FOUND           VALUE "35" "23".
010400
010500 77  WS-XAALERT-STATUS               PIC X(02) VALUE SPACES.
010600     88  WS-XAALERT-OK                  VALUE "00".
010700     88  WS-XAALERT-NOT-FOUND           VALUE "35" "23".
010800
010900 77  WS-XARBPRM-STATUS               PIC X(02) VALUE SPACES.
011000     88  WS-XARBPRM-OK                  VALUE "00".
011100     88  WS-XARBPRM-NOT-FOUND           VALUE "35" "23".
011200
011300 77  WS-XARBLIST-STATUS              PIC X(02) VALUE SPACES.
011400     88  WS-XARBLIST-OK                 VALUE "00".
011500
011600 77  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
011700     88  WS-END-OF-FILE                 VALUE "Y".
011800
011900 77  WS-READ-FAILED-SWITCH           PIC X(01) VALUE "N".
012000     88  WS-READ-FAILED                 VALUE "Y".
012100
012200 77  WS-COVERED-SW                   PIC 9(01) VALUE 0.
012300 77  WS-FOUND-SW                     PIC 9(01) VALUE 0.
012400
012500******************************************************************
012600*    PERIODS AND RUN DATE -- DEFAULTS, OVERRIDDEN BY THE XARBPRM
012700*    CARD.
012800******************************************************************
012900 77  WS-FIRED-DAYS                   PIC 9(03) VALUE 31.
013000 77  WS-REVIEW-DAYS                  PIC 9(03) VALUE 365.
013100
013200 01  WS-RUN-DATE                     PIC X(08).
013300 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
013400                                     PIC 9(08).
013500 77  WS-RUN-INTEGER                  PIC 9(09) COMP VALUE ZERO.
013600 01  WS-FIRED-SINCE                  PIC 9(08) VALUE ZERO.
013700 01  WS-FIRED-SINCE-X REDEFINES WS-FIRED-SINCE
013800                                     PIC X(08).
013900 01  WS-REVIEWED-SINCE               PIC 9(08) VALUE ZERO.
014000 01  WS-REVIEWED-SINCE-X REDEFINES WS-REVIEWED-SINCE
014100                                     PIC X(08).
014200 01  WS-REVIEW-DATE-N                PIC 9(08) VALUE ZERO.
014300 77  WS-REVIEW-AGE                   PIC 9(07) COMP VALUE ZERO.
014400
014500 01  WS-TODAY-DATE-TIME.
014600     05  WS-TODAY-DATE               PIC X(08).
014700     05  FILLER                      PIC X(13).
014800
014900******************************************************************
015000*    COUNTERS AND SUBSCRIPTS
015100******************************************************************
015200 77  WS-RUNBOOK-COUNT                PIC 9(07) COMP VALUE ZERO.
015300 77  WS-ALERT-READ-COUNT             PIC 9(09) COMP VALUE ZERO.
015400 77  WS-PERIOD-COUNT                 PIC 9(09) COMP VALUE ZERO.
015500 77  WS-COVERED-COUNT                PIC 9(09) COMP VALUE ZERO.
015600 77  WS-UNCOVERED-COUNT              PIC 9(09) COMP VALUE ZERO.
015700 77  WS-OVERDUE-COUNT                PIC 9(07) COMP VALUE ZERO.
015800 77  WS-UNTABLED-COUNT               PIC 9(07) COMP VALUE ZERO.
015900 77  WS-SOURCE-RUNBOOKS              PIC 9(05) COMP VALUE ZERO.
016000 77  WS-RB-SUB                       PIC S9(04) COMP-5 VALUE ZERO.
016100 77  WS-GP-SUB                       PIC S9(04) COMP-5 VALUE ZERO.
016200 77  WS-GP-IX                        PIC S9(04) COMP-5 VALUE ZERO.
016300 77  WS-INS-SUB                      PIC S9(04) COMP-5 VALUE ZERO.
016400 77  WS-SHIFT-SUB                    PIC S9(04) COMP-5 VALUE ZERO.
016500 77  WS-PFX-LEN                      PIC S9(04) COMP-5 VALUE ZERO.
016600
016700******************************************************************
016800*    RUNBOOK TABLE -- THE WHOLE LIBRARY, IN XARUNBK KEY ORDER.
016900*    PREFIX LENGTH IS THE PREFIX WITHOUT ITS TRAILING SPACES
017000*    (ZERO = ANY TEXT).
017100******************************************************************
017200 77  WS-RB-MAX                       PIC S9(04) COMP-5 VALUE 2000.
017300 77  WS-RB-COUNT                     PIC S9(04) COMP-5 VALUE ZERO.
017400 01  WS-RB-TABLE.
017500     05  WS-RB-ENTRY OCCURS 2000 TIMES.
017600         10  WS-RB-SOURCE            PIC X(08).
017700         10  WS-RB-RESOURCE          PIC X(08).
017800         10  WS-RB-PREFIX            PIC X(20).
017900         10  WS-RB-PREFIX-LEN        PIC S9(04) COMP-5.
018000
018100******************************************************************
018200*    GAP TABLE -- ONE ENTRY PER SOURCE AND RESOURCE WHOSE ALERTS
018300*    NO RUNBOOK FITS, KEPT IN KEY ORDER AS ENTRIES ARE ADDED.
018400******************************************************************
018500 77  WS-GP-MAX                       PIC S9(04) COMP-5 VALUE 1000.
018600 77  WS-GP-COUNT                     PIC S9(04) COMP-5 VALUE ZERO.
018700 01  WS-GP-TABLE.
018800     05  WS-GP-ENTRY OCCURS 1000 TIMES.
018900         10  WS-GP-KEY.
019000             15  WS-GP-SOURCE        PIC X(08).
019100             15  WS-GP-RESOURCE      PIC X(08).
019200         10  WS-GP-ALERTS            PIC 9(07) COMP.
019300         10  WS-GP-LAST-DATE         PIC X(08).
019400         10  WS-GP-TEXT              PIC X(60).
019500
019600 01  WS-NEW-GP-KEY.
019700     05  WS-NEW-GP-SOURCE            PIC X(08).
019800     05  WS-NEW-GP-RESOURCE          PIC X(08).
019900
020000 01  WS-FIRED-DATE                   PIC X(08).
020100
020200******************************************************************
020300*    REPORT LINE LAYOUTS
020400******************************************************************
020500 01  WS-REPORT-HEADING-1.
020600     05  FILLER                      PIC X(46) VALUE
020700         "XARBRPT -- ALERT RUNBOOK COVERAGE FOR RUN DATE".
020800     05  FILLER                      PIC X(01) VALUE SPACE.
020900     05  WS-RH1-DATE                 PIC X(08).
021000     05  FILLER                      PIC X(77) VALUE SPACES.
021100
021200 01  WS-REPORT-HEADING-2.
021300     05  FILLER                      PIC X(26) VALUE
021400         "ALERTS FIRED IN THE LAST ".
021500     05  WS-RH2-FIRED-DAYS           PIC ZZ9.
021600     05  FILLER                      PIC X(14) VALUE
021700         " DAYS (SINCE ".
021800     05  WS-RH2-FIRED-SINCE          PIC X(08).
021900     05  FILLER                      PIC X(32) VALUE
022000         "); RUNBOOKS DUE FOR REVIEW AFTER".
022100     05  FILLER                      PIC X(01) VALUE SPACE.
022200     05  WS-RH2-REVIEW-DAYS          PIC ZZ9.
022300     05  FILLER                      PIC X(05) VALUE " DAYS".
022400     05  FILLER                      PIC X(40) VALUE SPACES.
022500
022600 01  WS-SECTION-HEADING              PIC X(132).
022700
022800 01  WS-GAP-HEADING.
022900     05  FILLER                      PIC X(10) VALUE "SOURCE".
023000     05  FILLER                      PIC X(10) VALUE "RESOURCE".
023100     05  FILLER                      PIC X(09) VALUE " ALERTS".
023200     05  FILLER                      PIC X(11) VALUE "LAST FIRED".
023300     05  FILLER                      PIC X(09) VALUE "RUNBOOKS".
023400     05  FILLER                      PIC X(60) VALUE
023500         "TEXT OF THE LATEST ALERT".
023600     05  FILLER                      PIC X(23) VALUE SPACES.
023700
023800 01  WS-GAP-LINE.
023900     05  WS-GL-SOURCE                PIC X(08).
024000     05  FILLER                      PIC X(02) VALUE SPACES.
024100     05  WS-GL-RESOURCE              PIC X(08).
024200     05  FILLER                      PIC X(02) VALUE SPACES.
024300     05  WS-GL-ALERTS                PIC Z(06)9.
024400     05  FILLER                      PIC X(02) VALUE SPACES.
024500     05  WS-GL-LAST-DATE             PIC X(08).
024600     05  FILLER                      PIC X(03) VALUE SPACES.
024700     05  WS-GL-RUNBOOKS              PIC Z(04)9.
024800     05  FILLER                      PIC X(04) VALUE SPACES.
024900     05  WS-GL-TEXT                  PIC X(60).
025000     05  FILLER                      PIC X(23) VALUE SPACES.
025100
025200 01  WS-REVIEW-HEADING.
025300     05  FILLER                      PIC X(10) VALUE "SOURCE".
025400     05  FILLER                      PIC X(10) VALUE "RESOURCE".
025500     05  FILLER                      PIC X(22) VALUE
025600         "TEXT PREFIX".
025700     05  FILLER                      PIC X(07) VALUE "STEPS".
025800     05  FILLER                      PIC X(10) VALUE "REVIEWED".
025900     05  FILLER                      PIC X(10) VALUE "BY".
026000     05  FILLER                      PIC X(07) VALUE " DAYS".
026100     05  FILLER                      PIC X(40) VALUE
026200         "ESCALATION CONTACT".
026300     05  FILLER                      PIC X(16) VALUE SPACES.
026400
026500 01  WS-REVIEW-LINE.
026600     05  WS-RL-SOURCE                PIC X(08).
026700     05  FILLER                      PIC X(02) VALUE SPACES.
026800     05  WS-RL-RESOURCE              PIC X(08).
026900     05  FILLER                      PIC X(02) VALUE SPACES.
027000     05  WS-RL-PREFIX                PIC X(20).
027100     05  FILLER                      PIC X(02) VALUE SPACES.
027200     05  WS-RL-STEPS                 PIC Z9.
027300     05  FILLER                      PIC X(05) VALUE SPACES.
027400     05  WS-RL-REVIEWED              PIC X(08).
027500     05  FILLER                      PIC X(02) VALUE SPACES.
027600     05  WS-RL-BY                    PIC X(08).
027700     05  FILLER                      PIC X(02) VALUE SPACES.
027800     05  WS-RL-DAYS                  PIC Z(04)9 BLANK WHEN ZERO.
027900     05  FILLER                      PIC X(02) VALUE SPACES.
028000     05  WS-RL-ESCALATION            PIC X(40).
028100     05  FILLER                      PIC X(16) VALUE SPACES.
028200
028300 01  WS-SUMMARY-LINE.
028400     05  WS-SL-LABEL                 PIC X(28).
028500     05  WS-SL-COUNT                 PIC Z(08)9.
028600     05  FILLER                      PIC X(95) VALUE SPACES.
028700
028800 01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.
028900
029000 PROCEDURE DIVISION.
029100******************************************************************
029200 0000-MAINLINE.
029300******************************************************************
029400     MOVE "XARBRPT" TO WS-RUNCTL-JOB.
029500     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
029600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029700     PERFORM 2000-LIST-OVERDUE-REVIEWS THRU 2000-EXIT.
029800     IF NOT WS-READ-FAILED
029900         PERFORM 3000-CHECK-ALERTS THRU 3000-EXIT
030000     END-IF.
030100     IF NOT WS-READ-FAILED
030200         PERFORM 4000-LIST-GAPS THRU 4000-EXIT
030300     END-IF.
030400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
030500     IF WS-GP-COUNT > ZERO
030600     OR WS-OVERDUE-COUNT > ZERO
030700         MOVE 4 TO RETURN-CODE
030800     END-IF.
030900     IF WS-READ-FAILED
031000         MOVE 8 TO RETURN-CODE
031100     END-IF.
031200     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
031300     GOBACK.
031400
031500******************************************************************
031600*    1000-INITIALIZE -- READ THE PERIOD CARD, WORK OUT THE TWO
031700*    CUT-OFF DATES AND OPEN THE REPORT.
031800******************************************************************
031900 1000-INITIALIZE.
032000     MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE-TIME.
032100     MOVE WS-TODAY-DATE TO WS-RUN-DATE.
032200
032300     PERFORM 1100-GET-PARMS THRU 1100-EXIT.
032400
032500     COMPUTE WS-RUN-INTEGER =
032600         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N).
032700     COMPUTE WS-FIRED-SINCE =
032800         FUNCTION DATE-OF-INTEGER
032900             (WS-RUN-INTEGER - WS-FIRED-DAYS).
033000     COMPUTE WS-REVIEWED-SINCE =
033100         FUNCTION DATE-OF-INTEGER
033200             (WS-RUN-INTEGER - WS-REVIEW-DAYS).
033300
033400     OPEN OUTPUT XARBLIST.
033500     IF NOT WS-XARBLIST-OK
033600         DISPLAY "XARBRPT: UNABLE TO OPEN XARBLIST, STATUS="
033700             WS-XARBLIST-STATUS UPON CONS
033800     END-IF.
033900     MOVE WS-RUN-DATE TO WS-RH1-DATE.
034000     WRITE XARBLIST-LINE FROM WS-REPORT-HEADING-1.
034100     MOVE WS-FIRED-DAYS TO WS-RH2-FIRED-DAYS.
034200     MOVE WS-FIRED-SINCE-X TO WS-RH2-FIRED-SINCE.
034300     MOVE WS-REVIEW-DAYS TO WS-RH2-REVIEW-DAYS.
034400     WRITE XARBLIST-LINE FROM WS-REPORT-HEADING-2.
034500 1000-EXIT.
034600     EXIT.
034700
034800******************************************************************
034900*    1100-GET-PARMS -- FIRST NON-COMMENT XARBPRM CARD.  A BLANK,
035000*    NON-NUMERIC OR ZERO PERIOD KEEPS ITS DEFAULT; A RUN DATE
035100*    THAT IS NOT A CALENDAR DATE IS IGNORED.
035200******************************************************************
035300 1100-GET-PARMS.
035400     OPEN INPUT XARBPRM.
035500     IF WS-XARBPRM-NOT-FOUND
035600         GO TO 1100-EXIT
035700     END-IF.
035800     IF NOT WS-XARBPRM-OK
035900         DISPLAY "XARBRPT: UNABLE TO OPEN XARBPRM, STATUS="
036000             WS-XARBPRM-STATUS UPON CONS
036100         GO TO 1100-EXIT
036200     END-IF.
036300 1100-READ.
036400     READ XARBPRM
036500         AT END
036600             CLOSE XARBPRM
036700             GO TO 1100-EXIT
036800     END-READ.
036900     IF XARBPRM-CARD(1:1) = "*"
037000         GO TO 1100-READ
037100     END-IF.
037200     IF XARBPRM-FIRED-DAYS IS NUMERIC
037300     AND XARBPRM-FIRED-DAYS-N > ZERO
037400         MOVE XARBPRM-FIRED-DAYS-N TO WS-FIRED-DAYS
037500     END-IF.
037600     IF XARBPRM-REVIEW-DAYS IS NUMERIC
037700     AND XARBPRM-REVIEW-DAYS-N > ZERO
037800         MOVE XARBPRM-REVIEW-DAYS-N TO WS-REVIEW-DAYS
037900     END-IF.
038000     IF XARBPRM-RUN-DATE IS NUMERIC
038100         IF FUNCTION TEST-DATE-YYYYMMDD(XARBPRM-RUN-DATE-N) = ZERO
038200             MOVE XARBPRM-RUN-DATE TO WS-RUN-DATE
038300         ELSE
038400             DISPLAY "XARBRPT: RUN DATE IGNORED: "
038500                 XARBPRM-RUN-DATE UPON CONS
038600         END-IF
038700     END-IF.
038800     CLOSE XARBPRM.
038900 1100-EXIT.
039000     EXIT.
039100
039200******************************************************************
039300*    2000-LIST-OVERDUE-REVIEWS -- READ THE LIBRARY IN KEY ORDER,
039400*    TABLING EACH RUNBOOK FOR THE ALERT MATCH AND LISTING THOSE
039500*    LAST REVIEWED BEFORE THE REVIEW CUT-OFF, OR NEVER.
039600******************************************************************
039700 2000-LIST-OVERDUE-REVIEWS.
039800     WRITE XARBLIST-LINE FROM WS-BLANK-LINE.
039900     MOVE SPACES TO WS-SECTION-HEADING.
040000     STRING "RUNBOOKS NOT REVIEWED SINCE " DELIMITED SIZE
040100         WS-REVIEWED-SINCE-X DELIMITED SIZE
040200         INTO WS-SECTION-HEADING.
040300     WRITE XARBLIST-LINE FROM WS-SECTION-HEADING.
040400     WRITE XARBLIST-LINE FROM WS-REVIEW-HEADING.
040500
040600     OPEN INPUT XARUNBK.
040700     IF WS-XARUNBK-NOT-FOUND
040800         DISPLAY "XARBRPT: XARUNBK NOT FOUND -- NO RUNBOOKS"
040900             UPON CONS
041000         GO TO 2000-EXIT
041100     END-IF.
041200     IF NOT WS-XARUNBK-OK
041300         DISPLAY "XARBRPT: UNABLE TO OPEN XARUNBK, STATUS="
041400             WS-XARUNBK-STATUS UPON CONS
041500         MOVE "Y" TO WS-READ-FAILED-SWITCH
041600         GO TO 2000-EXIT
041700     END-IF.
041800     MOVE "N" TO WS-EOF-SWITCH.
041900     PERFORM 2100-READ-RUNBOOK THRU 2100-EXIT
042000         UNTIL WS-END-OF-FILE.
042100     CLOSE XARUNBK.
042200     IF WS-OVERDUE-COUNT = ZERO
042300         MOVE "NO RUNBOOK IS OVERDUE FOR REVIEW"
042400             TO WS-SECTION-HEADING
042500         WRITE XARBLIST-LINE FROM WS-SECTION-HEADING
042600     END-IF.
042700 2000-EXIT.
042800     EXIT.
042900
043000 2100-READ-RUNBOOK.
043100     READ XARUNBK NEXT RECORD
043200         AT END
043300             MOVE "Y" TO WS-EOF-SWITCH
043400             GO TO 2100-EXIT
043500     END-READ.
043600     IF NOT WS-XARUNBK-OK
043700         DISPLAY "XARBRPT: XARUNBK READ FAILED, STATUS="
043800             WS-XARUNBK-STATUS UPON CONS
043900         MOVE "Y" TO WS-READ-FAILED-SWITCH
044000         MOVE "Y" TO WS-EOF-SWITCH
044100         GO TO 2100-EXIT
044200     END-IF.
044300     ADD 1 TO WS-RUNBOOK-COUNT.
044400     PERFORM 2200-TABLE-RUNBOOK THRU 2200-EXIT.
044500     PERFORM 2300-CHECK-REVIEW THRU 2300-EXIT.
044600 2100-EXIT.
044700     EXIT.
044800
044900******************************************************************
045000*    2200-TABLE-RUNBOOK -- ADD THE RUNBOOK TO THE MATCH TABLE.
045100*    XARUNBK IS READ IN KEY ORDER, SO THE TABLE IS TOO.  A FULL
045200*    TABLE IS SAID ONCE; RUNBOOKS PAST IT CANNOT COVER AN ALERT,
045300*    SO THE GAP LIST MAY THEN OVERSTATE.
045400******************************************************************
045500 2200-TABLE-RUNBOOK.
045600     IF WS-RB-COUNT NOT < WS-RB-MAX
045700         IF WS-UNTABLED-COUNT = ZERO
045800             DISPLAY "XARBRPT: RUNBOOK TABLE FULL AT "
045900                 WS-RB-MAX " ENTRIES" UPON CONS
046000         END-IF
046100         ADD 1 TO WS-UNTABLED-COUNT
046200         GO TO 2200-EXIT
046300     END-IF.
046400     ADD 1 TO WS-RB-COUNT.
046500     MOVE xarunbk-source TO WS-RB-SOURCE(WS-RB-COUNT).
046600     MOVE xarunbk-resource TO WS-RB-RESOURCE(WS-RB-COUNT).
046700     MOVE xarunbk-prefix TO WS-RB-PREFIX(WS-RB-COUNT).
046800     PERFORM 2210-SIZE-PREFIX THRU 2210-EXIT
046900         VARYING WS-PFX-LEN FROM 20 BY -1
047000         UNTIL WS-PFX-LEN = ZERO
047100            OR xarunbk-prefix(WS-PFX-LEN:1) NOT = SPACE.
047200     MOVE WS-PFX-LEN TO WS-RB-PREFIX-LEN(WS-RB-COUNT).
047300 2200-EXIT.
047400     EXIT.
047500
047600 2210-SIZE-PREFIX.
047700     CONTINUE.
047800 2210-EXIT.
047900     EXIT.
048000
048100******************************************************************
048200*    2300-CHECK-REVIEW -- A RUNBOOK WITH NO USABLE REVIEW DATE HAS
048300*    NEVER BEEN REVIEWED AND IS LISTED WITHOUT AN AGE.
048400******************************************************************
048500 2300-CHECK-REVIEW.
048600     MOVE ZERO TO WS-REVIEW-AGE.
048700     IF xarunbk-reviewed-date IS NUMERIC
048800         MOVE xarunbk-reviewed-date TO WS-REVIEW-DATE-N
048900         IF FUNCTION TEST-DATE-YYYYMMDD(WS-REVIEW-DATE-N) = ZERO
049000             IF WS-REVIEW-DATE-N NOT < WS-REVIEWED-SINCE
049100                 GO TO 2300-EXIT
049200             END-IF
049300             COMPUTE WS-REVIEW-AGE = WS-RUN-INTEGER -
049400                 FUNCTION INTEGER-OF-DATE(WS-REVIEW-DATE-N)
049500         END-IF
049600     END-IF.
049700     ADD 1 TO WS-OVERDUE-COUNT.
049800     MOVE xarunbk-source TO WS-RL-SOURCE.
049900     MOVE xarunbk-resource TO WS-RL-RESOURCE.
050000     IF xarunbk-resource = SPACES
050100         MOVE "(ANY)" TO WS-RL-RESOURCE
050200     END-IF.
050300     MOVE xarunbk-prefix TO WS-RL-PREFIX.
050400     IF xarunbk-prefix = SPACES
050500         MOVE "(ANY TEXT)" TO WS-RL-PREFIX
050600     END-IF.
050700     MOVE xarunbk-step-count TO WS-RL-STEPS.
050800     IF WS-REVIEW-AGE = ZERO
050900         MOVE "NEVER" TO WS-RL-REVIEWED
051000         MOVE SPACES TO WS-RL-BY
051100     ELSE
051200         MOVE xarunbk-reviewed-date TO WS-RL-REVIEWED
051300         MOVE xarunbk-reviewed-by TO WS-RL-BY
051400     END-IF.
051500     MOVE WS-REVIEW-AGE TO WS-RL-DAYS.
051600     MOVE xarunbk-escalation TO WS-RL-ESCALATION.
051700     WRITE XARBLIST-LINE FROM WS-REVIEW-LINE.
051800 2300-EXIT.
051900     EXIT.
052000
052100******************************************************************
052200*    3000-CHECK-ALERTS -- EVERY XAALERT ITEM RAISED OR LAST SEEN
052300*    FROM THE LOOK-BACK CUT-OFF UP TO THE RUN DATE IS MATCHED
052400*    AGAINST THE RUNBOOK TABLE; THOSE NO RUNBOOK FITS ARE TALLIED
052500*    BY SOURCE AND RESOURCE.
052600******************************************************************
052700 3000-CHECK-ALERTS.
052800     OPEN INPUT XAALERT.
052900     IF WS-XAALERT-NOT-FOUND
053000         DISPLAY "XARBRPT: XAALERT NOT FOUND -- NO ALERTS"
053100             UPON CONS
053200         GO TO 3000-EXIT
053300     END-IF.
053400     IF NOT WS-XAALERT-OK
053500         DISPLAY "XARBRPT: UNABLE TO OPEN XAALERT, STATUS="
053600             WS-XAALERT-STATUS UPON CONS
053700         MOVE "Y" TO WS-READ-FAILED-SWITCH
053800         GO TO 3000-EXIT
053900     END-IF.
054000     MOVE "N" TO WS-EOF-SWITCH.
054100     PERFORM 3100-READ-ALERT THRU 3100-EXIT
054200         UNTIL WS-END-OF-FILE.
054300     CLOSE XAALERT.
054400 3000-EXIT.
054500     EXIT.
054600
054700 3100-READ-ALERT.
054800     READ XAALERT NEXT RECORD
054900         AT END
055000             MOVE "Y" TO WS-EOF-SWITCH
055100             GO TO 3100-EXIT
055200     END-READ.
055300     IF NOT WS-XAALERT-OK
055400         DISPLAY "XARBRPT: XAALERT READ FAILED, STATUS="
055500             WS-XAALERT-STATUS UPON CONS
055600         MOVE "Y" TO WS-READ-FAILED-SWITCH
055700         MOVE "Y" TO WS-EOF-SWITCH
055800         GO TO 3100-EXIT
055900     END-IF.
056000     ADD 1 TO WS-ALERT-READ-COUNT.
056100
056200     MOVE XAALERT-DATE TO WS-FIRED-DATE.
056300     IF XAALERT-LAST-SEEN-DATE > WS-FIRED-DATE
056400     AND XAALERT-LAST-SEEN-DATE NOT > WS-RUN-DATE
056500         MOVE XAALERT-LAST-SEEN-DATE TO WS-FIRED-DATE
056600     END-IF.
056700     IF WS-FIRED-DATE < WS-FIRED-SINCE-X
056800     OR WS-FIRED-DATE > WS-RUN-DATE
056900         GO TO 3100-EXIT
057000     END-IF.
057100     ADD 1 TO WS-PERIOD-COUNT.
057200
057300     MOVE 0 TO WS-COVERED-SW.
057400     PERFORM 3200-MATCH-RUNBOOK THRU 3200-EXIT
057500         VARYING WS-RB-SUB FROM 1 BY 1
057600         UNTIL WS-RB-SUB > WS-RB-COUNT
057700            OR WS-COVERED-SW = 1.
057800     IF WS-COVERED-SW = 1
057900         ADD 1 TO WS-COVERED-COUNT
058000     ELSE
058100         ADD 1 TO WS-UNCOVERED-COUNT
058200         PERFORM 3300-ADD-GAP THRU 3300-EXIT
058300     END-IF.
058400 3100-EXIT.
058500     EXIT.
058600
058700******************************************************************
058800*    3200-MATCH-RUNBOOK -- THE SAME TEST XAAL APPLIES: SAME
058900*    SOURCE, RESOURCE ANY OR THE ALERT'S, PREFIX ANY OR THE START
059000*    OF THE ALERT TEXT.
059100******************************************************************
059200 3200-MATCH-RUNBOOK.
059300     IF WS-RB-SOURCE(WS-RB-SUB) NOT = XAALERT-SOURCE
059400         GO TO 3200-EXIT
059500     END-IF.
059600     IF WS-RB-RESOURCE(WS-RB-SUB) NOT = SPACES
059700     AND WS-RB-RESOURCE(WS-RB-SUB) NOT = XAALERT-RESOURCE
059800         GO TO 3200-EXIT
059900     END-IF.
060000     MOVE WS-RB-PREFIX-LEN(WS-RB-SUB) TO WS-PFX-LEN.
060100     IF WS-PFX-LEN > ZERO
060200         IF XAALERT-TEXT(1:WS-PFX-LEN) NOT =
060300             WS-RB-PREFIX(WS-RB-SUB)(1:WS-PFX-LEN)
060400             GO TO 3200-EXIT
060500         END-IF
060600     END-IF.
060700     MOVE 1 TO WS-COVERED-SW.
060800 3200-EXIT.
060900     EXIT.
061000
061100******************************************************************
061200*    3300-ADD-GAP -- COUNT THE ALERT AGAINST ITS SOURCE AND
061300*    RESOURCE, ADDING THE ENTRY IN KEY ORDER IF IT IS NEW, AND
061400*    KEEP THE DATE AND TEXT OF THE LATEST ONE.
061500******************************************************************
061600 3300-ADD-GAP.
061700     MOVE XAALERT-SOURCE TO WS-NEW-GP-SOURCE.
061800     MOVE XAALERT-RESOURCE TO WS-NEW-GP-RESOURCE.
061900     PERFORM 3400-FIND-GAP THRU 3400-EXIT.
062000     IF WS-FOUND-SW = 0
062100         IF WS-GP-COUNT NOT < WS-GP-MAX
062200             IF WS-UNTABLED-COUNT = ZERO
062300                 DISPLAY "XARBRPT: GAP TABLE FULL AT "
062400                     WS-GP-MAX " ENTRIES" UPON CONS
062500             END-IF
062600             ADD 1 TO WS-UNTABLED-COUNT
062700             GO TO 3300-EXIT
062800         END-IF
062900         IF WS-INS-SUB = ZERO
063000             COMPUTE WS-INS-SUB = WS-GP-COUNT + 1
063100         END-IF
063200         PERFORM 3320-SHIFT-GAP THRU 3320-EXIT
063300             VARYING WS-SHIFT-SUB FROM WS-GP-COUNT BY -1
063400             UNTIL WS-SHIFT-SUB < WS-INS-SUB
063500         ADD 1 TO WS-GP-COUNT
063600         MOVE WS-INS-SUB TO WS-GP-IX
063700         MOVE WS-NEW-GP-KEY TO WS-GP-KEY(WS-GP-IX)
063800         MOVE ZERO TO WS-GP-ALERTS(WS-GP-IX)
063900         MOVE SPACES TO WS-GP-LAST-DATE(WS-GP-IX)
064000     END-IF.
064100     ADD 1 TO WS-GP-ALERTS(WS-GP-IX).
064200     IF WS-FIRED-DATE NOT < WS-GP-LAST-DATE(WS-GP-IX)
064300         MOVE WS-FIRED-DATE TO WS-GP-LAST-DATE(WS-GP-IX)
064400         MOVE XAALERT-TEXT TO WS-GP-TEXT(WS-GP-IX)
064500     END-IF.
064600 3300-EXIT.
064700     EXIT.
064800
064900 3310-SCAN-GAP.
065000     IF WS-GP-KEY(WS-GP-SUB) = WS-NEW-GP-KEY
065100         MOVE 1 TO WS-FOUND-SW
065200         MOVE WS-GP-SUB TO WS-INS-SUB
065300     ELSE
065400         IF WS-GP-KEY(WS-GP-SUB) > WS-NEW-GP-KEY
065500             MOVE WS-GP-SUB TO WS-INS-SUB
065600         END-IF
065700     END-IF.
065800 3310-EXIT.
065900     EXIT.
066000
066100 3320-SHIFT-GAP.
066200     MOVE WS-GP-ENTRY(WS-SHIFT-SUB)
066300         TO WS-GP-ENTRY(WS-SHIFT-SUB + 1).
066400 3320-EXIT.
066500     EXIT.
066600
066700******************************************************************
066800*    3400-FIND-GAP -- LOOK WS-NEW-GP-KEY UP.  FOUND, WS-GP-IX IS
066900*    ITS ENTRY; NOT FOUND, WS-INS-SUB IS WHERE IT WOULD GO (ZERO =
067000*    AFTER THE LAST ENTRY).
067100******************************************************************
067200 3400-FIND-GAP.
067300     MOVE 0 TO WS-FOUND-SW.
067400     MOVE 0 TO WS-INS-SUB.
067500     MOVE 0 TO WS-GP-IX.
067600     PERFORM 3310-SCAN-GAP THRU 3310-EXIT
067700         VARYING WS-GP-SUB FROM 1 BY 1
067800         UNTIL WS-GP-SUB > WS-GP-COUNT
067900            OR WS-INS-SUB > ZERO.
068000     IF WS-FOUND-SW = 1
068100         MOVE WS-INS-SUB TO WS-GP-IX
068200     END-IF.
068300 3400-EXIT.
068400     EXIT.
068500
068600******************************************************************
068700*    4000-LIST-GAPS -- ONE LINE PER SOURCE AND RESOURCE WHOSE
068800*    ALERTS FIRED WITH NO RUNBOOK TO FOLLOW.
068900******************************************************************
069000 4000-LIST-GAPS.
069100     WRITE XARBLIST-LINE FROM WS-BLANK-LINE.
069200     MOVE SPACES TO WS-SECTION-HEADING.
069300     STRING "ALERT SOURCES THAT FIRED SINCE " DELIMITED SIZE
069400         WS-FIRED-SINCE-X DELIMITED SIZE
069500         " WITH NO RUNBOOK" DELIMITED SIZE
069600         INTO WS-SECTION-HEADING.
069700     WRITE XARBLIST-LINE FROM WS-SECTION-HEADING.
069800     WRITE XARBLIST-LINE FROM WS-GAP-HEADING.
069900     PERFORM 4100-WRITE-GAP THRU 4100-EXIT
070000         VARYING WS-GP-SUB FROM 1 BY 1
070100         UNTIL WS-GP-SUB > WS-GP-COUNT.
070200     IF WS-GP-COUNT = ZERO
070300         MOVE "EVERY ALERT THAT FIRED HAS A RUNBOOK"
070400             TO WS-SECTION-HEADING
070500         WRITE XARBLIST-LINE FROM WS-SECTION-HEADING
070600     END-IF.
070700 4000-EXIT.
070800     EXIT.
070900
071000 4100-WRITE-GAP.
071100     MOVE ZERO TO WS-SOURCE-RUNBOOKS.
071200     PERFORM 4200-COUNT-SOURCE-RUNBOOK THRU 4200-EXIT
071300         VARYING WS-RB-SUB FROM 1 BY 1
071400         UNTIL WS-RB-SUB > WS-RB-COUNT.
071500     MOVE WS-GP-SOURCE(WS-GP-SUB) TO WS-GL-SOURCE.
071600     MOVE WS-GP-RESOURCE(WS-GP-SUB) TO WS-GL-RESOURCE.
071700     MOVE WS-GP-ALERTS(WS-GP-SUB) TO WS-GL-ALERTS.
071800     MOVE WS-GP-LAST-DATE(WS-GP-SUB) TO WS-GL-LAST-DATE.
071900     MOVE WS-SOURCE-RUNBOOKS TO WS-GL-RUNBOOKS.
072000     MOVE WS-GP-TEXT(WS-GP-SUB) TO WS-GL-TEXT.
072100     WRITE XARBLIST-LINE FROM WS-GAP-LINE.
072200 4100-EXIT.
072300     EXIT.
072400
072500 4200-COUNT-SOURCE-RUNBOOK.
072600     IF WS-RB-SOURCE(WS-RB-SUB) = WS-GP-SOURCE(WS-GP-SUB)
072700         ADD 1 TO WS-SOURCE-RUNBOOKS
072800     END-IF.
072900 4200-EXIT.
073000     EXIT.
073100
073200******************************************************************
073300*    9000-TERMINATE -- COUNTS AND CLOSE UP.
073400******************************************************************
073500 9000-TERMINATE.
073600     WRITE XARBLIST-LINE FROM WS-BLANK-LINE.
073700     IF WS-READ-FAILED
073800         MOVE "RUN INCOMPLETE -- XARUNBK OR XAALERT NOT READ"
073900             TO WS-SECTION-HEADING
074000         WRITE XARBLIST-LINE FROM WS-SECTION-HEADING
074100     END-IF.
074200     MOVE "RUNBOOKS ON FILE           =" TO WS-SL-LABEL.
074300     MOVE WS-RUNBOOK-COUNT TO WS-SL-COUNT.
074400     WRITE XARBLIST-LINE FROM WS-SUMMARY-LINE.
074500     MOVE "RUNBOOKS OVERDUE REVIEW    =" TO WS-SL-LABEL.
074600     MOVE WS-OVERDUE-COUNT TO WS-SL-COUNT.
074700     WRITE XARBLIST-LINE FROM WS-SUMMARY-LINE.
074800     MOVE "XAALERT RECORDS READ       =" TO WS-SL-LABEL.
074900     MOVE WS-ALERT-READ-COUNT TO WS-SL-COUNT.
075000     WRITE XARBLIST-LINE FROM WS-SUMMARY-LINE.
075100     MOVE "ALERTS FIRED IN PERIOD     =" TO WS-SL-LABEL.
075200     MOVE WS-PERIOD-COUNT TO WS-SL-COUNT.
075300     WRITE XARBLIST-LINE FROM WS-SUMMARY-LINE.
075400     MOVE "ALERTS WITH A RUNBOOK      =" TO WS-SL-LABEL.
075500     MOVE WS-COVERED-COUNT TO WS-SL-COUNT.
075600     WRITE XARBLIST-LINE FROM WS-SUMMARY-LINE.
075700     MOVE "ALERTS WITH NO RUNBOOK     =" TO WS-SL-LABEL.
075800     MOVE WS-UNCOVERED-COUNT TO WS-SL-COUNT.
075900     WRITE XARBLIST-LINE FROM WS-SUMMARY-LINE.
076000     MOVE "SOURCE/RESOURCE GAPS       =" TO WS-SL-LABEL.
076100     MOVE WS-GP-COUNT TO WS-SL-COUNT.
076200     WRITE XARBLIST-LINE FROM WS-SUMMARY-LINE.
076300     MOVE "ENTRIES NOT TABLED (FULL)  =" TO WS-SL-LABEL.
076400     MOVE WS-UNTABLED-COUNT TO WS-SL-COUNT.
076500     WRITE XARBLIST-LINE FROM WS-SUMMARY-LINE.
076600     CLOSE XARBLIST.
076700 9000-EXIT.
076800     EXIT.
076900
077000******************************************************************
077100*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
077200*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
077300******************************************************************
077400     copy xarunctl.
