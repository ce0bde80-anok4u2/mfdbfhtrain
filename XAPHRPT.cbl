000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    XAPHRPT.
000300 AUTHOR.        XA SUPPORT TEAM.
000400 INSTALLATION.  ENTERPRISE SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  MODIFICATION HISTORY
000900*  ----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  10/15/2026 XST   NEW PROGRAM.  DAILY XA OPEN-PATH TIMING REPORT
001200*                   OVER XAPHLOG: COUNT, AVERAGE, P90, P99 AND MAX
001300*                   ELAPSED MILLISECONDS PER RESOURCE AND PHASE,
001400*                   FLAGGING ANY WHOSE P99 HAS DOUBLED AGAINST THE
001500*                   PRIOR WEEK.
001600******************************************************************
001700*  EVERY CALL TO GetCustomizationParams (XA/XAPD.CPY) AND EVERY
001800*  RESOURCE MANAGER XA_OPEN (mfesxa-call-open, XA/XAHEUR.CPY)
001900*  APPENDS ONE XAPHLOG RECORD PER TIMED PHASE:
002000*    GETCUST  GetCustomizationParams AS A WHOLE
002100*    EXITCFG  THE ESXAEXTCFG CUSTOMIZATION EXIT INSIDE IT
002200*    MACROS   VaultExpandMacros (XA/XAMACRO.CPY)
002300*    RMOPEN   THE RESOURCE MANAGER'S OWN XA_OPEN
002400*  XAPHRPT SUMMARISES THE REPORT DATE (TODAY UNLESS THE XAPHPRM
002500*  CARD NAMES ONE) PER RESOURCE AND PHASE, AND SETS IT BESIDE THE
002600*  SEVEN DAYS BEFORE IT.  A LINE IS FLAGGED WHEN ITS P99 IS AT
002700*  LEAST THE FLAG FACTOR (DEFAULT 2.00) TIMES THE PRIOR WEEK'S
002800*  P99 AND BOTH PERIODS HOLD THE MINIMUM NUMBER OF SAMPLES, SO A
002900*  SINGLE SLOW OPEN ON A QUIET RESOURCE IS NOT A REGRESSION.
003000*
003100*  PERCENTILES ARE TAKEN FROM A BUCKETED HISTOGRAM RATHER THAN A
003200*  SORT OF EVERY TIMING, SO THEY ARE ACCURATE TO THE BUCKET THE
003300*  VALUE FALLS IN: EXACT UNDER ONE SECOND (THE TIMERS ONLY
003400*  RESOLVE 10 MS), WITHIN 100 MS UP TO TEN SECONDS, WITHIN ONE
003500*  SECOND UP TO 100 SECONDS, AND THE MAXIMUM BEYOND THAT.  A
003600*  PERCENTILE IS REPORTED AS THE TOP OF ITS BUCKET, NEVER ABOVE
003700*  THE OBSERVED MAXIMUM.
003800*
003900*  XAPHLOG ACCUMULATES ACROSS DAYS LIKE XAJTLOG; ANY HOUSEKEEPING
004000*  OF IT MUST KEEP AT LEAST EIGHT DAYS.  ENDS RC 4 WHEN ANY LINE
004100*  WAS FLAGGED.
004200******************************************************************
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.   IBM-370.
004600 OBJECT-COMPUTER.   IBM-370.
004700 SPECIAL-NAMES.
004800     CONSOLE IS CONS.
004900
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     copy xaphlogsel.
005300
005400     SELECT XAPHPRM ASSIGN TO "XAPHPRM"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-XAPHPRM-STATUS.
005700
005800     SELECT XAPHRPT ASSIGN TO "XAPHRPT"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-XAPHRPT-STATUS.
006100
006200     copy xarunlgsel.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600     copy xaphlog.
006700
006800*****************************************************************
006900*    XAPHPRM -- CONTROL CARD.  ANY FIELD LEFT BLANK KEEPS ITS
007000*    DEFAULT (FACTOR 2.00, 20 SAMPLES, TODAY).  "*" IN COL 1 IS A
007100*    COMMENT.
007200*****************************************************************
007300 FD  XAPHPRM
007400     LABEL RECORDS ARE STANDARD
007500     RECORDING MODE IS F.
007600
007700 01  XAPHPRM-CARD.
007800     05  XAPHPRM-FACTOR              PIC X(03).
007900     05  XAPHPRM-FACTOR-N REDEFINES XAPHPRM-FACTOR
008000                                     PIC 9V99.
008100     05  FILLER                      PIC X(01).
008200     05  XAPHPRM-MIN-SAMPLES         PIC X(07).
008300     05  XAPHPRM-MIN-SAMPLES-N REDEFINES XAPHPRM-MIN-SAMPLES
008400                                     PIC 9(07).
008500     05  FILLER                      PIC X(01).
008600     05  XAPHPRM-REPORT-DATE         PIC X(08).
008700     05  XAPHPRM-REPORT-DATE-N REDEFINES XAPHPRM-REPORT-DATE
008800                                     PIC 9(08).
008900     05  FILLER                      PIC X(60).
009000
009100 FD  XAPHRPT
009200     LABEL RECORDS ARE STANDARD
009300     RECORDING MODE IS F.
009400
009500 01  XAPHRPT-LINE                    PIC X(132).
009600
009700     copy xarunlg.
009800
009900 WORKING-STORAGE SECTION.
010000     copy xarunws.
010100
010200******************************************************************
010300*    FILE STATUS AND CONTROL SWITCHES
010400******************************************************************
010500 77  WS-XAPHLOG-STATUS               PIC X(02) VALUE SPACES.
010600     88  WS-XAPHLOG-OK                  VALUE "00".
010700     88  WS-XAPHLOG-NOT-FOUND           VALUE "35" "23".
010800
010900 77  WS-XAPHPRM-STATUS               PIC X(02) VALUE SPACES.
011000     88  WS-XAPHPRM-OK                  VALUE "00".
011100     88  WS-XAPHPRM-NOT-FOUND           VALUE "35" "23".
011200
011300 77  WS-XAPHRPT-STATUS               PIC X(02) VALUE SPACES.
011400     88  WS-XAPHRPT-OK                  VALUE "00".
011500
011600 77  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
011700     88  WS-END-OF-FILE                 VALUE "Y".
011800
011900 77  WS-NO-FILE-SWITCH               PIC X(01) VALUE "N".
012000     88  WS-NO-LOG-FILE                 VALUE "Y".
012100
012200 77  WS-FOUND-SW                     PIC 9(01) VALUE 0.
012300 77  WS-TODAY-SW                     PIC 9(01) VALUE 0.
012400 77  WS-HIST-SW                      PIC X(01) VALUE "T".
012500     88  WS-HIST-TODAY                  VALUE "T".
012600     88  WS-HIST-PRIOR                  VALUE "P".
012700
012800******************************************************************
012900*    THRESHOLDS -- DEFAULTS, OVERRIDDEN BY THE XAPHPRM CARD.
013000******************************************************************
013100 77  WS-FLAG-FACTOR                  PIC 9V99 VALUE 2.00.
013200 77  WS-MIN-SAMPLES                  PIC 9(07) VALUE 20.
013300
013400******************************************************************
013500*    COUNTERS AND SUBSCRIPTS
013600******************************************************************
013700 77  WS-RECORDS-READ                 PIC 9(09) COMP VALUE ZERO.
013800 77  WS-RECORDS-SKIPPED              PIC 9(09) COMP VALUE ZERO.
013900 77  WS-FLAGGED-COUNT                PIC 9(05) COMP VALUE ZERO.
014000 77  WS-PH-SUB                       PIC S9(04) COMP-5 VALUE ZERO.
014100 77  WS-PH-IX                        PIC S9(04) COMP-5 VALUE ZERO.
014200 77  WS-INS-SUB                      PIC S9(04) COMP-5 VALUE ZERO.
014300 77  WS-SHIFT-SUB                    PIC S9(04) COMP-5 VALUE ZERO.
014400 77  WS-BKT                          PIC S9(04) COMP-5 VALUE ZERO.
014500
014600******************************************************************
014700*    DATE WORK FIELDS -- THE SAME INTEGER-OF-DATE IDIOM XAJTTRND
014800*    USES TO BOUND ITS WINDOW.  THE PRIOR WEEK IS THE SEVEN DAYS
014900*    ENDING THE DAY BEFORE THE REPORT DATE.
015000******************************************************************
015100 01  WS-TODAY-DATE-TIME.
015200     05  WS-TODAY-DATE               PIC X(08).
015300     05  WS-TODAY-TIME               PIC X(06).
015400     05  FILLER                      PIC X(07).
015500
015600 77  WS-REPORT-DATE-NUM              PIC 9(08) VALUE ZERO.
015700 77  WS-REPORT-INTEGER-DATE          PIC 9(09) VALUE ZERO.
015800 77  WS-WORK-DATE-NUM                PIC 9(08) VALUE ZERO.
015900 01  WS-REPORT-DATE                  PIC X(08).
016000 01  WS-PRIOR-FROM-DATE              PIC X(08).
016100 01  WS-PRIOR-TO-DATE                PIC X(08).
016200
016300******************************************************************
016400*    TIMING TABLE -- ONE ENTRY PER RESOURCE + PHASE, KEPT IN KEY
016500*    ORDER AS ENTRIES ARE ADDED SO THE REPORT COMES OUT GROUPED
016600*    WITHOUT A SORT STEP.  EACH ENTRY CARRIES A HISTOGRAM FOR THE
016700*    REPORT DATE AND ONE FOR THE PRIOR WEEK.  BUCKETS:
016800*        1 - 100   10 MS WIDE,   0 -     999 MS
016900*      101 - 190  100 MS WIDE,   1 -    9.99 SECONDS
017000*      191 - 280    1 S  WIDE,  10 -   99.99 SECONDS
017100*      281         EVERYTHING OF 100 SECONDS OR MORE
017200******************************************************************
017300 77  WS-BKT-MAX                      PIC S9(04) COMP-5 VALUE 281.
017400 77  WS-PH-MAX                       PIC S9(04) COMP-5 VALUE 128.
017500 77  WS-PH-COUNT                     PIC S9(04) COMP-5 VALUE ZERO.
017600 01  WS-PH-TABLE.
017700     05  WS-PH-ENTRY OCCURS 128 TIMES.
017800         10  WS-PH-KEY.
017900             15  WS-PH-RESOURCE      PIC X(08).
018000             15  WS-PH-PHASE         PIC X(08).
018100         10  WS-PH-DAY-COUNT         PIC 9(09) COMP.
018200         10  WS-PH-DAY-TOTAL         PIC 9(15) COMP.
018300         10  WS-PH-DAY-MAX           PIC 9(09) COMP.
018400         10  WS-PH-PRI-COUNT         PIC 9(09) COMP.
018500         10  WS-PH-PRI-MAX           PIC 9(09) COMP.
018600         10  WS-PH-DAY-BKT           PIC 9(09) COMP
018700                                     OCCURS 281 TIMES.
018800         10  WS-PH-PRI-BKT           PIC 9(09) COMP
018900                                     OCCURS 281 TIMES.
019000
019100 01  WS-NEW-PH-KEY.
019200     05  WS-NEW-PH-RESOURCE          PIC X(08).
019300     05  WS-NEW-PH-PHASE             PIC X(08).
019400
019500******************************************************************
019600*    PERCENTILE WORK FIELDS
019700******************************************************************
019800 77  WS-ELAPSED-MS                   PIC 9(09) COMP VALUE ZERO.
019900 77  WS-PCT                          PIC 9(03) VALUE ZERO.
020000 77  WS-PCT-COUNT                    PIC 9(09) COMP VALUE ZERO.
020100 77  WS-PCT-MAX                      PIC 9(09) COMP VALUE ZERO.
020200 77  WS-PCT-RANK                     PIC 9(09) COMP VALUE ZERO.
020300 77  WS-PCT-CUM                      PIC 9(09) COMP VALUE ZERO.
020400 77  WS-PCT-VALUE                    PIC 9(09) COMP VALUE ZERO.
020500 77  WS-DAY-AVG                      PIC 9(09) COMP VALUE ZERO.
020600 77  WS-DAY-P90                      PIC 9(09) COMP VALUE ZERO.
020700 77  WS-DAY-P99                      PIC 9(09) COMP VALUE ZERO.
020800 77  WS-PRI-P99                      PIC 9(09) COMP VALUE ZERO.
020900 77  WS-PRI-LIMIT                    PIC 9(11) COMP VALUE ZERO.
021000
021100******************************************************************
021200*    REPORT LINE LAYOUTS -- ALL TIMES IN MILLISECONDS
021300******************************************************************
021400 01  WS-REPORT-HEADING-1.
021500     05  FILLER                      PIC X(53) VALUE
021600         "XAPHRPT -- XA OPEN-PATH PHASE TIMING REPORT FOR DATE ".
021700     05  WS-RH1-DATE                 PIC X(08).
021800     05  FILLER                      PIC X(14) VALUE
021900         "  PRIOR WEEK  ".
022000     05  WS-RH1-FROM-DATE            PIC X(08).
022100     05  FILLER                      PIC X(04) VALUE " TO ".
022200     05  WS-RH1-TO-DATE              PIC X(08).
022300     05  FILLER                      PIC X(37) VALUE SPACES.
022400
022500 01  WS-REPORT-HEADING-2.
022600     05  FILLER                      PIC X(14) VALUE
022700         "FLAG FACTOR = ".
022800     05  WS-RH2-FACTOR               PIC 9.99.
022900     05  FILLER                      PIC X(22) VALUE
023000         "   MINIMUM SAMPLES = ".
023100     05  WS-RH2-MIN-SAMPLES          PIC Z(06)9.
023200     05  FILLER                      PIC X(30) VALUE
023300         "   (ALL TIMES IN MILLISECONDS)".
023400     05  FILLER                      PIC X(55) VALUE SPACES.
023500
023600 01  WS-SECTION-HEADING              PIC X(132).
023700
023800 01  WS-TIME-HEADING-1.
023900     05  FILLER                      PIC X(40) VALUE
024000         "                   ---------------------".
024100     05  FILLER                      PIC X(40) VALUE
024200         " TODAY ---------------------  --- PRIOR ".
024300     05  FILLER                      PIC X(09) VALUE
024400         "WEEK ----".
024500     05  FILLER                      PIC X(43) VALUE SPACES.
024600
024700 01  WS-TIME-HEADING-2.
024800     05  FILLER                      PIC X(40) VALUE
024900         "RESOURCE  PHASE        COUNT       AVG  ".
025000     05  FILLER                      PIC X(40) VALUE
025100         "     P90       P99       MAX      COUNT ".
025200     05  FILLER                      PIC X(15) VALUE
025300         "      P99  FLAG".
025400     05  FILLER                      PIC X(37) VALUE SPACES.
025500
025600 01  WS-TIME-LINE.
025700     05  WS-TL-RESOURCE              PIC X(08).
025800     05  FILLER                      PIC X(02) VALUE SPACES.
025900     05  WS-TL-PHASE                 PIC X(08).
026000     05  FILLER                      PIC X(01) VALUE SPACES.
026100     05  WS-TL-DAY-COUNT             PIC Z(08)9.
026200     05  FILLER                      PIC X(01) VALUE SPACES.
026300     05  WS-TL-DAY-AVG               PIC Z(08)9.
026400     05  FILLER                      PIC X(01) VALUE SPACES.
026500     05  WS-TL-DAY-P90               PIC Z(08)9.
026600     05  FILLER                      PIC X(01) VALUE SPACES.
026700     05  WS-TL-DAY-P99               PIC Z(08)9.
026800     05  FILLER                      PIC X(01) VALUE SPACES.
026900     05  WS-TL-DAY-MAX               PIC Z(08)9.
027000     05  FILLER                      PIC X(02) VALUE SPACES.
027100     05  WS-TL-PRI-COUNT             PIC Z(08)9.
027200     05  FILLER                      PIC X(01) VALUE SPACES.
027300     05  WS-TL-PRI-P99               PIC Z(08)9.
027400     05  FILLER                      PIC X(02) VALUE SPACES.
027500     05  WS-TL-FLAG                  PIC X(20).
027600     05  FILLER                      PIC X(21) VALUE SPACES.
027700
027800 01  WS-SUMMARY-LINE.
027900     05  WS-SL-LABEL                 PIC X(24).
028000     05  WS-SL-COUNT                 PIC Z(08)9.
028100     05  FILLER                      PIC X(99) VALUE SPACES.
028200
028300 01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.
028400
028500 PROCEDURE DIVISION.
028600******************************************************************
028700 0000-MAINLINE.
028800******************************************************************
028900     MOVE "XAPHRPT" TO WS-RUNCTL-JOB.
029000     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
029100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029200     IF NOT WS-NO-LOG-FILE
029300         PERFORM 2000-PROCESS-LOG-RECORD THRU 2000-EXIT
029400             UNTIL WS-END-OF-FILE
029500     END-IF.
029600     PERFORM 3000-REPORT-TIMINGS THRU 3000-EXIT.
029700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029800     IF WS-FLAGGED-COUNT > ZERO
029900         MOVE 4 TO RETURN-CODE
030000     END-IF.
030100     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
030200     GOBACK.
030300
030400******************************************************************
030500*    1000-INITIALIZE -- READ THE CONTROL CARD, WORK OUT THE REPORT
030600*    DATE AND THE PRIOR WEEK, OPEN FILES.  A MISSING XAPHLOG
030700*    (NOTHING TIMED YET) IS NOT AN ERROR -- THE REPORT IS SIMPLY
030800*    EMPTY.
030900******************************************************************
031000 1000-INITIALIZE.
031100     MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE-TIME.
031200     MOVE WS-TODAY-DATE TO WS-REPORT-DATE-NUM.
031300
031400     PERFORM 1100-GET-PARMS THRU 1100-EXIT.
031500     MOVE WS-REPORT-DATE-NUM TO WS-REPORT-DATE.
031600
031700     COMPUTE WS-REPORT-INTEGER-DATE =
031800         FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE-NUM).
031900     COMPUTE WS-WORK-DATE-NUM = FUNCTION DATE-OF-INTEGER
032000         (WS-REPORT-INTEGER-DATE - 7).
032100     MOVE WS-WORK-DATE-NUM TO WS-PRIOR-FROM-DATE.
032200     COMPUTE WS-WORK-DATE-NUM = FUNCTION DATE-OF-INTEGER
032300         (WS-REPORT-INTEGER-DATE - 1).
032400     MOVE WS-WORK-DATE-NUM TO WS-PRIOR-TO-DATE.
032500
032600     OPEN OUTPUT XAPHRPT.
032700     IF NOT WS-XAPHRPT-OK
032800         DISPLAY "XAPHRPT: UNABLE TO OPEN XAPHRPT, STATUS="
032900             WS-XAPHRPT-STATUS UPON CONS
033000     END-IF.
033100     MOVE WS-REPORT-DATE TO WS-RH1-DATE.
033200     MOVE WS-PRIOR-FROM-DATE TO WS-RH1-FROM-DATE.
033300     MOVE WS-PRIOR-TO-DATE TO WS-RH1-TO-DATE.
033400     WRITE XAPHRPT-LINE FROM WS-REPORT-HEADING-1.
033500     MOVE WS-FLAG-FACTOR TO WS-RH2-FACTOR.
033600     MOVE WS-MIN-SAMPLES TO WS-RH2-MIN-SAMPLES.
033700     WRITE XAPHRPT-LINE FROM WS-REPORT-HEADING-2.
033800
033900     OPEN INPUT XAPHLOG.
034000     IF WS-XAPHLOG-NOT-FOUND
034100         MOVE "Y" TO WS-NO-FILE-SWITCH
034200         GO TO 1000-EXIT
034300     END-IF.
034400     IF NOT WS-XAPHLOG-OK
034500         DISPLAY "XAPHRPT: UNABLE TO OPEN XAPHLOG, STATUS="
034600             WS-XAPHLOG-STATUS UPON CONS
034700         MOVE "Y" TO WS-NO-FILE-SWITCH
034800         GO TO 1000-EXIT
034900     END-IF.
035000     PERFORM 2100-READ-LOG THRU 2100-EXIT.
035100 1000-EXIT.
035200     EXIT.
035300
035400******************************************************************
035500*    1100-GET-PARMS -- FIRST NON-COMMENT XAPHPRM CARD.  A BLANK OR
035600*    NON-NUMERIC FIELD KEEPS ITS DEFAULT; A FACTOR BELOW 1.00
035700*    WOULD FLAG EVERY LINE AND IS IGNORED.
035800******************************************************************
035900 1100-GET-PARMS.
036000     OPEN INPUT XAPHPRM.
036100     IF WS-XAPHPRM-NOT-FOUND
036200         GO TO 1100-EXIT
036300     END-IF.
036400     IF NOT WS-XAPHPRM-OK
036500         DISPLAY "XAPHRPT: UNABLE TO OPEN XAPHPRM, STATUS="
036600             WS-XAPHPRM-STATUS UPON CONS
036700         GO TO 1100-EXIT
036800     END-IF.
036900 1100-READ.
037000     READ XAPHPRM
037100         AT END
037200             CLOSE XAPHPRM
037300             GO TO 1100-EXIT
037400     END-READ.
037500     IF XAPHPRM-CARD(1:1) = "*"
037600         GO TO 1100-READ
037700     END-IF.
037800     IF XAPHPRM-FACTOR IS NUMERIC
037900     AND XAPHPRM-FACTOR-N NOT < 1
038000         MOVE XAPHPRM-FACTOR-N TO WS-FLAG-FACTOR
038100     END-IF.
038200     IF XAPHPRM-MIN-SAMPLES IS NUMERIC
038300         MOVE XAPHPRM-MIN-SAMPLES-N TO WS-MIN-SAMPLES
038400     END-IF.
038500     IF XAPHPRM-REPORT-DATE IS NUMERIC
038600         MOVE XAPHPRM-REPORT-DATE-N TO WS-REPORT-DATE-NUM
038700     END-IF.
038800     CLOSE XAPHPRM.
038900 1100-EXIT.
039000     EXIT.
039100
039200******************************************************************
039300*    2000-PROCESS-LOG-RECORD -- ONE XAPHLOG RECORD.  A TIMING FROM
039400*    THE REPORT DATE GOES INTO THAT DAY'S HISTOGRAM, ONE FROM THE
039500*    PRIOR WEEK INTO THE PRIOR HISTOGRAM; ANYTHING ELSE IS
039600*    SKIPPED.
039700******************************************************************
039800 2000-PROCESS-LOG-RECORD.
039900     ADD 1 TO WS-RECORDS-READ.
040000     IF XAPHLOG-LOG-DATE < WS-PRIOR-FROM-DATE
040100     OR XAPHLOG-LOG-DATE > WS-REPORT-DATE
040200     OR XAPHLOG-ELAPSED-MS IS NOT NUMERIC
040300         ADD 1 TO WS-RECORDS-SKIPPED
040400         GO TO 2000-NEXT
040500     END-IF.
040600     MOVE 0 TO WS-TODAY-SW.
040700     IF XAPHLOG-LOG-DATE = WS-REPORT-DATE
040800         MOVE 1 TO WS-TODAY-SW
040900     END-IF.
041000
041100     PERFORM 2400-FIND-PHASE THRU 2400-EXIT.
041200     IF WS-PH-IX = ZERO
041300         ADD 1 TO WS-RECORDS-SKIPPED
041400         GO TO 2000-NEXT
041500     END-IF.
041600
041700     MOVE XAPHLOG-ELAPSED-MS TO WS-ELAPSED-MS.
041800     PERFORM 2200-FIND-BUCKET THRU 2200-EXIT.
041900     IF WS-TODAY-SW = 1
042000         ADD 1 TO WS-PH-DAY-COUNT(WS-PH-IX)
042100                  WS-PH-DAY-BKT(WS-PH-IX WS-BKT)
042200         ADD WS-ELAPSED-MS TO WS-PH-DAY-TOTAL(WS-PH-IX)
042300         IF WS-ELAPSED-MS > WS-PH-DAY-MAX(WS-PH-IX)
042400             MOVE WS-ELAPSED-MS TO WS-PH-DAY-MAX(WS-PH-IX)
042500         END-IF
042600     ELSE
042700         ADD 1 TO WS-PH-PRI-COUNT(WS-PH-IX)
042800                  WS-PH-PRI-BKT(WS-PH-IX WS-BKT)
042900         IF WS-ELAPSED-MS > WS-PH-PRI-MAX(WS-PH-IX)
043000             MOVE WS-ELAPSED-MS TO WS-PH-PRI-MAX(WS-PH-IX)
043100         END-IF
043200     END-IF.
043300 2000-NEXT.
043400     PERFORM 2100-READ-LOG THRU 2100-EXIT.
043500 2000-EXIT.
043600     EXIT.
043700
043800 2100-READ-LOG.
043900     READ XAPHLOG
044000         AT END
044100             MOVE "Y" TO WS-EOF-SWITCH
044200     END-READ.
044300 2100-EXIT.
044400     EXIT.
044500
044600******************************************************************
044700*    2200-FIND-BUCKET -- HISTOGRAM BUCKET FOR WS-ELAPSED-MS (SEE
044800*    THE TIMING TABLE ABOVE FOR THE BUCKET WIDTHS).
044900******************************************************************
045000 2200-FIND-BUCKET.
045100     IF WS-ELAPSED-MS < 1000
045200         COMPUTE WS-BKT = WS-ELAPSED-MS / 10 + 1
045300         GO TO 2200-EXIT
045400     END-IF.
045500     IF WS-ELAPSED-MS < 10000
045600         COMPUTE WS-BKT = (WS-ELAPSED-MS - 1000) / 100 + 101
045700         GO TO 2200-EXIT
045800     END-IF.
045900     IF WS-ELAPSED-MS < 100000
046000         COMPUTE WS-BKT = (WS-ELAPSED-MS - 10000) / 1000 + 191
046100         GO TO 2200-EXIT
046200     END-IF.
046300     MOVE WS-BKT-MAX TO WS-BKT.
046400 2200-EXIT.
046500     EXIT.
046600
046700******************************************************************
046800*    2400-FIND-PHASE -- LOCATE RESOURCE + PHASE IN WS-PH-TABLE,
046900*    ADDING IT IN KEY ORDER IF NEW.  WS-PH-IX IS ZERO WHEN THE
047000*    TABLE IS FULL.
047100******************************************************************
047200 2400-FIND-PHASE.
047300     MOVE XAPHLOG-RESOURCE TO WS-NEW-PH-RESOURCE.
047400     MOVE XAPHLOG-PHASE TO WS-NEW-PH-PHASE.
047500     MOVE 0 TO WS-FOUND-SW.
047600     MOVE 0 TO WS-INS-SUB.
047700     PERFORM 2410-SCAN-PHASE THRU 2410-EXIT
047800         VARYING WS-PH-SUB FROM 1 BY 1
047900         UNTIL WS-PH-SUB > WS-PH-COUNT
048000            OR WS-INS-SUB > ZERO.
048100     IF WS-FOUND-SW = 1
048200         MOVE WS-INS-SUB TO WS-PH-IX
048300         GO TO 2400-EXIT
048400     END-IF.
048500     IF WS-PH-COUNT NOT < WS-PH-MAX
048600         DISPLAY "XAPHRPT: TIMING TABLE FULL - "
048700             WS-NEW-PH-KEY " NOT REPORTED" UPON CONS
048800         MOVE 0 TO WS-PH-IX
048900         GO TO 2400-EXIT
049000     END-IF.
049100     IF WS-INS-SUB = ZERO
049200         COMPUTE WS-INS-SUB = WS-PH-COUNT + 1
049300     END-IF.
049400     PERFORM 2420-SHIFT-PHASE THRU 2420-EXIT
049500         VARYING WS-SHIFT-SUB FROM WS-PH-COUNT BY -1
049600         UNTIL WS-SHIFT-SUB < WS-INS-SUB.
049700     ADD 1 TO WS-PH-COUNT.
049800     MOVE WS-INS-SUB TO WS-PH-IX.
049900     INITIALIZE WS-PH-ENTRY(WS-PH-IX).
050000     MOVE WS-NEW-PH-KEY TO WS-PH-KEY(WS-PH-IX).
050100 2400-EXIT.
050200     EXIT.
050300
050400 2410-SCAN-PHASE.
050500     IF WS-PH-KEY(WS-PH-SUB) = WS-NEW-PH-KEY
050600         MOVE 1 TO WS-FOUND-SW
050700         MOVE WS-PH-SUB TO WS-INS-SUB
050800     ELSE
050900         IF WS-PH-KEY(WS-PH-SUB) > WS-NEW-PH-KEY
051000             MOVE WS-PH-SUB TO WS-INS-SUB
051100         END-IF
051200     END-IF.
051300 2410-EXIT.
051400     EXIT.
051500
051600 2420-SHIFT-PHASE.
051700     MOVE WS-PH-ENTRY(WS-SHIFT-SUB)
051800         TO WS-PH-ENTRY(WS-SHIFT-SUB + 1).
051900 2420-EXIT.
052000     EXIT.
052100
052200******************************************************************
052300*    3000-REPORT-TIMINGS -- ONE LINE PER RESOURCE + PHASE, THE
052400*    RESOURCE NAME PRINTED ON ITS FIRST LINE ONLY.
052500******************************************************************
052600 3000-REPORT-TIMINGS.
052700     WRITE XAPHRPT-LINE FROM WS-BLANK-LINE.
052800     MOVE "ELAPSED TIME BY RESOURCE AND PHASE"
052900         TO WS-SECTION-HEADING.
053000     WRITE XAPHRPT-LINE FROM WS-SECTION-HEADING.
053100     WRITE XAPHRPT-LINE FROM WS-TIME-HEADING-1.
053200     WRITE XAPHRPT-LINE FROM WS-TIME-HEADING-2.
053300     IF WS-PH-COUNT = ZERO
053400         MOVE "NO XA OPEN-PATH TIMINGS LOGGED FOR THE PERIOD"
053500             TO WS-SECTION-HEADING
053600         WRITE XAPHRPT-LINE FROM WS-SECTION-HEADING
053700         GO TO 3000-EXIT
053800     END-IF.
053900     PERFORM 3100-REPORT-PHASE THRU 3100-EXIT
054000         VARYING WS-PH-SUB FROM 1 BY 1
054100         UNTIL WS-PH-SUB > WS-PH-COUNT.
054200 3000-EXIT.
054300     EXIT.
054400
054500 3100-REPORT-PHASE.
054600     IF WS-PH-SUB = 1
054700         MOVE WS-PH-RESOURCE(WS-PH-SUB) TO WS-TL-RESOURCE
054800     ELSE
054900         IF WS-PH-RESOURCE(WS-PH-SUB) =
055000            WS-PH-RESOURCE(WS-PH-SUB - 1)
055100             MOVE SPACES TO WS-TL-RESOURCE
055200         ELSE
055300             WRITE XAPHRPT-LINE FROM WS-BLANK-LINE
055400             MOVE WS-PH-RESOURCE(WS-PH-SUB) TO WS-TL-RESOURCE
055500         END-IF
055600     END-IF.
055700     MOVE WS-PH-PHASE(WS-PH-SUB) TO WS-TL-PHASE.
055800
055900     MOVE ZERO TO WS-DAY-AVG WS-DAY-P90 WS-DAY-P99 WS-PRI-P99.
056000     IF WS-PH-DAY-COUNT(WS-PH-SUB) > ZERO
056100         COMPUTE WS-DAY-AVG ROUNDED =
056200             WS-PH-DAY-TOTAL(WS-PH-SUB)
056300           / WS-PH-DAY-COUNT(WS-PH-SUB)
056400         SET WS-HIST-TODAY TO TRUE
056500         MOVE WS-PH-DAY-COUNT(WS-PH-SUB) TO WS-PCT-COUNT
056600         MOVE WS-PH-DAY-MAX(WS-PH-SUB) TO WS-PCT-MAX
056700         MOVE 90 TO WS-PCT
056800         PERFORM 3500-PERCENTILE THRU 3500-EXIT
056900         MOVE WS-PCT-VALUE TO WS-DAY-P90
057000         MOVE 99 TO WS-PCT
057100         PERFORM 3500-PERCENTILE THRU 3500-EXIT
057200         MOVE WS-PCT-VALUE TO WS-DAY-P99
057300     END-IF.
057400     IF WS-PH-PRI-COUNT(WS-PH-SUB) > ZERO
057500         SET WS-HIST-PRIOR TO TRUE
057600         MOVE WS-PH-PRI-COUNT(WS-PH-SUB) TO WS-PCT-COUNT
057700         MOVE WS-PH-PRI-MAX(WS-PH-SUB) TO WS-PCT-MAX
057800         MOVE 99 TO WS-PCT
057900         PERFORM 3500-PERCENTILE THRU 3500-EXIT
058000         MOVE WS-PCT-VALUE TO WS-PRI-P99
058100     END-IF.
058200
058300     MOVE WS-PH-DAY-COUNT(WS-PH-SUB) TO WS-TL-DAY-COUNT.
058400     MOVE WS-DAY-AVG TO WS-TL-DAY-AVG.
058500     MOVE WS-DAY-P90 TO WS-TL-DAY-P90.
058600     MOVE WS-DAY-P99 TO WS-TL-DAY-P99.
058700     MOVE WS-PH-DAY-MAX(WS-PH-SUB) TO WS-TL-DAY-MAX.
058800     MOVE WS-PH-PRI-COUNT(WS-PH-SUB) TO WS-TL-PRI-COUNT.
058900     MOVE WS-PRI-P99 TO WS-TL-PRI-P99.
059000
059100     MOVE SPACES TO WS-TL-FLAG.
059200     PERFORM 3200-CHECK-REGRESSION THRU 3200-EXIT.
059300     WRITE XAPHRPT-LINE FROM WS-TIME-LINE.
059400 3100-EXIT.
059500     EXIT.
059600
059700******************************************************************
059800*    3200-CHECK-REGRESSION -- FLAG THE LINE WHEN TODAY'S P99 IS AT
059900*    LEAST THE FLAG FACTOR TIMES THE PRIOR WEEK'S, BOTH PERIODS
060000*    HAVING THE MINIMUM SAMPLES.  A PRIOR P99 OF ZERO (EVERY OPEN
060100*    UNDER THE 10 MS TIMER RESOLUTION) IS NOT A BASELINE.
060200******************************************************************
060300 3200-CHECK-REGRESSION.
060400     IF WS-PH-DAY-COUNT(WS-PH-SUB) < WS-MIN-SAMPLES
060500     OR WS-PH-PRI-COUNT(WS-PH-SUB) < WS-MIN-SAMPLES
060600     OR WS-PRI-P99 = ZERO
060700         GO TO 3200-EXIT
060800     END-IF.
060900     COMPUTE WS-PRI-LIMIT ROUNDED = WS-PRI-P99 * WS-FLAG-FACTOR.
061000     IF WS-DAY-P99 < WS-PRI-LIMIT
061100         GO TO 3200-EXIT
061200     END-IF.
061300     MOVE "** P99 REGRESSION **" TO WS-TL-FLAG.
061400     ADD 1 TO WS-FLAGGED-COUNT.
061500     DISPLAY "XAPHRPT: P99 " WS-PH-PHASE(WS-PH-SUB) " ON "
061600         WS-PH-RESOURCE(WS-PH-SUB) " " WS-TL-DAY-P99
061700         " MS AGAINST " WS-TL-PRI-P99 " MS PRIOR WEEK" UPON CONS.
061800 3200-EXIT.
061900     EXIT.
062000
062100******************************************************************
062200*    3500-PERCENTILE -- THE WS-PCT PERCENTILE OF THE TODAY OR
062300*    PRIOR HISTOGRAM (WS-HIST-SW) OF ENTRY WS-PH-SUB, HOLDING
062400*    WS-PCT-COUNT TIMINGS WITH MAXIMUM WS-PCT-MAX.  THE RANK IS
062500*    ROUNDED UP, SO P99 OF FEWER THAN 100 TIMINGS IS THE MAXIMUM.
062600******************************************************************
062700 3500-PERCENTILE.
062800     COMPUTE WS-PCT-RANK = (WS-PCT-COUNT * WS-PCT + 99) / 100.
062900     MOVE ZERO TO WS-PCT-CUM.
063000     PERFORM 3510-ADD-BUCKET THRU 3510-EXIT
063100         VARYING WS-BKT FROM 1 BY 1
063200         UNTIL WS-BKT > WS-BKT-MAX
063300            OR WS-PCT-CUM NOT < WS-PCT-RANK.
063400     SUBTRACT 1 FROM WS-BKT.
063500     EVALUATE TRUE
063600         WHEN WS-BKT NOT > 100
063700             COMPUTE WS-PCT-VALUE = (WS-BKT - 1) * 10
063800         WHEN WS-BKT NOT > 190
063900             COMPUTE WS-PCT-VALUE = (WS-BKT - 100) * 100 + 1000
064000         WHEN WS-BKT NOT > 280
064100             COMPUTE WS-PCT-VALUE = (WS-BKT - 190) * 1000 + 10000
064200         WHEN OTHER
064300             MOVE WS-PCT-MAX TO WS-PCT-VALUE
064400     END-EVALUATE.
064500     IF WS-PCT-VALUE > WS-PCT-MAX
064600         MOVE WS-PCT-MAX TO WS-PCT-VALUE
064700     END-IF.
064800 3500-EXIT.
064900     EXIT.
065000
065100 3510-ADD-BUCKET.
065200     IF WS-HIST-TODAY
065300         ADD WS-PH-DAY-BKT(WS-PH-SUB WS-BKT) TO WS-PCT-CUM
065400     ELSE
065500         ADD WS-PH-PRI-BKT(WS-PH-SUB WS-BKT) TO WS-PCT-CUM
065600     END-IF.
065700 3510-EXIT.
065800     EXIT.
065900
066000******************************************************************
066100*    9000-TERMINATE -- RECORD COUNTS AND CLOSE UP.
066200******************************************************************
066300 9000-TERMINATE.
066400     WRITE XAPHRPT-LINE FROM WS-BLANK-LINE.
066500     MOVE "LOG RECORDS READ       =" TO WS-SL-LABEL.
066600     MOVE WS-RECORDS-READ TO WS-SL-COUNT.
066700     WRITE XAPHRPT-LINE FROM WS-SUMMARY-LINE.
066800     MOVE "OUTSIDE PERIOD/SKIPPED =" TO WS-SL-LABEL.
066900     MOVE WS-RECORDS-SKIPPED TO WS-SL-COUNT.
067000     WRITE XAPHRPT-LINE FROM WS-SUMMARY-LINE.
067100     MOVE "LINES FLAGGED          =" TO WS-SL-LABEL.
067200     MOVE WS-FLAGGED-COUNT TO WS-SL-COUNT.
067300     WRITE XAPHRPT-LINE FROM WS-SUMMARY-LINE.
067400     IF NOT WS-NO-LOG-FILE
067500         CLOSE XAPHLOG
067600     END-IF.
067700     CLOSE XAPHRPT.
067800 9000-EXIT.
067900     EXIT.
068000
068100******************************************************************
068200*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
068300*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
068400******************************************************************
068500     copy xarunctl.
