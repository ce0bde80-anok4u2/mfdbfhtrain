000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    XAVOLANM.
000300 AUTHOR.        XA SUPPORT TEAM.
000400 INSTALLATION.  ENTERPRISE SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  MODIFICATION HISTORY
000900*  ----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  10/15/2026 XST   NEW PROGRAM.  NIGHTLY VOLUME ANOMALY CHECK:
001200*                   EACH RESOURCE'S DAY OF XAJTLOG CALLS (BY JOB
001300*                   TYPE) AND XADB2AUD CONNECTS AGAINST A ROLLING
001400*                   SAME-WEEKDAY BASELINE KEPT ON XAVOLBAS, WITH
001500*                   EVERY VOLUME OUTSIDE THE BAND RAISED AS AN
001600*                   XAALERT WORK ITEM.
001620*  10/15/2026 XST   EACH ALERT WRITTEN TO XAALERT IS ALSO ENTERED
001640*                   IN THE XAALOPEN OPEN-ALERT INDEX, SO XAAL AND
001660*                   THE OPEN-ALERT READERS FIND IT WITHOUT READING
001680*                   ALL OF XAALERT.
001700******************************************************************
001800*  XAJTRPT AND XAJTTRND SHOW HOW MUCH EACH JOB TYPE WAS CALLED,
001900*  BUT NOBODY IS TOLD WHEN A RESOURCE'S VOLUME FALLS AWAY OR
002000*  SURGES.  XAVOLANM RUNS AFTER THE DAY'S XAJTRPT AND, FOR THE
002100*  RUN DATE, COUNTS PER RESOURCE:
002200*    - XAJTLOG CALLS OF EACH JOB TYPE (VOLUME KINDS "0"-"6"),
002300*    - XADB2AUD DB2 CONNECTS (VOLUME KIND "D"),
002400*  AND COMPARES EACH COUNT WITH THE AVERAGE OF THE SAME RESOURCE
002500*  AND KIND ON THE LAST EIGHT OCCURRENCES OF THE SAME WEEKDAY
002600*  (A MONDAY WITH EARLIER MONDAYS, SO THE WEEKLY CYCLE IS NOT
002700*  TAKEN FOR AN ANOMALY).  A COUNT BELOW THE LOW PERCENTAGE OR
002800*  ABOVE THE HIGH PERCENTAGE OF THAT EXPECTED VOLUME IS RAISED
002900*  AS AN XAALERT WORK ITEM STATING BOTH FIGURES -- HIGH SEVERITY
003000*  FOR A DROP (A RESOURCE THAT HAS STOPPED WORKING), MEDIUM FOR
003100*  A SURGE.  A BASELINE WITH NO VOLUME AT ALL ON THE RUN DATE IS
003200*  JUDGED AS A ZERO COUNT, SO A RESOURCE THAT WENT SILENT IS
003300*  CAUGHT TOO.
003400*
003500*  THE BASELINE LIVES ON XAVOLBAS (XA/XAVOLBAS.CPY), ONE RECORD
003600*  PER RESOURCE, KIND AND WEEKDAY, AND EACH RUN ROLLS THE DAY'S
003700*  COUNT INTO IT, SO THE LOG HISTORY IS NEVER RESCANNED.  A
003800*  RE-RUN FOR THE SAME DATE REPLACES THAT DAY'S SAMPLE RATHER
003900*  THAN COUNTING IT TWICE, AND IS JUDGED AGAINST THE EARLIER
004000*  SAMPLES ONLY.  A NEW RESOURCE OR KIND STARTS A BASELINE AND
004100*  IS NOT JUDGED UNTIL IT HAS THE MINIMUM NUMBER OF SAMPLES; A
004200*  RESOURCE WHOSE EXPECTED AND ACTUAL VOLUMES ARE BOTH UNDER THE
004300*  MINIMUM VOLUME IS TOO QUIET TO JUDGE AND IS ONLY ROLLED.
004400*
004500*  IF XAJTLOG OR XADB2AUD CANNOT BE READ, THE BASELINES FED BY
004600*  THAT LOG ARE NEITHER JUDGED NOR ROLLED, SO A MISSING DATASET
004700*  IS NOT MISTAKEN FOR A DAY OF SILENCE.
004800*
004900*  RETURN CODE 4 WHEN ANY VOLUME IS OUTSIDE THE BAND, SO THE
005000*  SCHEDULER CAN FLAG THE RUN.
005100******************************************************************
005200
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
005500 SOURCE-COMPUTER.   IBM-370.
005600 OBJECT-COMPUTER.   IBM-370.
005700 SPECIAL-NAMES.
005800     CONSOLE IS CONS.
005900
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     copy xajtlogsel.
006300
006400     copy xadb2audsel.
006500
006600     copy xavolbassel.
006700
006800     copy xaalertsel.
006833
006866     copy xaalopensel.
006900
007000     SELECT XAVAPRM ASSIGN TO "XAVAPRM"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-XAVAPRM-STATUS.
007300
007400     SELECT XAVARPT ASSIGN TO "XAVARPT"
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-XAVARPT-STATUS.
007700
007800     copy xarunlgsel.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200     copy xajtlog.
008300
008400     copy xadb2aud.
008500
008600     copy xavolbas.
008700
008800     copy xaalert.
008833
008866     copy xaalopen.
008900
009000*****************************************************************
009100*    XAVAPRM -- BAND CARD.  ANY FIELD LEFT BLANK KEEPS ITS
009200*    DEFAULT: BELOW 50% OR ABOVE 200% OF THE EXPECTED VOLUME IS
009300*    OUTSIDE THE BAND, A RESOURCE IS JUDGED ONCE ITS EXPECTED OR
009400*    ACTUAL VOLUME REACHES 50 AND ITS BASELINE HOLDS 3 SAMPLES,
009500*    AND THE RUN DATE IS TODAY.  "*" IN COL 1 IS A COMMENT.
009600*****************************************************************
009700 FD  XAVAPRM
009800     LABEL RECORDS ARE STANDARD
009900     RECORDING MODE IS F.
010000
010100 01  XAVAPRM-CARD.
010200     05  XAVAPRM-LOW-PCT             PIC X(03).
010300     05  XAVAPRM-LOW-PCT-N REDEFINES XAVAPRM-LOW-PCT
010400                                     PIC 9(03).
010500     05  FILLER                      PIC X(01).
010600     05  XAVAPRM-HIGH-PCT            PIC X(03).
010700     05  XAVAPRM-HIGH-PCT-N REDEFINES XAVAPRM-HIGH-PCT
010800                                     PIC 9(03).
010900     05  FILLER                      PIC X(01).
011000     05  XAVAPRM-MIN-VOLUME          PIC X(07).
011100     05  XAVAPRM-MIN-VOLUME-N REDEFINES XAVAPRM-MIN-VOLUME
011200                                     PIC 9(07).
011300     05  FILLER                      PIC X(01).
011400     05  XAVAPRM-MIN-SAMPLES         PIC X(02).
011500     05  XAVAPRM-MIN-SAMPLES-N REDEFINES XAVAPRM-MIN-SAMPLES
011600                                     PIC 9(02).
011700     05  FILLER                      PIC X(01).
011800     05  XAVAPRM-RUN-DATE            PIC X(08).
011900     05  XAVAPRM-RUN-DATE-N REDEFINES XAVAPRM-RUN-DATE
012000                                     PIC 9(08).
012100     05  FILLER                      PIC X(53).
012200
012300 FD  XAVARPT
012400     LABEL RECORDS ARE STANDARD
012500     RECORDING MODE IS F.
012600
012700 01  XAVARPT-LINE                    PIC X(132).
012800
012900     copy xarunlg.
013000
013100 WORKING-STORAGE SECTION.
013200     copy xarunws.
013233
013266     copy xaalows.
013300
013400******************************************************************
013500*    FILE STATUS AND CONTROL SWITCHES
013600******************************************************************
013700 77  WS-XAJTLOG-STATUS               PIC X(02) VALUE SPACES.
013800     88  WS-XAJTLOG-OK                  VALUE "00".
013900     88  WS-XAJTLOG-NOT-FOUND           VALUE "35" "23".
014000
014100 77  WS-XADB2AUD-STATUS              PIC X(02) VALUE SPACES.
014200     88  WS-XADB2AUD-OK                 VALUE "00".
014300     88  WS-XADB2AUD-NOT-FOUND          VALUE "35" "23".
014400
014500 77  WS-XAVOLBAS-STATUS              PIC X(02) VALUE SPACES.
014600     88  WS-XAVOLBAS-OK                 VALUE "00".
014700     88  WS-XAVOLBAS-NOT-FOUND          VALUE "35" "23".
014800     88  WS-XAVOLBAS-DUPLICATE          VALUE "22".
014900
015000 77  WS-XAALERT-STATUS               PIC X(02) VALUE SPACES.
015100     88  WS-XAALERT-OK                  VALUE "00".
015200     88  WS-XAALERT-NOT-FOUND           VALUE "35" "23".
015300     88  WS-XAALERT-DUPLICATE           VALUE "22".
015400
015500 77  WS-XAVAPRM-STATUS               PIC X(02) VALUE SPACES.
015600     88  WS-XAVAPRM-OK                  VALUE "00".
015700     88  WS-XAVAPRM-NOT-FOUND           VALUE "35" "23".
015800
015900 77  WS-XAVARPT-STATUS               PIC X(02) VALUE SPACES.
016000     88  WS-XAVARPT-OK                  VALUE "00".
016100
016200 77  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
016300     88  WS-END-OF-FILE                 VALUE "Y".
016400
016500 77  WS-STOP-SWITCH                  PIC X(01) VALUE "N".
016600     88  WS-STOP-RUN                    VALUE "Y".
016700
016800 77  WS-JTLOG-SWITCH                 PIC X(01) VALUE "N".
016900     88  WS-JTLOG-READ                  VALUE "Y".
017000
017100 77  WS-DB2AUD-SWITCH                PIC X(01) VALUE "N".
017200     88  WS-DB2AUD-READ                 VALUE "Y".
017300
017400 77  WS-ALERT-OPEN-SWITCH            PIC X(01) VALUE "N".
017500     88  WS-XAALERT-IS-OPEN             VALUE "Y".
017600
017700 77  WS-FOUND-SW                     PIC 9(01) VALUE 0.
017800
017900******************************************************************
018000*    BAND AND RUN DATE -- DEFAULTS, OVERRIDDEN BY THE XAVAPRM
018100*    CARD.
018200******************************************************************
018300 77  WS-LOW-PCT                      PIC 9(03) VALUE 50.
018400 77  WS-HIGH-PCT                     PIC 9(03) VALUE 200.
018500 77  WS-MIN-VOLUME                   PIC 9(07) VALUE 50.
018600 77  WS-MIN-SAMPLES                  PIC 9(02) VALUE 3.
018700 77  WS-SAMPLE-MAX                   PIC 9(02) VALUE 8.
018800
018900 01  WS-RUN-DATE                     PIC X(08).
019000 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
019100                                     PIC 9(08).
019200 77  WS-RUN-INTEGER                  PIC 9(09) COMP VALUE ZERO.
019300 77  WS-RUN-WEEKDAY                  PIC 9(01) VALUE ZERO.
019400 77  WS-DAY-QUOTIENT                 PIC 9(09) COMP VALUE ZERO.
019500 77  WS-DAY-REMAINDER                PIC 9(01) VALUE ZERO.
019600
019700 01  WS-WEEKDAY-NAME-TABLE.
019800     05  FILLER                      PIC X(09) VALUE "MONDAY".
019900     05  FILLER                      PIC X(09) VALUE "TUESDAY".
020000     05  FILLER                      PIC X(09) VALUE "WEDNESDAY".
020100     05  FILLER                      PIC X(09) VALUE "THURSDAY".
020200     05  FILLER                      PIC X(09) VALUE "FRIDAY".
020300     05  FILLER                      PIC X(09) VALUE "SATURDAY".
020400     05  FILLER                      PIC X(09) VALUE "SUNDAY".
020500 01  FILLER REDEFINES WS-WEEKDAY-NAME-TABLE.
020600     05  WS-WEEKDAY-NAME OCCURS 7 TIMES PIC X(09).
020700
020800******************************************************************
020900*    LOCAL MIRROR OF THE JOB-TYPE CODES, AS IN XAJTTRND.  THE
021000*    AUTHORITATIVE DEFINITIONS ARE THE SEPTYPE* 78-LEVELS IN
021100*    XA/XAWS.CPY; KEEP THE VALUES IN SYNC WITH IT BY HAND.
021200******************************************************************
021300 77  XAJT-SEP-UNKNOWN                PIC 9(03) COMP VALUE 0.
021400 77  XAJT-SEP-CICS                   PIC 9(03) COMP VALUE 1.
021500 77  XAJT-SEP-IMS                    PIC 9(03) COMP VALUE 2.
021600 77  XAJT-SEP-JCL                    PIC 9(03) COMP VALUE 3.
021700 77  XAJT-SEP-WEBSERVICES            PIC 9(03) COMP VALUE 4.
021800 77  XAJT-SEP-ADMIN                  PIC 9(03) COMP VALUE 5.
021900 77  XAJT-SEP-OTHER                  PIC 9(03) COMP VALUE 6.
022000
022100******************************************************************
022200*    VOLUME KIND NAMES.  SUBSCRIPTS 1-7 ARE JOB TYPE KINDS "0"-"6"
022300*    IN SEPTYPE ORDER, SUBSCRIPT 8 IS THE DB2 CONNECT KIND "D".
022400******************************************************************
022500 01  WS-KIND-NAME-TABLE.
022600     05  FILLER                      PIC X(13) VALUE "UNKNOWN".
022700     05  FILLER                      PIC X(13) VALUE "CICS".
022800     05  FILLER                      PIC X(13) VALUE "IMS".
022900     05  FILLER                      PIC X(13) VALUE "JCL".
023000     05  FILLER                      PIC X(13) VALUE
023100         "WEBSERVICES".
023200     05  FILLER                      PIC X(13) VALUE "ADMIN".
023300     05  FILLER                      PIC X(13) VALUE "OTHER".
023400     05  FILLER                      PIC X(13) VALUE
023500         "DB2 CONNECT".
023600 01  FILLER REDEFINES WS-KIND-NAME-TABLE.
023700     05  WS-KIND-NAME OCCURS 8 TIMES PIC X(13).
023800
023900 77  WS-KIND-SUB                     PIC S9(04) COMP-5 VALUE ZERO.
024000 77  WS-KIND-DIGIT                   PIC 9(01) VALUE ZERO.
024100
024200******************************************************************
024300*    COUNTERS AND SUBSCRIPTS
024400******************************************************************
024500 77  WS-JTLOG-READ-COUNT             PIC 9(09) COMP VALUE ZERO.
024600 77  WS-JTLOG-DAY-COUNT              PIC 9(09) COMP VALUE ZERO.
024700 77  WS-DB2AUD-READ-COUNT            PIC 9(09) COMP VALUE ZERO.
024800 77  WS-DB2AUD-DAY-COUNT             PIC 9(09) COMP VALUE ZERO.
024900 77  WS-UNTALLIED-COUNT              PIC 9(09) COMP VALUE ZERO.
025000 77  WS-CHECKED-COUNT                PIC 9(07) COMP VALUE ZERO.
025100 77  WS-OUTSIDE-COUNT                PIC 9(07) COMP VALUE ZERO.
025200 77  WS-LEARNING-COUNT               PIC 9(07) COMP VALUE ZERO.
025300 77  WS-QUIET-COUNT                  PIC 9(07) COMP VALUE ZERO.
025400 77  WS-NEW-COUNT                    PIC 9(07) COMP VALUE ZERO.
025500 77  WS-RAISED-COUNT                 PIC 9(07) COMP VALUE ZERO.
025600 77  WS-VT-SUB                       PIC S9(04) COMP-5 VALUE ZERO.
025700 77  WS-VT-IX                        PIC S9(04) COMP-5 VALUE ZERO.
025800 77  WS-INS-SUB                      PIC S9(04) COMP-5 VALUE ZERO.
025900 77  WS-SHIFT-SUB                    PIC S9(04) COMP-5 VALUE ZERO.
026000 77  WS-SAMPLE-SUB                   PIC S9(04) COMP-5 VALUE ZERO.
026100 77  WS-FIRST-SAMPLE                 PIC S9(04) COMP-5 VALUE ZERO.
026200
026300******************************************************************
026400*    DAY'S VOLUME TABLE -- ONE ENTRY PER RESOURCE AND KIND SEEN ON
026500*    THE RUN DATE, KEPT IN KEY ORDER AS ENTRIES ARE ADDED.  THE
026600*    MATCHED SWITCH MARKS AN ENTRY WHOSE BASELINE WAS FOUND ON
026700*    XAVOLBAS; THE REST START NEW BASELINES.
026800******************************************************************
026900 77  WS-VT-MAX                       PIC S9(04) COMP-5 VALUE 2000.
027000 77  WS-VT-COUNT                     PIC S9(04) COMP-5 VALUE ZERO.
027100 01  WS-VT-TABLE.
027200     05  WS-VT-ENTRY OCCURS 2000 TIMES.
027300         10  WS-VT-KEY.
027400             15  WS-VT-RESOURCE      PIC X(08).
027500             15  WS-VT-KIND          PIC X(01).
027600         10  WS-VT-VOLUME            PIC 9(09) COMP.
027700         10  WS-VT-MATCHED-SW        PIC X(01).
027800             88  WS-VT-MATCHED          VALUE "Y".
027900
028000 01  WS-NEW-VT-KEY.
028100     05  WS-NEW-VT-RESOURCE          PIC X(08).
028200     05  WS-NEW-VT-KIND              PIC X(01).
028300
028400******************************************************************
028500*    JUDGEMENT WORK FIELDS FOR ONE BASELINE
028600******************************************************************
028700 77  WS-ACTUAL                       PIC 9(09) COMP VALUE ZERO.
028800 77  WS-EXPECTED                     PIC 9(09) COMP VALUE ZERO.
028900 77  WS-SAMPLE-TOTAL                 PIC 9(11) COMP VALUE ZERO.
029000 77  WS-SAMPLES-USED                 PIC 9(02) VALUE ZERO.
029100 77  WS-LOW-LIMIT                    PIC 9(11) COMP VALUE ZERO.
029200 77  WS-HIGH-LIMIT                   PIC 9(11) COMP VALUE ZERO.
029300 77  WS-PERCENT                      PIC 9(05) COMP VALUE ZERO.
029400 77  WS-PERCENT-WORK                 PIC 9(11) COMP VALUE ZERO.
029500
029600 01  WS-VERDICT                      PIC X(12).
029700     88  WS-VERDICT-LOW                 VALUE "BELOW BAND".
029800     88  WS-VERDICT-HIGH                VALUE "ABOVE BAND".
029900     88  WS-VERDICT-OUTSIDE             VALUE "BELOW BAND"
030000                                              "ABOVE BAND".
030100
030200******************************************************************
030300*    ALERT AND CONSOLE MESSAGE WORK FIELDS -- THE SAME
030400*    MFXALOGCONSOLEMSG SHAPE EVERY OTHER ESCALATION USES.
030500******************************************************************
030600 01  WS-TODAY-DATE-TIME.
030700     05  WS-TODAY-DATE               PIC X(08).
030800     05  WS-TODAY-TIME               PIC X(06).
030900     05  WS-TODAY-TIME-N REDEFINES WS-TODAY-TIME.
031000         10  WS-TODAY-HH             PIC 9(02).
031100         10  WS-TODAY-MM             PIC 9(02).
031200         10  WS-TODAY-SS             PIC 9(02).
031300     05  FILLER                      PIC X(07).
031400
031500 01  WS-ALERT-TEXT                   PIC X(100).
031600 01  WS-ALERT-ACTUAL                 PIC Z(08)9.
031700 01  WS-ALERT-EXPECTED               PIC Z(08)9.
031800 01  WS-ALERT-PERCENT                PIC Z(04)9.
031900 01  WS-ALERT-STATE                  PIC X(16).
032000 77  WS-ALERT-TRIES                  PIC 9(02) VALUE ZERO.
032100
032200 01  WS-CONSOLE-MESSAGE              PIC X(132).
032300 77  WS-MSG-LEN                      PIC S9(04) COMP-5.
032400 77  WS-MSG-LEVEL                    PIC X(02) COMP-X VALUE 2.
032500 77  WS-LOG-LEVEL                    PIC X(02) COMP-X VALUE 1.
032600
032700******************************************************************
032800*    REPORT LINE LAYOUTS
032900******************************************************************
033000 01  WS-REPORT-HEADING-1.
033100     05  FILLER                      PIC X(46) VALUE
033200         "XAVOLANM -- VOLUME ANOMALY CHECK FOR RUN DATE ".
033300     05  WS-RH1-DATE                 PIC X(08).
033400     05  FILLER                      PIC X(02) VALUE " (".
033500     05  WS-RH1-WEEKDAY              PIC X(09).
033600     05  FILLER                      PIC X(01) VALUE ")".
033700     05  FILLER                      PIC X(66) VALUE SPACES.
033800
033900 01  WS-REPORT-HEADING-2.
034000     05  FILLER                      PIC X(16) VALUE
034100         "BAND = BELOW ".
034200     05  WS-RH2-LOW                  PIC ZZ9.
034300     05  FILLER                      PIC X(13) VALUE
034400         "% OR ABOVE ".
034500     05  WS-RH2-HIGH                 PIC ZZ9.
034600     05  FILLER                      PIC X(40) VALUE
034700         "% OF EXPECTED; JUDGED FROM VOLUME ".
034800     05  WS-RH2-MIN-VOLUME           PIC Z(06)9.
034900     05  FILLER                      PIC X(04) VALUE " AND".
035000     05  WS-RH2-MIN-SAMPLES          PIC Z9.
035100     05  FILLER                      PIC X(08) VALUE " SAMPLES".
035200     05  FILLER                      PIC X(36) VALUE SPACES.
035300
035400 01  WS-SECTION-HEADING              PIC X(132).
035500
035600 01  WS-DETAIL-HEADING.
035700     05  FILLER                      PIC X(10) VALUE "RESOURCE".
035800     05  FILLER                      PIC X(14) VALUE
035900         "VOLUME KIND".
036000     05  FILLER                      PIC X(11) VALUE "   ACTUAL".
036100     05  FILLER                      PIC X(11) VALUE " EXPECTED".
036200     05  FILLER                      PIC X(09) VALUE "  PCT".
036300     05  FILLER                      PIC X(09) VALUE "SAMPLES".
036400     05  FILLER                      PIC X(14) VALUE "VERDICT".
036500     05  FILLER                      PIC X(16) VALUE "XAALERT".
036600     05  FILLER                      PIC X(38) VALUE SPACES.
036700
036800 01  WS-DETAIL-LINE.
036900     05  WS-DL-RESOURCE              PIC X(08).
037000     05  FILLER                      PIC X(02) VALUE SPACES.
037100     05  WS-DL-KIND                  PIC X(12).
037200     05  FILLER                      PIC X(02) VALUE SPACES.
037300     05  WS-DL-ACTUAL                PIC Z(08)9.
037400     05  FILLER                      PIC X(02) VALUE SPACES.
037500     05  WS-DL-EXPECTED              PIC Z(08)9 BLANK WHEN ZERO.
037600     05  FILLER                      PIC X(02) VALUE SPACES.
037700     05  WS-DL-PERCENT               PIC Z(04)9 BLANK WHEN ZERO.
037800     05  FILLER                      PIC X(04) VALUE SPACES.
037900     05  WS-DL-SAMPLES               PIC Z9.
038000     05  FILLER                      PIC X(07) VALUE SPACES.
038100     05  WS-DL-VERDICT               PIC X(12).
038200     05  FILLER                      PIC X(02) VALUE SPACES.
038300     05  WS-DL-ALERT                 PIC X(16).
038400     05  FILLER                      PIC X(38) VALUE SPACES.
038500
038600 01  WS-SUMMARY-LINE.
038700     05  WS-SL-LABEL                 PIC X(28).
038800     05  WS-SL-COUNT                 PIC Z(08)9.
038900     05  FILLER                      PIC X(95) VALUE SPACES.
039000
039100 01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.
039200
039300 PROCEDURE DIVISION.
039400******************************************************************
039500 0000-MAINLINE.
039600******************************************************************
039700     MOVE "XAVOLANM" TO WS-RUNCTL-JOB.
039800     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
039900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
040000     IF NOT WS-STOP-RUN
040100         PERFORM 2000-TALLY-JOB-TYPES THRU 2000-EXIT
040200         PERFORM 2500-TALLY-DB2-CONNECTS THRU 2500-EXIT
040300         PERFORM 3000-CHECK-BASELINES THRU 3000-EXIT
040400         PERFORM 4000-ADD-NEW-BASELINES THRU 4000-EXIT
040500     END-IF.
040600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
040700     IF WS-OUTSIDE-COUNT > ZERO
040800         MOVE 4 TO RETURN-CODE
040900     END-IF.
041000     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
041100     GOBACK.
041200
041300******************************************************************
041400*    1000-INITIALIZE -- READ THE BAND CARD, WORK OUT THE RUN
041500*    DATE'S WEEKDAY, OPEN THE REPORT, THE BASELINE AND XAALERT.
041600*    BOTH KEYED FILES ARE CREATED THE FIRST TIME THEY ARE NEEDED;
041700*    IF EITHER STILL WILL NOT OPEN THE RUN STOPS WITHOUT TOUCHING
041800*    THE BASELINE.
041900******************************************************************
042000 1000-INITIALIZE.
042100     MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE-TIME.
042200     MOVE WS-TODAY-DATE TO WS-RUN-DATE.
042300
042400     PERFORM 1100-GET-PARMS THRU 1100-EXIT.
042500     PERFORM 1200-SET-RUN-WEEKDAY THRU 1200-EXIT.
042600
042700     OPEN OUTPUT XAVARPT.
042800     IF NOT WS-XAVARPT-OK
042900         DISPLAY "XAVOLANM: UNABLE TO OPEN XAVARPT, STATUS="
043000             WS-XAVARPT-STATUS UPON CONS
043100     END-IF.
043200     MOVE WS-RUN-DATE TO WS-RH1-DATE.
043300     MOVE WS-WEEKDAY-NAME(WS-RUN-WEEKDAY) TO WS-RH1-WEEKDAY.
043400     WRITE XAVARPT-LINE FROM WS-REPORT-HEADING-1.
043500     MOVE WS-LOW-PCT TO WS-RH2-LOW.
043600     MOVE WS-HIGH-PCT TO WS-RH2-HIGH.
043700     MOVE WS-MIN-VOLUME TO WS-RH2-MIN-VOLUME.
043800     MOVE WS-MIN-SAMPLES TO WS-RH2-MIN-SAMPLES.
043900     WRITE XAVARPT-LINE FROM WS-REPORT-HEADING-2.
044000
044100     OPEN I-O XAVOLBAS.
044200     IF WS-XAVOLBAS-NOT-FOUND
044300         OPEN OUTPUT XAVOLBAS
044400         CLOSE XAVOLBAS
044500         OPEN I-O XAVOLBAS
044600     END-IF.
044700     IF NOT WS-XAVOLBAS-OK
044800         DISPLAY "XAVOLANM: UNABLE TO OPEN XAVOLBAS, STATUS="
044900             WS-XAVOLBAS-STATUS UPON CONS
045000         MOVE "Y" TO WS-STOP-SWITCH
045100         GO TO 1000-EXIT
045200     END-IF.
045300
045400     OPEN I-O XAALERT.
045500     IF WS-XAALERT-NOT-FOUND
045600         OPEN OUTPUT XAALERT
045700         CLOSE XAALERT
045800         OPEN I-O XAALERT
045900     END-IF.
046000     IF WS-XAALERT-OK
046100         MOVE "Y" TO WS-ALERT-OPEN-SWITCH
046200     ELSE
046300         DISPLAY "XAVOLANM: UNABLE TO OPEN XAALERT, STATUS="
046400             WS-XAALERT-STATUS UPON CONS
046500         CLOSE XAVOLBAS
046600         MOVE "Y" TO WS-STOP-SWITCH
046700     END-IF.
046800 1000-EXIT.
046900     EXIT.
047000
047100******************************************************************
047200*    1100-GET-PARMS -- FIRST NON-COMMENT XAVAPRM CARD.  A BLANK OR
047300*    NON-NUMERIC FIELD KEEPS ITS DEFAULT.  THE LOW PERCENTAGE MUST
047400*    BE UNDER 100 AND THE HIGH ONE OVER IT; THE MINIMUM SAMPLES
047500*    ARE HELD TO 1-8, THE DEPTH OF THE BASELINE.  A RUN DATE THAT
047600*    IS NOT A CALENDAR DATE IS IGNORED.
047700******************************************************************
047800 1100-GET-PARMS.
047900     OPEN INPUT XAVAPRM.
048000     IF WS-XAVAPRM-NOT-FOUND
048100         GO TO 1100-EXIT
048200     END-IF.
048300     IF NOT WS-XAVAPRM-OK
048400         DISPLAY "XAVOLANM: UNABLE TO OPEN XAVAPRM, STATUS="
048500             WS-XAVAPRM-STATUS UPON CONS
048600         GO TO 1100-EXIT
048700     END-IF.
048800 1100-READ.
048900     READ XAVAPRM
049000         AT END
049100             CLOSE XAVAPRM
049200             GO TO 1100-EXIT
049300     END-READ.
049400     IF XAVAPRM-CARD(1:1) = "*"
049500         GO TO 1100-READ
049600     END-IF.
049700     IF XAVAPRM-LOW-PCT IS NUMERIC
049800     AND XAVAPRM-LOW-PCT-N < 100
049900         MOVE XAVAPRM-LOW-PCT-N TO WS-LOW-PCT
050000     END-IF.
050100     IF XAVAPRM-HIGH-PCT IS NUMERIC
050200     AND XAVAPRM-HIGH-PCT-N > 100
050300         MOVE XAVAPRM-HIGH-PCT-N TO WS-HIGH-PCT
050400     END-IF.
050500     IF XAVAPRM-MIN-VOLUME IS NUMERIC
050600         MOVE XAVAPRM-MIN-VOLUME-N TO WS-MIN-VOLUME
050700     END-IF.
050800     IF XAVAPRM-MIN-SAMPLES IS NUMERIC
050900     AND XAVAPRM-MIN-SAMPLES-N > ZERO
051000     AND XAVAPRM-MIN-SAMPLES-N NOT > WS-SAMPLE-MAX
051100         MOVE XAVAPRM-MIN-SAMPLES-N TO WS-MIN-SAMPLES
051200     END-IF.
051300     IF XAVAPRM-RUN-DATE IS NUMERIC
051400         IF FUNCTION TEST-DATE-YYYYMMDD(XAVAPRM-RUN-DATE-N) = ZERO
051500             MOVE XAVAPRM-RUN-DATE TO WS-RUN-DATE
051600         ELSE
051700             DISPLAY "XAVOLANM: RUN DATE IGNORED: "
051800                 XAVAPRM-RUN-DATE UPON CONS
051900         END-IF
052000     END-IF.
052100     CLOSE XAVAPRM.
052200 1100-EXIT.
052300     EXIT.
052400
052500******************************************************************
052600*    1200-SET-RUN-WEEKDAY -- 1 = MONDAY THROUGH 7 = SUNDAY.  DAY 1
052700*    OF THE INTEGER-OF-DATE CALENDAR (1 JANUARY 1601) WAS A
052800*    MONDAY.
052900******************************************************************
053000 1200-SET-RUN-WEEKDAY.
053100     COMPUTE WS-RUN-INTEGER =
053200         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N) - 1.
053300     DIVIDE WS-RUN-INTEGER BY 7 GIVING WS-DAY-QUOTIENT
053400         REMAINDER WS-DAY-REMAINDER.
053500     COMPUTE WS-RUN-WEEKDAY = WS-DAY-REMAINDER + 1.
053600 1200-EXIT.
053700     EXIT.
053800
053900******************************************************************
054000*    2000-TALLY-JOB-TYPES -- COUNT THE RUN DATE'S XAJTLOG CALLS
054100*    PER RESOURCE AND JOB TYPE.  AN OUT-OF-RANGE JOB TYPE CODE
054200*    COUNTS AS UNKNOWN, AS IN XAJTTRND.  ONLY IF THE LOG WAS READ
054300*    TO THE END ARE THE JOB TYPE BASELINES JUDGED.
054400******************************************************************
054500 2000-TALLY-JOB-TYPES.
054600     OPEN INPUT XAJTLOG.
054700     IF NOT WS-XAJTLOG-OK
054800         DISPLAY "XAVOLANM: UNABLE TO OPEN XAJTLOG, STATUS="
054900             WS-XAJTLOG-STATUS UPON CONS
055000         GO TO 2000-EXIT
055100     END-IF.
055200     MOVE "N" TO WS-EOF-SWITCH.
055300     PERFORM 2100-READ-JTLOG-RECORD THRU 2100-EXIT
055400         UNTIL WS-END-OF-FILE.
055500     CLOSE XAJTLOG.
055600 2000-EXIT.
055700     EXIT.
055800
055900 2100-READ-JTLOG-RECORD.
056000     READ XAJTLOG
056100         AT END
056200             MOVE "Y" TO WS-EOF-SWITCH
056300             MOVE "Y" TO WS-JTLOG-SWITCH
056400             GO TO 2100-EXIT
056500     END-READ.
056600     IF NOT WS-XAJTLOG-OK
056700         DISPLAY "XAVOLANM: XAJTLOG READ FAILED, STATUS="
056800             WS-XAJTLOG-STATUS UPON CONS
056900         MOVE "Y" TO WS-EOF-SWITCH
057000         GO TO 2100-EXIT
057100     END-IF.
057200     ADD 1 TO WS-JTLOG-READ-COUNT.
057300     IF XAJTLOG-LOG-DATE NOT = WS-RUN-DATE
057400         GO TO 2100-EXIT
057500     END-IF.
057600     ADD 1 TO WS-JTLOG-DAY-COUNT.
057700     EVALUATE XAJTLOG-JOB-TYPE
057800         WHEN XAJT-SEP-CICS
057900             MOVE 1 TO WS-KIND-DIGIT
058000         WHEN XAJT-SEP-IMS
058100             MOVE 2 TO WS-KIND-DIGIT
058200         WHEN XAJT-SEP-JCL
058300             MOVE 3 TO WS-KIND-DIGIT
058400         WHEN XAJT-SEP-WEBSERVICES
058500             MOVE 4 TO WS-KIND-DIGIT
058600         WHEN XAJT-SEP-ADMIN
058700             MOVE 5 TO WS-KIND-DIGIT
058800         WHEN XAJT-SEP-OTHER
058900             MOVE 6 TO WS-KIND-DIGIT
059000         WHEN OTHER
059100             MOVE 0 TO WS-KIND-DIGIT
059200     END-EVALUATE.
059300     MOVE XAJTLOG-RESOURCE TO WS-NEW-VT-RESOURCE.
059400     MOVE WS-KIND-DIGIT TO WS-NEW-VT-KIND.
059500     PERFORM 2800-ADD-VOLUME THRU 2800-EXIT.
059600 2100-EXIT.
059700     EXIT.
059800
059900******************************************************************
060000*    2500-TALLY-DB2-CONNECTS -- COUNT THE RUN DATE'S XADB2AUD
060100*    CONNECTS PER RESOURCE, WHETHER OR NOT DB2 ACCEPTED THEM: A
060200*    STORM OF FAILING CONNECTS IS ITSELF AN ANOMALY.
060300******************************************************************
060400 2500-TALLY-DB2-CONNECTS.
060500     OPEN INPUT XADB2AUD.
060600     IF NOT WS-XADB2AUD-OK
060700         DISPLAY "XAVOLANM: UNABLE TO OPEN XADB2AUD, STATUS="
060800             WS-XADB2AUD-STATUS UPON CONS
060900         GO TO 2500-EXIT
061000     END-IF.
061100     MOVE "N" TO WS-EOF-SWITCH.
061200     PERFORM 2600-READ-DB2AUD-RECORD THRU 2600-EXIT
061300         UNTIL WS-END-OF-FILE.
061400     CLOSE XADB2AUD.
061500 2500-EXIT.
061600     EXIT.
061700
061800 2600-READ-DB2AUD-RECORD.
061900     READ XADB2AUD
062000         AT END
062100             MOVE "Y" TO WS-EOF-SWITCH
062200             MOVE "Y" TO WS-DB2AUD-SWITCH
062300             GO TO 2600-EXIT
062400     END-READ.
062500     IF NOT WS-XADB2AUD-OK
062600         DISPLAY "XAVOLANM: XADB2AUD READ FAILED, STATUS="
062700             WS-XADB2AUD-STATUS UPON CONS
062800         MOVE "Y" TO WS-EOF-SWITCH
062900         GO TO 2600-EXIT
063000     END-IF.
063100     ADD 1 TO WS-DB2AUD-READ-COUNT.
063200     IF XADB2AUD-DATE NOT = WS-RUN-DATE
063300     OR NOT XADB2AUD-OP-CONNECT
063400         GO TO 2600-EXIT
063500     END-IF.
063600     ADD 1 TO WS-DB2AUD-DAY-COUNT.
063700     MOVE XADB2AUD-RESOURCE TO WS-NEW-VT-RESOURCE.
063800     MOVE "D" TO WS-NEW-VT-KIND.
063900     PERFORM 2800-ADD-VOLUME THRU 2800-EXIT.
064000 2600-EXIT.
064100     EXIT.
064200
064300******************************************************************
064400*    2800-ADD-VOLUME -- ADD ONE TO WS-NEW-VT-KEY'S ENTRY, ADDING
064500*    THE ENTRY IN KEY ORDER IF IT IS NEW.  THE LAST ENTRY HIT IS
064600*    TRIED FIRST, AS LOG RECORDS FOR ONE RESOURCE TEND TO RUN
064700*    TOGETHER.
064800******************************************************************
064900 2800-ADD-VOLUME.
065000     IF WS-VT-IX > ZERO
065100         IF WS-VT-KEY(WS-VT-IX) = WS-NEW-VT-KEY
065200             ADD 1 TO WS-VT-VOLUME(WS-VT-IX)
065300             GO TO 2800-EXIT
065400         END-IF
065500     END-IF.
065600     PERFORM 2900-FIND-VOLUME THRU 2900-EXIT.
065700     IF WS-FOUND-SW = 1
065800         ADD 1 TO WS-VT-VOLUME(WS-VT-IX)
065900         GO TO 2800-EXIT
066000     END-IF.
066100     IF WS-VT-COUNT NOT < WS-VT-MAX
066200         IF WS-UNTALLIED-COUNT = ZERO
066300             DISPLAY "XAVOLANM: VOLUME TABLE FULL AT "
066400                 WS-VT-MAX " ENTRIES" UPON CONS
066500         END-IF
066600         ADD 1 TO WS-UNTALLIED-COUNT
066700         MOVE 0 TO WS-VT-IX
066800         GO TO 2800-EXIT
066900     END-IF.
067000     IF WS-INS-SUB = ZERO
067100         COMPUTE WS-INS-SUB = WS-VT-COUNT + 1
067200     END-IF.
067300     PERFORM 2820-SHIFT-VOLUME THRU 2820-EXIT
067400         VARYING WS-SHIFT-SUB FROM WS-VT-COUNT BY -1
067500         UNTIL WS-SHIFT-SUB < WS-INS-SUB.
067600     ADD 1 TO WS-VT-COUNT.
067700     MOVE WS-INS-SUB TO WS-VT-IX.
067800     MOVE WS-NEW-VT-KEY TO WS-VT-KEY(WS-VT-IX).
067900     MOVE 1 TO WS-VT-VOLUME(WS-VT-IX).
068000     MOVE "N" TO WS-VT-MATCHED-SW(WS-VT-IX).
068100 2800-EXIT.
068200     EXIT.
068300
068400 2810-SCAN-VOLUME.
068500     IF WS-VT-KEY(WS-VT-SUB) = WS-NEW-VT-KEY
068600         MOVE 1 TO WS-FOUND-SW
068700         MOVE WS-VT-SUB TO WS-INS-SUB
068800     ELSE
068900         IF WS-VT-KEY(WS-VT-SUB) > WS-NEW-VT-KEY
069000             MOVE WS-VT-SUB TO WS-INS-SUB
069100         END-IF
069200     END-IF.
069300 2810-EXIT.
069400     EXIT.
069500
069600 2820-SHIFT-VOLUME.
069700     MOVE WS-VT-ENTRY(WS-SHIFT-SUB)
069800         TO WS-VT-ENTRY(WS-SHIFT-SUB + 1).
069900 2820-EXIT.
070000     EXIT.
070100
070200******************************************************************
070300*    2900-FIND-VOLUME -- LOOK WS-NEW-VT-KEY UP.  FOUND, WS-VT-IX
070400*    IS ITS ENTRY; NOT FOUND, WS-INS-SUB IS WHERE IT WOULD GO
070500*    (ZERO = AFTER THE LAST ENTRY).
070600******************************************************************
070700 2900-FIND-VOLUME.
070800     MOVE 0 TO WS-FOUND-SW.
070900     MOVE 0 TO WS-INS-SUB.
071000     MOVE 0 TO WS-VT-IX.
071100     PERFORM 2810-SCAN-VOLUME THRU 2810-EXIT
071200         VARYING WS-VT-SUB FROM 1 BY 1
071300         UNTIL WS-VT-SUB > WS-VT-COUNT
071400            OR WS-INS-SUB > ZERO.
071500     IF WS-FOUND-SW = 1
071600         MOVE WS-INS-SUB TO WS-VT-IX
071700     END-IF.
071800 2900-EXIT.
071900     EXIT.
072000
072100******************************************************************
072200*    3000-CHECK-BASELINES -- WALK XAVOLBAS IN KEY ORDER AND JUDGE
072300*    AND ROLL EVERY BASELINE FOR THE RUN DATE'S WEEKDAY.
072400******************************************************************
072500 3000-CHECK-BASELINES.
072600     WRITE XAVARPT-LINE FROM WS-BLANK-LINE.
072700     MOVE "VOLUMES AGAINST THE SAME-WEEKDAY BASELINE"
072800         TO WS-SECTION-HEADING.
072900     WRITE XAVARPT-LINE FROM WS-SECTION-HEADING.
073000     WRITE XAVARPT-LINE FROM WS-DETAIL-HEADING.
073100
073200     MOVE LOW-VALUES TO XAVOLBAS-KEY.
073300     START XAVOLBAS KEY IS NOT LESS THAN XAVOLBAS-KEY
073400         INVALID KEY
073500             GO TO 3000-EXIT
073600     END-START.
073700     MOVE "N" TO WS-EOF-SWITCH.
073800     PERFORM 3100-CHECK-ONE-BASELINE THRU 3100-EXIT
073900         UNTIL WS-END-OF-FILE.
074000 3000-EXIT.
074100     EXIT.
074200
074300 3100-CHECK-ONE-BASELINE.
074400     READ XAVOLBAS NEXT RECORD
074500         AT END
074600             MOVE "Y" TO WS-EOF-SWITCH
074700             GO TO 3100-EXIT
074800     END-READ.
074900     IF NOT WS-XAVOLBAS-OK
075000         DISPLAY "XAVOLANM: XAVOLBAS READ FAILED, STATUS="
075100             WS-XAVOLBAS-STATUS UPON CONS
075200         MOVE "Y" TO WS-EOF-SWITCH
075300         GO TO 3100-EXIT
075400     END-IF.
075500     IF XAVOLBAS-WEEKDAY NOT = WS-RUN-WEEKDAY
075600         GO TO 3100-EXIT
075700     END-IF.
075800     IF XAVOLBAS-IS-DB2-CONNECT
075900         IF NOT WS-DB2AUD-READ
076000             GO TO 3100-EXIT
076100         END-IF
076200     ELSE
076300         IF NOT WS-JTLOG-READ
076400             GO TO 3100-EXIT
076500         END-IF
076600     END-IF.
076700
076800     MOVE XAVOLBAS-RESOURCE TO WS-NEW-VT-RESOURCE.
076900     MOVE XAVOLBAS-KIND TO WS-NEW-VT-KIND.
077000     PERFORM 2900-FIND-VOLUME THRU 2900-EXIT.
077100     IF WS-FOUND-SW = 1
077200         MOVE WS-VT-VOLUME(WS-VT-IX) TO WS-ACTUAL
077300         MOVE "Y" TO WS-VT-MATCHED-SW(WS-VT-IX)
077400     ELSE
077500         MOVE ZERO TO WS-ACTUAL
077600     END-IF.
077700     ADD 1 TO WS-CHECKED-COUNT.
077800
077900     PERFORM 3200-JUDGE-VOLUME THRU 3200-EXIT.
078000     PERFORM 3300-ROLL-BASELINE THRU 3300-EXIT.
078100     PERFORM 3400-WRITE-DETAIL THRU 3400-EXIT.
078200 3100-EXIT.
078300     EXIT.
078400
078500******************************************************************
078600*    3200-JUDGE-VOLUME -- EXPECTED VOLUME IS THE AVERAGE OF THE
078700*    BASELINE'S SAMPLES.  WHEN THE NEWEST SAMPLE IS THE RUN DATE
078800*    ITSELF (A RE-RUN) IT IS LEFT OUT, SO A DAY IS NEVER JUDGED
078900*    AGAINST ITSELF.
079000******************************************************************
079100 3200-JUDGE-VOLUME.
079200     MOVE SPACES TO WS-VERDICT.
079300     MOVE SPACES TO WS-ALERT-STATE.
079400     MOVE ZERO TO WS-EXPECTED.
079500     MOVE ZERO TO WS-PERCENT.
079600     MOVE ZERO TO WS-SAMPLE-TOTAL.
079700     IF XAVOLBAS-LAST-DATE = WS-RUN-DATE
079800         MOVE 2 TO WS-FIRST-SAMPLE
079900     ELSE
080000         MOVE 1 TO WS-FIRST-SAMPLE
080100     END-IF.
080200     COMPUTE WS-SAMPLES-USED =
080300         XAVOLBAS-SAMPLES - WS-FIRST-SAMPLE + 1.
080400     IF XAVOLBAS-SAMPLES < WS-FIRST-SAMPLE
080500         MOVE ZERO TO WS-SAMPLES-USED
080600     END-IF.
080700     IF WS-SAMPLES-USED < WS-MIN-SAMPLES
080800         MOVE "LEARNING" TO WS-VERDICT
080900         ADD 1 TO WS-LEARNING-COUNT
081000         GO TO 3200-EXIT
081100     END-IF.
081200
081300     PERFORM 3210-SUM-SAMPLE THRU 3210-EXIT
081400         VARYING WS-SAMPLE-SUB FROM WS-FIRST-SAMPLE BY 1
081500         UNTIL WS-SAMPLE-SUB > XAVOLBAS-SAMPLES.
081600     COMPUTE WS-EXPECTED ROUNDED =
081700         WS-SAMPLE-TOTAL / WS-SAMPLES-USED.
081800     IF WS-EXPECTED > ZERO
081900         COMPUTE WS-PERCENT-WORK ROUNDED =
082000             WS-ACTUAL * 100 / WS-EXPECTED
082100         IF WS-PERCENT-WORK > 99999
082200             MOVE 99999 TO WS-PERCENT
082300         ELSE
082400             MOVE WS-PERCENT-WORK TO WS-PERCENT
082500         END-IF
082600     ELSE
082700         MOVE 99999 TO WS-PERCENT
082800     END-IF.
082900
083000     IF WS-EXPECTED < WS-MIN-VOLUME
083100     AND WS-ACTUAL < WS-MIN-VOLUME
083200         MOVE "TOO QUIET" TO WS-VERDICT
083300         ADD 1 TO WS-QUIET-COUNT
083400         GO TO 3200-EXIT
083500     END-IF.
083600
083700     COMPUTE WS-LOW-LIMIT = WS-EXPECTED * WS-LOW-PCT.
083800     COMPUTE WS-HIGH-LIMIT = WS-EXPECTED * WS-HIGH-PCT.
083900     EVALUATE TRUE
084000         WHEN WS-ACTUAL * 100 < WS-LOW-LIMIT
084100             MOVE "BELOW BAND" TO WS-VERDICT
084200         WHEN WS-ACTUAL * 100 > WS-HIGH-LIMIT
084300             MOVE "ABOVE BAND" TO WS-VERDICT
084400         WHEN OTHER
084500             MOVE "IN BAND" TO WS-VERDICT
084600     END-EVALUATE.
084700     IF WS-VERDICT-OUTSIDE
084800         ADD 1 TO WS-OUTSIDE-COUNT
084900         PERFORM 8000-RAISE-ANOMALY THRU 8000-EXIT
085000     END-IF.
085100 3200-EXIT.
085200     EXIT.
085300
085400 3210-SUM-SAMPLE.
085500     ADD XAVOLBAS-VOLUME(WS-SAMPLE-SUB) TO WS-SAMPLE-TOTAL.
085600 3210-EXIT.
085700     EXIT.
085800
085900******************************************************************
086000*    3300-ROLL-BASELINE -- PUSH THE RUN DATE'S VOLUME IN AS THE
086100*    NEWEST SAMPLE, DROPPING THE OLDEST ONCE ALL EIGHT ARE HELD,
086200*    OR REPLACE IT IF THIS DATE WAS ALREADY ROLLED IN.  A BASELINE
086300*    ALREADY ROLLED PAST THE RUN DATE (A CATCH-UP RUN FOR AN
086400*    EARLIER DAY) IS JUDGED BUT LEFT AS IT IS.
086500******************************************************************
086600 3300-ROLL-BASELINE.
086700     IF XAVOLBAS-LAST-DATE > WS-RUN-DATE
086800         GO TO 3300-EXIT
086900     END-IF.
087000     IF XAVOLBAS-LAST-DATE NOT = WS-RUN-DATE
087100         PERFORM 3310-SHIFT-SAMPLE THRU 3310-EXIT
087200             VARYING WS-SAMPLE-SUB FROM WS-SAMPLE-MAX BY -1
087300             UNTIL WS-SAMPLE-SUB < 2
087400         IF XAVOLBAS-SAMPLES < WS-SAMPLE-MAX
087500             ADD 1 TO XAVOLBAS-SAMPLES
087600         END-IF
087700         MOVE WS-RUN-DATE TO XAVOLBAS-LAST-DATE
087800     END-IF.
087900     MOVE WS-ACTUAL TO XAVOLBAS-VOLUME(1).
088000     REWRITE XAVOLBAS-RECORD.
088100     IF NOT WS-XAVOLBAS-OK
088200         DISPLAY "XAVOLANM: XAVOLBAS REWRITE FAILED FOR "
088300             XAVOLBAS-KEY ", STATUS=" WS-XAVOLBAS-STATUS
088400             UPON CONS
088500     END-IF.
088600 3300-EXIT.
088700     EXIT.
088800
088900 3310-SHIFT-SAMPLE.
089000     MOVE XAVOLBAS-VOLUME(WS-SAMPLE-SUB - 1)
089100         TO XAVOLBAS-VOLUME(WS-SAMPLE-SUB).
089200 3310-EXIT.
089300     EXIT.
089400
089500******************************************************************
089600*    3400-WRITE-DETAIL -- ONE REPORT LINE FOR THE BASELINE JUST
089700*    JUDGED.  EXPECTED AND PERCENT ARE LEFT BLANK WHILE THE
089800*    BASELINE IS STILL LEARNING.
089900******************************************************************
090000 3400-WRITE-DETAIL.
090100     MOVE XAVOLBAS-RESOURCE TO WS-DL-RESOURCE.
090200     PERFORM 3450-SET-KIND-SUB THRU 3450-EXIT.
090300     MOVE WS-KIND-NAME(WS-KIND-SUB) TO WS-DL-KIND.
090400     MOVE WS-ACTUAL TO WS-DL-ACTUAL.
090500     MOVE WS-SAMPLES-USED TO WS-DL-SAMPLES.
090600     IF WS-VERDICT = "LEARNING"
090700         MOVE ZERO TO WS-DL-EXPECTED
090800         MOVE ZERO TO WS-DL-PERCENT
090900     ELSE
091000         MOVE WS-EXPECTED TO WS-DL-EXPECTED
091100         MOVE WS-PERCENT TO WS-DL-PERCENT
091200     END-IF.
091300     MOVE WS-VERDICT TO WS-DL-VERDICT.
091400     MOVE WS-ALERT-STATE TO WS-DL-ALERT.
091500     WRITE XAVARPT-LINE FROM WS-DETAIL-LINE.
091600 3400-EXIT.
091700     EXIT.
091800
091900******************************************************************
092000*    3450-SET-KIND-SUB -- KIND NAME SUBSCRIPT FOR XAVOLBAS-KIND.
092100******************************************************************
092200 3450-SET-KIND-SUB.
092300     IF XAVOLBAS-IS-DB2-CONNECT
092400         MOVE 8 TO WS-KIND-SUB
092500     ELSE
092600         IF XAVOLBAS-KIND IS NUMERIC
092700             MOVE XAVOLBAS-KIND TO WS-KIND-DIGIT
092800             COMPUTE WS-KIND-SUB = WS-KIND-DIGIT + 1
092900             IF WS-KIND-SUB > 7
093000                 MOVE 1 TO WS-KIND-SUB
093100             END-IF
093200         ELSE
093300             MOVE 1 TO WS-KIND-SUB
093400         END-IF
093500     END-IF.
093600 3450-EXIT.
093700     EXIT.
093800
093900******************************************************************
094000*    4000-ADD-NEW-BASELINES -- EVERY VOLUME COUNTED TODAY THAT HAD
094100*    NO BASELINE FOR THIS WEEKDAY STARTS ONE, WITH TODAY'S VOLUME
094200*    AS ITS FIRST SAMPLE.  NOTHING IS JUDGED YET.
094300******************************************************************
094400 4000-ADD-NEW-BASELINES.
094500     WRITE XAVARPT-LINE FROM WS-BLANK-LINE.
094600     MOVE "NEW BASELINES STARTED" TO WS-SECTION-HEADING.
094700     WRITE XAVARPT-LINE FROM WS-SECTION-HEADING.
094800     WRITE XAVARPT-LINE FROM WS-DETAIL-HEADING.
094900     PERFORM 4100-ADD-ONE-BASELINE THRU 4100-EXIT
095000         VARYING WS-VT-SUB FROM 1 BY 1
095100         UNTIL WS-VT-SUB > WS-VT-COUNT.
095200     IF WS-NEW-COUNT = ZERO
095300         MOVE "NO NEW RESOURCES OR VOLUME KINDS"
095400             TO WS-SECTION-HEADING
095500         WRITE XAVARPT-LINE FROM WS-SECTION-HEADING
095600     END-IF.
095700 4000-EXIT.
095800     EXIT.
095900
096000 4100-ADD-ONE-BASELINE.
096100     IF WS-VT-MATCHED(WS-VT-SUB)
096200         GO TO 4100-EXIT
096300     END-IF.
096400     INITIALIZE XAVOLBAS-RECORD.
096500     MOVE WS-VT-RESOURCE(WS-VT-SUB) TO XAVOLBAS-RESOURCE.
096600     MOVE WS-VT-KIND(WS-VT-SUB) TO XAVOLBAS-KIND.
096700     MOVE WS-RUN-WEEKDAY TO XAVOLBAS-WEEKDAY.
096800     MOVE WS-RUN-DATE TO XAVOLBAS-LAST-DATE.
096900     MOVE 1 TO XAVOLBAS-SAMPLES.
097000     MOVE WS-VT-VOLUME(WS-VT-SUB) TO XAVOLBAS-VOLUME(1).
097100     WRITE XAVOLBAS-RECORD.
097200     IF NOT WS-XAVOLBAS-OK
097300         DISPLAY "XAVOLANM: XAVOLBAS WRITE FAILED FOR "
097400             XAVOLBAS-KEY ", STATUS=" WS-XAVOLBAS-STATUS
097500             UPON CONS
097600         GO TO 4100-EXIT
097700     END-IF.
097800     ADD 1 TO WS-NEW-COUNT.
097900
098000     MOVE XAVOLBAS-RESOURCE TO WS-DL-RESOURCE.
098100     PERFORM 3450-SET-KIND-SUB THRU 3450-EXIT.
098200     MOVE WS-KIND-NAME(WS-KIND-SUB) TO WS-DL-KIND.
098300     MOVE WS-VT-VOLUME(WS-VT-SUB) TO WS-DL-ACTUAL.
098400     MOVE ZERO TO WS-DL-EXPECTED.
098500     MOVE ZERO TO WS-DL-PERCENT.
098600     MOVE 1 TO WS-DL-SAMPLES.
098700     MOVE "NEW BASELINE" TO WS-DL-VERDICT.
098800     MOVE SPACES TO WS-DL-ALERT.
098900     WRITE XAVARPT-LINE FROM WS-DETAIL-LINE.
099000 4100-EXIT.
099100     EXIT.
099200
099300******************************************************************
099400*    8000-RAISE-ANOMALY -- TELL THE CONSOLE AND RAISE THE XAALERT
099500*    WORK ITEM.  A DROP IS HIGH SEVERITY, A SURGE MEDIUM.
099600******************************************************************
099700 8000-RAISE-ANOMALY.
099800     PERFORM 3450-SET-KIND-SUB THRU 3450-EXIT.
099900     MOVE WS-ACTUAL TO WS-ALERT-ACTUAL.
100000     MOVE WS-EXPECTED TO WS-ALERT-EXPECTED.
100100     MOVE WS-PERCENT TO WS-ALERT-PERCENT.
100200     MOVE SPACES TO WS-ALERT-TEXT.
100300     STRING
100400         WS-KIND-NAME(WS-KIND-SUB) DELIMITED "  "
100500         " VOLUME " DELIMITED SIZE
100600         WS-ALERT-ACTUAL DELIMITED SIZE
100700         " ON " DELIMITED SIZE
100800         WS-RUN-DATE DELIMITED SIZE
100900         ", EXPECTED " DELIMITED SIZE
101000         WS-ALERT-EXPECTED DELIMITED SIZE
101100         " (" DELIMITED SIZE
101200         WS-ALERT-PERCENT DELIMITED SIZE
101300         "%) - " DELIMITED SIZE
101400         WS-VERDICT DELIMITED SIZE
101500     INTO WS-ALERT-TEXT.
101600
101700     PERFORM 8500-WRITE-ALERT-RECORD THRU 8500-EXIT.
101800     IF WS-ALERT-STATE NOT = "RAISED"
101900         GO TO 8000-EXIT
102000     END-IF.
102100
102200     ADD 1 TO WS-RAISED-COUNT.
102300     MOVE SPACES TO WS-CONSOLE-MESSAGE.
102400     MOVE 1 TO WS-MSG-LEN.
102500     STRING
102600         "XAVOLANM: " DELIMITED SIZE
102700         XAVOLBAS-RESOURCE DELIMITED SPACE
102800         " " DELIMITED SIZE
102900         WS-ALERT-TEXT DELIMITED SIZE
103000     INTO WS-CONSOLE-MESSAGE POINTER WS-MSG-LEN.
103100     SUBTRACT 1 FROM WS-MSG-LEN.
103200     CALL "mfxaLogConsoleMsg" USING
103300         WS-CONSOLE-MESSAGE WS-MSG-LEN WS-LOG-LEVEL WS-MSG-LEVEL
103400     END-CALL.
103500 8000-EXIT.
103600     EXIT.
103700
103800******************************************************************
103900*    8500-WRITE-ALERT-RECORD -- THE PERSISTENT XAALERT WORK ITEM,
104000*    WRITTEN THE SAME WAY XARECON WRITES ITS ESCALATIONS.  ONE RUN
104100*    CAN RAISE SEVERAL ITEMS FOR ONE RESOURCE IN THE SAME SECOND,
104200*    SO A DUPLICATE KEY IS RETRIED A SECOND LATER.
104300******************************************************************
104400 8500-WRITE-ALERT-RECORD.
104500     IF NOT WS-XAALERT-IS-OPEN
104600         MOVE "NOT RAISED" TO WS-ALERT-STATE
104700         GO TO 8500-EXIT
104800     END-IF.
104900     MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE-TIME.
105000     INITIALIZE XAALERT-RECORD.
105100     MOVE "XAVOLANM" TO XAALERT-SOURCE.
105200     MOVE XAVOLBAS-RESOURCE TO XAALERT-RESOURCE.
105300     IF WS-VERDICT-LOW
105400         MOVE "H" TO XAALERT-SEVERITY
105500     ELSE
105600         MOVE "M" TO XAALERT-SEVERITY
105700     END-IF.
105800     MOVE "N" TO XAALERT-IN-WINDOW.
105900     MOVE WS-ALERT-TEXT TO XAALERT-TEXT.
106000     MOVE "N" TO XAALERT-ACKED.
106100     MOVE ZERO TO XAALERT-REALERT-COUNT.
106200     MOVE 1 TO XAALERT-OCCUR-COUNT.
106300     MOVE ZERO TO WS-ALERT-TRIES.
106400 8500-WRITE.
106500     MOVE WS-TODAY-DATE TO XAALERT-DATE.
106600     MOVE WS-TODAY-TIME TO XAALERT-TIME.
106700     MOVE WS-TODAY-DATE TO XAALERT-LAST-SEEN-DATE.
106800     MOVE WS-TODAY-TIME TO XAALERT-LAST-SEEN-TIME.
106900     WRITE XAALERT-RECORD.
107000     IF WS-XAALERT-DUPLICATE
107100     AND WS-ALERT-TRIES < 10
107200         ADD 1 TO WS-ALERT-TRIES
107300         PERFORM 8550-NEXT-SECOND THRU 8550-EXIT
107400         GO TO 8500-WRITE
107500     END-IF.
107600     IF WS-XAALERT-OK
107700         MOVE "RAISED" TO WS-ALERT-STATE
107750         PERFORM 9800-ALOPEN-ADD THRU 9800-EXIT
107800     ELSE
107900         DISPLAY "XAVOLANM: XAALERT WRITE FAILED, STATUS="
108000             WS-XAALERT-STATUS UPON CONS
108100         MOVE "NOT RAISED" TO WS-ALERT-STATE
108200     END-IF.
108300 8500-EXIT.
108400     EXIT.
108500
108600******************************************************************
108700*    8550-NEXT-SECOND -- MOVE WS-TODAY-TIME ON ONE SECOND, HOLDING
108800*    AT 23:59:59 RATHER THAN ROLLING INTO THE NEXT DAY.
108900******************************************************************
109000 8550-NEXT-SECOND.
109100     IF WS-TODAY-TIME NOT < "235959"
109200         GO TO 8550-EXIT
109300     END-IF.
109400     ADD 1 TO WS-TODAY-SS.
109500     IF WS-TODAY-SS > 59
109600         MOVE ZERO TO WS-TODAY-SS
109700         ADD 1 TO WS-TODAY-MM
109800         IF WS-TODAY-MM > 59
109900             MOVE ZERO TO WS-TODAY-MM
110000             ADD 1 TO WS-TODAY-HH
110100         END-IF
110200     END-IF.
110300 8550-EXIT.
110400     EXIT.
110500
110600******************************************************************
110700*    9000-TERMINATE -- COUNTS AND CLOSE UP.
110800******************************************************************
110900 9000-TERMINATE.
111000     WRITE XAVARPT-LINE FROM WS-BLANK-LINE.
111100     IF WS-STOP-RUN
111200         MOVE "RUN STOPPED -- BASELINE OR XAALERT UNAVAILABLE"
111300             TO WS-SECTION-HEADING
111400         WRITE XAVARPT-LINE FROM WS-SECTION-HEADING
111500     ELSE
111600         IF NOT WS-JTLOG-READ
111700             MOVE
111800                 "XAJTLOG NOT READ -- JOB BASELINES UNCHANGED"
111900                 TO WS-SECTION-HEADING
112000             WRITE XAVARPT-LINE FROM WS-SECTION-HEADING
112100         END-IF
112200         IF NOT WS-DB2AUD-READ
112300             MOVE
112400                 "XADB2AUD NOT READ -- DB2 BASELINES UNCHANGED"
112500                 TO WS-SECTION-HEADING
112600             WRITE XAVARPT-LINE FROM WS-SECTION-HEADING
112700         END-IF
112800     END-IF.
112900     MOVE "XAJTLOG RECORDS FOR DATE   =" TO WS-SL-LABEL.
113000     MOVE WS-JTLOG-DAY-COUNT TO WS-SL-COUNT.
113100     WRITE XAVARPT-LINE FROM WS-SUMMARY-LINE.
113200     MOVE "XADB2AUD CONNECTS FOR DATE =" TO WS-SL-LABEL.
113300     MOVE WS-DB2AUD-DAY-COUNT TO WS-SL-COUNT.
113400     WRITE XAVARPT-LINE FROM WS-SUMMARY-LINE.
113500     MOVE "RECORDS NOT COUNTED (FULL) =" TO WS-SL-LABEL.
113600     MOVE WS-UNTALLIED-COUNT TO WS-SL-COUNT.
113700     WRITE XAVARPT-LINE FROM WS-SUMMARY-LINE.
113800     MOVE "BASELINES CHECKED          =" TO WS-SL-LABEL.
113900     MOVE WS-CHECKED-COUNT TO WS-SL-COUNT.
114000     WRITE XAVARPT-LINE FROM WS-SUMMARY-LINE.
114100     MOVE "STILL LEARNING             =" TO WS-SL-LABEL.
114200     MOVE WS-LEARNING-COUNT TO WS-SL-COUNT.
114300     WRITE XAVARPT-LINE FROM WS-SUMMARY-LINE.
114400     MOVE "TOO QUIET TO JUDGE         =" TO WS-SL-LABEL.
114500     MOVE WS-QUIET-COUNT TO WS-SL-COUNT.
114600     WRITE XAVARPT-LINE FROM WS-SUMMARY-LINE.
114700     MOVE "OUTSIDE THE BAND           =" TO WS-SL-LABEL.
114800     MOVE WS-OUTSIDE-COUNT TO WS-SL-COUNT.
114900     WRITE XAVARPT-LINE FROM WS-SUMMARY-LINE.
115000     MOVE "RAISED TO XAALERT          =" TO WS-SL-LABEL.
115100     MOVE WS-RAISED-COUNT TO WS-SL-COUNT.
115200     WRITE XAVARPT-LINE FROM WS-SUMMARY-LINE.
115300     MOVE "NEW BASELINES STARTED      =" TO WS-SL-LABEL.
115400     MOVE WS-NEW-COUNT TO WS-SL-COUNT.
115500     WRITE XAVARPT-LINE FROM WS-SUMMARY-LINE.
115600
115700     IF NOT WS-STOP-RUN
115800         CLOSE XAVOLBAS
115900         CLOSE XAALERT
116000     END-IF.
116100     CLOSE XAVARPT.
116200 9000-EXIT.
116300     EXIT.
116400
116500******************************************************************
116600*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
116700*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
116800******************************************************************
116900     copy xarunctl.
117000
117100******************************************************************
117200*    OPEN-ALERT INDEX PARAGRAPHS (9800-ALOPEN-ADD AND
117300*    9820-ALOPEN-DROP) -- SEE XA/XAALOCTL.CPY.
117400******************************************************************
117500     copy xaaloctl.
