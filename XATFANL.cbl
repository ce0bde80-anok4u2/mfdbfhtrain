000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    XATFANL.
000300 AUTHOR.        XA SUPPORT TEAM.
000400 INSTALLATION.  ENTERPRISE SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  MODIFICATION HISTORY
000900*  ----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  10/15/2026 XST   NEW PROGRAM.  TRACE EVENT FEED ANALYSIS:
001200*                   EVENT COUNTS PER RESOURCE, EVENT ID AND LEVEL
001300*                   BY HOUR, FIRST/LAST OCCURRENCE OF EACH EVENT
001400*                   ID, AND ERROR BURSTS PER RESOURCE (EACH RAISED
001500*                   AS AN XAALERT WORK ITEM), WITH AN OPTIONAL
001600*                   READABLE EXTRACT OF ONE RESOURCE'S EVENTS.
001620*  10/15/2026 XST   EACH ALERT WRITTEN TO XAALERT IS ALSO ENTERED
001640*                   IN THE XAALOPEN OPEN-ALERT INDEX, SO XAAL AND
001660*                   THE OPEN-ALERT READERS FIND IT WITHOUT READING
001680*                   ALL OF XAALERT.
001700******************************************************************
001800*  WITH ESXATRACEFEED SET, XA/XAPD.CPY'S WRITETRACEFEEDEVENT HANDS
001900*  EVERY CTF TRACE EVENT TO MFXAWRITETRACEFEED AS ONE PIPE-
002000*  DELIMITED LINE:
002100*      YYYYMMDDTHHMMSS|RESOURCE|EVENT ID|LEVEL|DESCRIPTION
002200*  (EVENT ID AND LEVEL RIGHT-JUSTIFIED IN NINE POSITIONS).
002300*  XATFANL READS THE FEED DATASET BACK SO A TRACED PROBLEM CAN BE
002400*  READ FROM A REPORT INSTEAD OF BY SCROLLING THE RAW FEED:
002500*    COUNTS   EVENTS PER RESOURCE, HOUR, EVENT ID AND LEVEL.
002600*    EVENTS   FIRST AND LAST OCCURRENCE OF EACH EVENT ID, WITH
002700*             THE RESOURCE THAT RAISED IT.
002800*    BURSTS   MORE THAN THE BURST COUNT OF EVENTS AT OR ABOVE
002900*             THE ERROR LEVEL FOR ONE RESOURCE INSIDE THE SLIDING
003000*             WINDOW.  ONE BURST RUNS FROM THE FIRST EVENT OF THE
003100*             FIRST QUALIFYING WINDOW UNTIL AN ERROR ARRIVES THAT
003200*             NO LONGER QUALIFIES, SO A STORM READS AS ONE BURST.
003300*             EACH BURST IS RAISED AS A HIGH-SEVERITY XAALERT.
003400*  THE XATFPRM CARD MAY ALSO NAME ONE RESOURCE AND A TIME RANGE,
003500*  AND EVERY FEED EVENT FOR IT IN THE RANGE IS LISTED TO XATFLST.
003600*  THE FEED IS WRITTEN IN TIME ORDER, WHICH THE BURST WINDOW
003700*  RELIES ON.  LINES THAT DO NOT PARSE ARE COUNTED AND SKIPPED.
003800*  ENDS RC 4 WHEN ANY BURST WAS FOUND.
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.   IBM-370.
004300 OBJECT-COMPUTER.   IBM-370.
004400 SPECIAL-NAMES.
004500     CONSOLE IS CONS.
004600
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT XATFEED ASSIGN TO "XATFEED"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-XATFEED-STATUS.
005200
005300     copy xaalertsel.
005333
005366     copy xaalopensel.
005400
005500     SELECT XATFPRM ASSIGN TO "XATFPRM"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-XATFPRM-STATUS.
005800
005900     SELECT XATFRPT ASSIGN TO "XATFRPT"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-XATFRPT-STATUS.
006200
006300     SELECT XATFLST ASSIGN TO "XATFLST"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-XATFLST-STATUS.
006600
006700     copy xarunlgsel.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100*****************************************************************
007200*    XATFEED -- THE TRACE EVENT FEED, ONE EVENT PER LINE (SEE
007300*    XA/XAPD.CPY WRITETRACEFEEDEVENT FOR THE LINE FORMAT).
007400*****************************************************************
007500 FD  XATFEED
007600     LABEL RECORDS ARE STANDARD
007700     RECORDING MODE IS F.
007800
007900 01  XATFEED-LINE                    PIC X(256).
008000
008100     copy xaalert.
008133
008166     copy xaalopen.
008200
008300*****************************************************************
008400*    XATFPRM -- ANALYSIS CARD.  ANY FIELD LEFT BLANK KEEPS ITS
008500*    DEFAULT (MORE THAN 10 ERRORS IN 5 MINUTES, ERROR LEVEL 3,
008600*    NO EXTRACT).  THE EXTRACT RANGE IS YYYYMMDDHHMMSS, OR A
008700*    DATE ALONE FOR THE WHOLE DAY; A BLANK FROM OR TO LEAVES THE
008800*    RANGE OPEN AT THAT END.  "*" IN COL 1 IS A COMMENT.
008900*****************************************************************
009000 FD  XATFPRM
009100     LABEL RECORDS ARE STANDARD
009200     RECORDING MODE IS F.
009300
009400 01  XATFPRM-CARD.
009500     05  XATFPRM-BURST-COUNT         PIC X(04).
009600     05  XATFPRM-BURST-COUNT-N REDEFINES XATFPRM-BURST-COUNT
009700                                     PIC 9(04).
009800     05  FILLER                      PIC X(01).
009900     05  XATFPRM-BURST-MINUTES       PIC X(03).
010000     05  XATFPRM-BURST-MINUTES-N REDEFINES XATFPRM-BURST-MINUTES
010100                                     PIC 9(03).
010200     05  FILLER                      PIC X(01).
010300     05  XATFPRM-ERROR-LEVEL         PIC X(01).
010400     05  XATFPRM-ERROR-LEVEL-N REDEFINES XATFPRM-ERROR-LEVEL
010500                                     PIC 9(01).
010600     05  FILLER                      PIC X(01).
010700     05  XATFPRM-EXT-RESOURCE        PIC X(08).
010800     05  FILLER                      PIC X(01).
010900     05  XATFPRM-EXT-FROM            PIC X(14).
011000     05  FILLER                      PIC X(01).
011100     05  XATFPRM-EXT-TO              PIC X(14).
011200     05  FILLER                      PIC X(31).
011300
011400 FD  XATFRPT
011500     LABEL RECORDS ARE STANDARD
011600     RECORDING MODE IS F.
011700
011800 01  XATFRPT-LINE                    PIC X(132).
011900
012000 FD  XATFLST
012100     LABEL RECORDS ARE STANDARD
012200     RECORDING MODE IS F.
012300
012400 01  XATFLST-LINE                    PIC X(132).
012500
012600     copy xarunlg.
012700
012800 WORKING-STORAGE SECTION.
012900     copy xarunws.
012933
012966     copy xaalows.
013000
013100******************************************************************
013200*    FILE STATUS AND CONTROL SWITCHES
013300******************************************************************
013400 77  WS-XATFEED-STATUS               PIC X(02) VALUE SPACES.
013500     88  WS-XATFEED-OK                  VALUE "00".
013600     88  WS-XATFEED-NOT-FOUND           VALUE "35" "23".
013700
013800 77  WS-XAALERT-STATUS               PIC X(02) VALUE SPACES.
013900     88  WS-XAALERT-OK                  VALUE "00".
014000     88  WS-XAALERT-NOT-FOUND           VALUE "35" "23".
014100     88  WS-XAALERT-DUPLICATE           VALUE "22".
014200
014300 77  WS-XATFPRM-STATUS               PIC X(02) VALUE SPACES.
014400     88  WS-XATFPRM-OK                  VALUE "00".
014500     88  WS-XATFPRM-NOT-FOUND           VALUE "35" "23".
014600
014700 77  WS-XATFRPT-STATUS               PIC X(02) VALUE SPACES.
014800     88  WS-XATFRPT-OK                  VALUE "00".
014900
015000 77  WS-XATFLST-STATUS               PIC X(02) VALUE SPACES.
015100     88  WS-XATFLST-OK                  VALUE "00".
015200
015300 77  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
015400     88  WS-END-OF-FILE                 VALUE "Y".
015500
015600 77  WS-NO-FILE-SWITCH               PIC X(01) VALUE "N".
015700     88  WS-NO-FEED-FILE                VALUE "Y".
015800
015900 77  WS-ALERT-OPEN-SWITCH            PIC X(01) VALUE "N".
016000     88  WS-XAALERT-IS-OPEN             VALUE "Y".
016100
016200 77  WS-LINE-OK-SW                   PIC 9(01) VALUE 0.
016300 77  WS-FOUND-SW                     PIC 9(01) VALUE 0.
016400 77  WS-QUALIFY-SW                   PIC 9(01) VALUE 0.
016500
016600******************************************************************
016700*    THRESHOLDS AND EXTRACT RANGE -- DEFAULTS, OVERRIDDEN BY THE
016800*    XATFPRM CARD.  A BURST IS MORE THAN WS-BURST-LIMIT EVENTS AT
016900*    OR ABOVE WS-ERROR-LEVEL (CTF LEVELS: 0 DEBUG, 1 INFO,
017000*    2 WARNING, 3 ERROR, 4 FATAL) INSIDE WS-BURST-MINUTES.  THE
017100*    BURST COUNT IS HELD TO WS-RING-MAX, THE DEPTH OF EACH
017200*    RESOURCE'S RECENT-ERROR RING BELOW.
017300******************************************************************
017400 77  WS-BURST-LIMIT                  PIC 9(04) VALUE 10.
017500 77  WS-BURST-MINUTES                PIC 9(03) VALUE 5.
017600 77  WS-ERROR-LEVEL                  PIC 9(01) VALUE 3.
017700 77  WS-WINDOW-SECONDS               PIC 9(07) COMP VALUE ZERO.
017800 77  WS-RING-MAX                     PIC S9(04) COMP-5 VALUE 50.
017900
018000 77  WS-EXTRACT-RESOURCE             PIC X(08) VALUE SPACES.
018100 77  WS-EXTRACT-FROM                 PIC X(14)
018200                                     VALUE "00000000000000".
018300 77  WS-EXTRACT-TO                   PIC X(14)
018400                                     VALUE "99999999999999".
018500
018600******************************************************************
018700*    COUNTERS AND SUBSCRIPTS
018800******************************************************************
018900 77  WS-LINES-READ                   PIC 9(09) COMP VALUE ZERO.
019000 77  WS-LINES-REJECTED               PIC 9(09) COMP VALUE ZERO.
019100 77  WS-EVENTS-UNTALLIED             PIC 9(09) COMP VALUE ZERO.
019200 77  WS-ERROR-EVENTS                 PIC 9(09) COMP VALUE ZERO.
019300 77  WS-BURSTS-FOUND                 PIC 9(05) COMP VALUE ZERO.
019400 77  WS-BURSTS-UNLISTED              PIC 9(05) COMP VALUE ZERO.
019500 77  WS-RAISED-COUNT                 PIC 9(05) COMP VALUE ZERO.
019600 77  WS-LISTED-COUNT                 PIC 9(09) COMP VALUE ZERO.
019700 77  WS-CT-SUB                       PIC S9(04) COMP-5 VALUE ZERO.
019800 77  WS-EV-SUB                       PIC S9(04) COMP-5 VALUE ZERO.
019900 77  WS-RS-SUB                       PIC S9(04) COMP-5 VALUE ZERO.
020000 77  WS-BT-SUB                       PIC S9(04) COMP-5 VALUE ZERO.
020100 77  WS-CT-IX                        PIC S9(04) COMP-5 VALUE ZERO.
020200 77  WS-EV-IX                        PIC S9(04) COMP-5 VALUE ZERO.
020300 77  WS-RS-IX                        PIC S9(04) COMP-5 VALUE ZERO.
020400 77  WS-RING-SUB                     PIC S9(04) COMP-5 VALUE ZERO.
020500 77  WS-INS-SUB                      PIC S9(04) COMP-5 VALUE ZERO.
020600 77  WS-SHIFT-SUB                    PIC S9(04) COMP-5 VALUE ZERO.
020700
020800******************************************************************
020900*    FEED LINE WORK FIELDS.  THE EVENT ID AND LEVEL ARE RIGHT-
021000*    JUSTIFIED AS WRITTEN, THEN ZERO-FILLED TO BE READ AS NUMBERS.
021100******************************************************************
021200 77  WS-FD-PTR                       PIC S9(04) COMP-5 VALUE ZERO.
021300 77  WS-FD-FIELDS                    PIC S9(04) COMP-5 VALUE ZERO.
021400
021500 01  WS-FEED-FIELDS.
021600     05  WS-FD-STAMP.
021700         10  WS-FD-DATE.
021800             15  WS-FD-YEAR          PIC X(04).
021900             15  WS-FD-MONTH         PIC X(02).
022000             15  WS-FD-DAY           PIC X(02).
022100         10  WS-FD-DATE-N REDEFINES WS-FD-DATE
022200                                     PIC 9(08).
022300         10  WS-FD-SEPARATOR         PIC X(01).
022400         10  WS-FD-TIME.
022500             15  WS-FD-HOUR          PIC X(02).
022600             15  WS-FD-MINUTE        PIC X(02).
022700             15  WS-FD-SECOND        PIC X(02).
022800         10  WS-FD-TIME-N REDEFINES WS-FD-TIME.
022900             15  WS-FD-HOUR-N        PIC 9(02).
023000             15  WS-FD-MINUTE-N      PIC 9(02).
023100             15  WS-FD-SECOND-N      PIC 9(02).
023200     05  WS-FD-RESOURCE              PIC X(08).
023300     05  WS-FD-EVENT-TEXT            PIC X(09) JUSTIFIED RIGHT.
023400     05  WS-FD-EVENT-N REDEFINES WS-FD-EVENT-TEXT
023500                                     PIC 9(09).
023600     05  WS-FD-LEVEL-TEXT            PIC X(09) JUSTIFIED RIGHT.
023700     05  WS-FD-LEVEL-N REDEFINES WS-FD-LEVEL-TEXT
023800                                     PIC 9(09).
023900     05  WS-FD-DESC                  PIC X(140).
024000
024100 01  WS-LN-STAMP.
024200     05  WS-LN-DATE                  PIC X(08).
024300     05  WS-LN-TIME                  PIC X(06).
024400 77  WS-LN-SECONDS                   PIC 9(12) COMP VALUE ZERO.
024500 77  WS-SPAN-SECONDS                 PIC S9(12) COMP VALUE ZERO.
024600
024700******************************************************************
024800*    TALLY TABLES, EACH KEPT IN KEY ORDER AS ENTRIES ARE ADDED SO
024900*    THE REPORT COMES OUT GROUPED WITHOUT A SORT STEP.
025000*      WS-CT-  ONE ENTRY PER RESOURCE + HOUR + EVENT ID + LEVEL
025100*      WS-EV-  ONE ENTRY PER EVENT ID
025200*      WS-RS-  ONE ENTRY PER RESOURCE, HOLDING THE TIMES OF ITS
025300*              LAST WS-BURST-LIMIT ERROR EVENTS AND ANY BURST
025400*              STILL IN PROGRESS
025500*    WS-BT- LISTS THE BURSTS IN THE ORDER THEY ENDED.
025600******************************************************************
025700 77  WS-CT-MAX                       PIC S9(04) COMP-5 VALUE 3000.
025800 77  WS-CT-COUNT                     PIC S9(04) COMP-5 VALUE ZERO.
025900 01  WS-CT-TABLE.
026000     05  WS-CT-ENTRY OCCURS 3000 TIMES.
026100         10  WS-CT-KEY.
026200             15  WS-CT-RESOURCE      PIC X(08).
026300             15  WS-CT-HOUR          PIC X(10).
026400             15  WS-CT-EVENT         PIC 9(09).
026500             15  WS-CT-LEVEL         PIC 9(09).
026600         10  WS-CT-EVENTS            PIC 9(09) COMP.
026700
026800 01  WS-NEW-CT-KEY.
026900     05  WS-NEW-CT-RESOURCE          PIC X(08).
027000     05  WS-NEW-CT-HOUR              PIC X(10).
027100     05  WS-NEW-CT-EVENT             PIC 9(09).
027200     05  WS-NEW-CT-LEVEL             PIC 9(09).
027300
027400 77  WS-EV-MAX                       PIC S9(04) COMP-5 VALUE 500.
027500 77  WS-EV-COUNT                     PIC S9(04) COMP-5 VALUE ZERO.
027600 01  WS-EV-TABLE.
027700     05  WS-EV-ENTRY OCCURS 500 TIMES.
027800         10  WS-EV-EVENT             PIC 9(09).
027900         10  WS-EV-EVENTS            PIC 9(09) COMP.
028000         10  WS-EV-FIRST-STAMP       PIC X(14).
028100         10  WS-EV-FIRST-RESOURCE    PIC X(08).
028200         10  WS-EV-LAST-STAMP        PIC X(14).
028300         10  WS-EV-LAST-RESOURCE     PIC X(08).
028400
028500 77  WS-RS-MAX                       PIC S9(04) COMP-5 VALUE 200.
028600 77  WS-RS-COUNT                     PIC S9(04) COMP-5 VALUE ZERO.
028700 01  WS-RS-TABLE.
028800     05  WS-RS-ENTRY OCCURS 200 TIMES.
028900         10  WS-RS-RESOURCE          PIC X(08).
029000         10  WS-RS-RING-USED         PIC S9(04) COMP-5.
029100         10  WS-RS-RING-NEXT         PIC S9(04) COMP-5.
029200         10  WS-RS-BURST-SW          PIC X(01).
029300             88  WS-RS-IN-BURST         VALUE "Y".
029400         10  WS-RS-BURST-START       PIC X(14).
029500         10  WS-RS-BURST-END         PIC X(14).
029600         10  WS-RS-BURST-EVENTS      PIC 9(09) COMP.
029700         10  WS-RS-RING OCCURS 50 TIMES.
029800             15  WS-RS-RING-SECONDS  PIC 9(12) COMP.
029900             15  WS-RS-RING-STAMP    PIC X(14).
030000
030100 77  WS-BT-MAX                       PIC S9(04) COMP-5 VALUE 200.
030200 77  WS-BT-COUNT                     PIC S9(04) COMP-5 VALUE ZERO.
030300 01  WS-BT-TABLE.
030400     05  WS-BT-ENTRY OCCURS 200 TIMES.
030500         10  WS-BT-RESOURCE          PIC X(08).
030600         10  WS-BT-START             PIC X(14).
030700         10  WS-BT-END               PIC X(14).
030800         10  WS-BT-EVENTS            PIC 9(09) COMP.
030900
031000******************************************************************
031100*    ALERT AND CONSOLE MESSAGE WORK FIELDS -- THE SAME
031200*    MFXALOGCONSOLEMSG SHAPE EVERY OTHER ESCALATION USES.
031300******************************************************************
031400 01  WS-TODAY-DATE-TIME.
031500     05  WS-TODAY-DATE               PIC X(08).
031600     05  WS-TODAY-TIME               PIC X(06).
031700     05  FILLER                      PIC X(07).
031800
031900 01  WS-ALERT-TEXT                   PIC X(100).
032000 01  WS-ALERT-EVENTS                 PIC Z(06)9.
032100 01  WS-ALERT-STATE                  PIC X(16).
032200
032300 01  WS-CONSOLE-MESSAGE              PIC X(132).
032400 77  WS-MSG-LEN                      PIC S9(04) COMP-5.
032500 77  WS-MSG-LEVEL                    PIC X(02) COMP-X VALUE 2.
032600 77  WS-LOG-LEVEL                    PIC X(02) COMP-X VALUE 1.
032700
032800******************************************************************
032900*    STAMP EDITING -- YYYYMMDDHHMMSS SHOWN AS "YYYYMMDD HHMMSS".
033000******************************************************************
033100 01  WS-STAMP-IN.
033200     05  WS-SI-DATE                  PIC X(08).
033300     05  WS-SI-TIME                  PIC X(06).
033400
033500 01  WS-STAMP-EDIT.
033600     05  WS-SE-DATE                  PIC X(08).
033700     05  FILLER                      PIC X(01) VALUE SPACE.
033800     05  WS-SE-TIME                  PIC X(06).
033900
034000******************************************************************
034100*    REPORT LINE LAYOUTS
034200******************************************************************
034300 01  WS-REPORT-HEADING-1.
034400     05  FILLER                      PIC X(50) VALUE
034500         "XATFANL -- TRACE EVENT FEED ANALYSIS FOR RUN DATE ".
034600     05  WS-RH1-DATE                 PIC X(08).
034700     05  FILLER                      PIC X(74) VALUE SPACES.
034800
034900 01  WS-REPORT-HEADING-2.
035000     05  FILLER                      PIC X(18) VALUE
035100         "BURST = MORE THAN ".
035200     05  WS-RH2-LIMIT                PIC Z(03)9.
035300     05  FILLER                      PIC X(17) VALUE
035400         " EVENTS AT LEVEL ".
035500     05  WS-RH2-LEVEL                PIC 9(01).
035600     05  FILLER                      PIC X(34) VALUE
035700         " OR ABOVE FOR ONE RESOURCE WITHIN ".
035800     05  WS-RH2-MINUTES              PIC ZZ9.
035900     05  FILLER                      PIC X(08) VALUE " MINUTES".
036000     05  FILLER                      PIC X(47) VALUE SPACES.
036100
036200 01  WS-SECTION-HEADING              PIC X(132).
036300
036400 01  WS-COUNT-HEADING.
036500     05  FILLER                      PIC X(10) VALUE "RESOURCE".
036600     05  FILLER                      PIC X(10) VALUE "DATE".
036700     05  FILLER                      PIC X(07) VALUE "HOUR".
036800     05  FILLER                      PIC X(11) VALUE " EVENT ID".
036900     05  FILLER                      PIC X(11) VALUE "    LEVEL".
037000     05  FILLER                      PIC X(09) VALUE "    COUNT".
037100     05  FILLER                      PIC X(74) VALUE SPACES.
037200
037300 01  WS-COUNT-LINE.
037400     05  WS-KL-RESOURCE              PIC X(08).
037500     05  FILLER                      PIC X(02) VALUE SPACES.
037600     05  WS-KL-DATE                  PIC X(08).
037700     05  FILLER                      PIC X(02) VALUE SPACES.
037800     05  WS-KL-HOUR                  PIC X(02).
037900     05  WS-KL-HOUR-SFX              PIC X(03).
038000     05  FILLER                      PIC X(02) VALUE SPACES.
038100     05  WS-KL-EVENT                 PIC Z(08)9.
038200     05  FILLER                      PIC X(02) VALUE SPACES.
038300     05  WS-KL-LEVEL                 PIC Z(08)9.
038400     05  FILLER                      PIC X(02) VALUE SPACES.
038500     05  WS-KL-EVENTS                PIC Z(08)9.
038600     05  FILLER                      PIC X(74) VALUE SPACES.
038700
038800 01  WS-PREV-RESOURCE                PIC X(08).
038900 01  WS-PREV-HOUR                    PIC X(10).
039000
039100 01  WS-EVENT-HEADING.
039200     05  FILLER                      PIC X(11) VALUE " EVENT ID".
039300     05  FILLER                      PIC X(11) VALUE "    COUNT".
039400     05  FILLER                      PIC X(17) VALUE "FIRST SEEN".
039500     05  FILLER                      PIC X(10) VALUE "RESOURCE".
039600     05  FILLER                      PIC X(17) VALUE "LAST SEEN".
039700     05  FILLER                      PIC X(08) VALUE "RESOURCE".
039800     05  FILLER                      PIC X(58) VALUE SPACES.
039900
040000 01  WS-EVENT-LINE.
040100     05  WS-EL-EVENT                 PIC Z(08)9.
040200     05  FILLER                      PIC X(02) VALUE SPACES.
040300     05  WS-EL-EVENTS                PIC Z(08)9.
040400     05  FILLER                      PIC X(02) VALUE SPACES.
040500     05  WS-EL-FIRST                 PIC X(15).
040600     05  FILLER                      PIC X(02) VALUE SPACES.
040700     05  WS-EL-FIRST-RESOURCE        PIC X(08).
040800     05  FILLER                      PIC X(02) VALUE SPACES.
040900     05  WS-EL-LAST                  PIC X(15).
041000     05  FILLER                      PIC X(02) VALUE SPACES.
041100     05  WS-EL-LAST-RESOURCE         PIC X(08).
041200     05  FILLER                      PIC X(58) VALUE SPACES.
041300
041400 01  WS-BURST-HEADING.
041500     05  FILLER                      PIC X(10) VALUE "RESOURCE".
041600     05  FILLER                      PIC X(17) VALUE "BURST FROM".
041700     05  FILLER                      PIC X(17) VALUE "BURST TO".
041800     05  FILLER                      PIC X(11) VALUE "   EVENTS".
041900     05  FILLER                      PIC X(16) VALUE "XAALERT".
042000     05  FILLER                      PIC X(61) VALUE SPACES.
042100
042200 01  WS-BURST-LINE.
042300     05  WS-BL-RESOURCE              PIC X(08).
042400     05  FILLER                      PIC X(02) VALUE SPACES.
042500     05  WS-BL-FROM                  PIC X(15).
042600     05  FILLER                      PIC X(02) VALUE SPACES.
042700     05  WS-BL-TO                    PIC X(15).
042800     05  FILLER                      PIC X(02) VALUE SPACES.
042900     05  WS-BL-EVENTS                PIC Z(08)9.
043000     05  FILLER                      PIC X(02) VALUE SPACES.
043100     05  WS-BL-ALERT                 PIC X(16).
043200     05  FILLER                      PIC X(61) VALUE SPACES.
043300
043400 01  WS-SUMMARY-LINE.
043500     05  WS-SL-LABEL                 PIC X(28).
043600     05  WS-SL-COUNT                 PIC Z(08)9.
043700     05  FILLER                      PIC X(95) VALUE SPACES.
043800
043900 01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.
044000
044100******************************************************************
044200*    EXTRACT LISTING LAYOUTS.  A DESCRIPTION TOO LONG FOR THE
044300*    EVENT LINE CARRIES ON, UNDER ITSELF, ON A SECOND LINE.
044400******************************************************************
044500 01  WS-LIST-HEADING-1.
044600     05  FILLER                      PIC X(43) VALUE
044700         "XATFANL -- TRACE FEED EXTRACT FOR RESOURCE ".
044800     05  WS-LH1-RESOURCE             PIC X(08).
044900     05  FILLER                      PIC X(07) VALUE "  FROM ".
045000     05  WS-LH1-FROM                 PIC X(15).
045100     05  FILLER                      PIC X(05) VALUE "  TO ".
045200     05  WS-LH1-TO                   PIC X(15).
045300     05  FILLER                      PIC X(39) VALUE SPACES.
045400
045500 01  WS-LIST-HEADING-2.
045600     05  FILLER                      PIC X(21) VALUE
045700         "DATE       TIME".
045800     05  FILLER                      PIC X(11) VALUE " EVENT ID".
045900     05  FILLER                      PIC X(10) VALUE "    LEVEL".
046000     05  FILLER                      PIC X(09) VALUE SPACES.
046100     05  FILLER                      PIC X(11) VALUE
046200         "DESCRIPTION".
046300     05  FILLER                      PIC X(70) VALUE SPACES.
046400
046500 01  WS-LIST-LINE.
046600     05  WS-LL-DATE.
046700         10  WS-LL-YEAR              PIC X(04).
046800         10  FILLER                  PIC X(01) VALUE "-".
046900         10  WS-LL-MONTH             PIC X(02).
047000         10  FILLER                  PIC X(01) VALUE "-".
047100         10  WS-LL-DAY               PIC X(02).
047200     05  FILLER                      PIC X(01) VALUE SPACES.
047300     05  WS-LL-TIME.
047400         10  WS-LL-HOUR              PIC X(02).
047500         10  FILLER                  PIC X(01) VALUE ":".
047600         10  WS-LL-MINUTE            PIC X(02).
047700         10  FILLER                  PIC X(01) VALUE ":".
047800         10  WS-LL-SECOND            PIC X(02).
047900     05  FILLER                      PIC X(02) VALUE SPACES.
048000     05  WS-LL-EVENT                 PIC Z(08)9.
048100     05  FILLER                      PIC X(02) VALUE SPACES.
048200     05  WS-LL-LEVEL                 PIC Z(08)9.
048300     05  FILLER                      PIC X(01) VALUE SPACES.
048400     05  WS-LL-LEVEL-NAME            PIC X(07).
048500     05  FILLER                      PIC X(02) VALUE SPACES.
048600     05  WS-LL-DESC                  PIC X(81).
048700
048800 01  WS-LIST-CONTINUATION.
048900     05  FILLER                      PIC X(51) VALUE SPACES.
049000     05  WS-LC-DESC                  PIC X(81).
049100
049200 PROCEDURE DIVISION.
049300******************************************************************
049400 0000-MAINLINE.
049500******************************************************************
049600     MOVE "XATFANL" TO WS-RUNCTL-JOB.
049700     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
049800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
049900     IF NOT WS-NO-FEED-FILE
050000         PERFORM 2000-PROCESS-FEED-LINE THRU 2000-EXIT
050100             UNTIL WS-END-OF-FILE
050200     END-IF.
050300     PERFORM 3000-REPORT-COUNTS THRU 3000-EXIT.
050400     PERFORM 3500-REPORT-EVENTS THRU 3500-EXIT.
050500     PERFORM 4000-REPORT-BURSTS THRU 4000-EXIT.
050600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
050700     IF WS-BURSTS-FOUND > ZERO
050800         MOVE 4 TO RETURN-CODE
050900     END-IF.
051000     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
051100     GOBACK.
051200
051300******************************************************************
051400*    1000-INITIALIZE -- READ THE ANALYSIS CARD, OPEN THE REPORT
051500*    AND THE EXTRACT LISTING, THEN THE FEED.  A MISSING FEED (NO
051600*    REGION HAS RUN WITH ESXATRACEFEED SET) IS NOT AN ERROR --
051700*    THE REPORT IS SIMPLY EMPTY.
051800******************************************************************
051900 1000-INITIALIZE.
052000     MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE-TIME.
052100
052200     PERFORM 1100-GET-PARMS THRU 1100-EXIT.
052300     COMPUTE WS-WINDOW-SECONDS = WS-BURST-MINUTES * 60.
052400
052500     OPEN OUTPUT XATFRPT.
052600     IF NOT WS-XATFRPT-OK
052700         DISPLAY "XATFANL: UNABLE TO OPEN XATFRPT, STATUS="
052800             WS-XATFRPT-STATUS UPON CONS
052900     END-IF.
053000     MOVE WS-TODAY-DATE TO WS-RH1-DATE.
053100     WRITE XATFRPT-LINE FROM WS-REPORT-HEADING-1.
053200     MOVE WS-BURST-LIMIT TO WS-RH2-LIMIT.
053300     MOVE WS-ERROR-LEVEL TO WS-RH2-LEVEL.
053400     MOVE WS-BURST-MINUTES TO WS-RH2-MINUTES.
053500     WRITE XATFRPT-LINE FROM WS-REPORT-HEADING-2.
053600
053700     PERFORM 1200-OPEN-LISTING THRU 1200-EXIT.
053800
053900     OPEN INPUT XATFEED.
054000     IF WS-XATFEED-NOT-FOUND
054100         MOVE "Y" TO WS-NO-FILE-SWITCH
054200         GO TO 1000-EXIT
054300     END-IF.
054400     IF NOT WS-XATFEED-OK
054500         DISPLAY "XATFANL: UNABLE TO OPEN XATFEED, STATUS="
054600             WS-XATFEED-STATUS UPON CONS
054700         MOVE "Y" TO WS-NO-FILE-SWITCH
054800         GO TO 1000-EXIT
054900     END-IF.
055000     PERFORM 2100-READ-FEED THRU 2100-EXIT.
055100 1000-EXIT.
055200     EXIT.
055300
055400******************************************************************
055500*    1100-GET-PARMS -- FIRST NON-COMMENT XATFPRM CARD.  A BLANK OR
055600*    NON-NUMERIC FIELD KEEPS ITS DEFAULT; THE BURST COUNT IS HELD
055700*    TO 1-50 EVENTS AND THE WINDOW TO AT LEAST A MINUTE.
055800******************************************************************
055900 1100-GET-PARMS.
056000     OPEN INPUT XATFPRM.
056100     IF WS-XATFPRM-NOT-FOUND
056200         GO TO 1100-EXIT
056300     END-IF.
056400     IF NOT WS-XATFPRM-OK
056500         DISPLAY "XATFANL: UNABLE TO OPEN XATFPRM, STATUS="
056600             WS-XATFPRM-STATUS UPON CONS
056700         GO TO 1100-EXIT
056800     END-IF.
056900 1100-READ.
057000     READ XATFPRM
057100         AT END
057200             CLOSE XATFPRM
057300             GO TO 1100-EXIT
057400     END-READ.
057500     IF XATFPRM-CARD(1:1) = "*"
057600         GO TO 1100-READ
057700     END-IF.
057800     IF XATFPRM-BURST-COUNT IS NUMERIC
057900     AND XATFPRM-BURST-COUNT-N > ZERO
058000     AND XATFPRM-BURST-COUNT-N NOT > WS-RING-MAX
058100         MOVE XATFPRM-BURST-COUNT-N TO WS-BURST-LIMIT
058200     END-IF.
058300     IF XATFPRM-BURST-MINUTES IS NUMERIC
058400     AND XATFPRM-BURST-MINUTES-N > ZERO
058500         MOVE XATFPRM-BURST-MINUTES-N TO WS-BURST-MINUTES
058600     END-IF.
058700     IF XATFPRM-ERROR-LEVEL IS NUMERIC
058800         MOVE XATFPRM-ERROR-LEVEL-N TO WS-ERROR-LEVEL
058900     END-IF.
059000     PERFORM 1150-GET-EXTRACT-RANGE THRU 1150-EXIT.
059100     CLOSE XATFPRM.
059200 1100-EXIT.
059300     EXIT.
059400
059500******************************************************************
059600*    1150-GET-EXTRACT-RANGE -- A RESOURCE NAME ASKS FOR AN
059700*    EXTRACT.  A DATE WITH NO TIME COVERS THE WHOLE OF THAT DAY;
059800*    A RANGE THAT DOES NOT READ AS A STAMP IS IGNORED, LEAVING
059900*    THAT END OF THE RANGE OPEN.
060000******************************************************************
060100 1150-GET-EXTRACT-RANGE.
060200     IF XATFPRM-EXT-RESOURCE = SPACES
060300         GO TO 1150-EXIT
060400     END-IF.
060500     MOVE XATFPRM-EXT-RESOURCE TO WS-EXTRACT-RESOURCE.
060600
060700     IF XATFPRM-EXT-FROM IS NUMERIC
060800         MOVE XATFPRM-EXT-FROM TO WS-EXTRACT-FROM
060900     ELSE
061000         IF XATFPRM-EXT-FROM(1:8) IS NUMERIC
061100         AND XATFPRM-EXT-FROM(9:6) = SPACES
061200             MOVE XATFPRM-EXT-FROM(1:8) TO WS-EXTRACT-FROM(1:8)
061300             MOVE "000000" TO WS-EXTRACT-FROM(9:6)
061400         ELSE
061500             IF XATFPRM-EXT-FROM NOT = SPACES
061600                 DISPLAY "XATFANL: EXTRACT FROM STAMP IGNORED: "
061700                     XATFPRM-EXT-FROM UPON CONS
061800             END-IF
061900         END-IF
062000     END-IF.
062100
062200     IF XATFPRM-EXT-TO IS NUMERIC
062300         MOVE XATFPRM-EXT-TO TO WS-EXTRACT-TO
062400     ELSE
062500         IF XATFPRM-EXT-TO(1:8) IS NUMERIC
062600         AND XATFPRM-EXT-TO(9:6) = SPACES
062700             MOVE XATFPRM-EXT-TO(1:8) TO WS-EXTRACT-TO(1:8)
062800             MOVE "235959" TO WS-EXTRACT-TO(9:6)
062900         ELSE
063000             IF XATFPRM-EXT-TO NOT = SPACES
063100                 DISPLAY "XATFANL: EXTRACT TO STAMP IGNORED: "
063200                     XATFPRM-EXT-TO UPON CONS
063300             END-IF
063400         END-IF
063500     END-IF.
063600 1150-EXIT.
063700     EXIT.
063800
063900******************************************************************
064000*    1200-OPEN-LISTING -- THE EXTRACT LISTING IS ALWAYS WRITTEN,
064100*    SO THE STEP'S OUTPUT READS THE SAME WHETHER OR NOT AN
064200*    EXTRACT WAS ASKED FOR.
064300******************************************************************
064400 1200-OPEN-LISTING.
064500     OPEN OUTPUT XATFLST.
064600     IF NOT WS-XATFLST-OK
064700         DISPLAY "XATFANL: UNABLE TO OPEN XATFLST, STATUS="
064800             WS-XATFLST-STATUS UPON CONS
064900         GO TO 1200-EXIT
065000     END-IF.
065100     IF WS-EXTRACT-RESOURCE = SPACES
065200         MOVE "XATFANL -- NO EXTRACT REQUESTED ON XATFPRM"
065300             TO WS-SECTION-HEADING
065400         WRITE XATFLST-LINE FROM WS-SECTION-HEADING
065500         GO TO 1200-EXIT
065600     END-IF.
065700     MOVE WS-EXTRACT-RESOURCE TO WS-LH1-RESOURCE.
065800     MOVE WS-EXTRACT-FROM TO WS-STAMP-IN.
065900     PERFORM 8900-EDIT-STAMP THRU 8900-EXIT.
066000     MOVE WS-STAMP-EDIT TO WS-LH1-FROM.
066100     MOVE WS-EXTRACT-TO TO WS-STAMP-IN.
066200     PERFORM 8900-EDIT-STAMP THRU 8900-EXIT.
066300     MOVE WS-STAMP-EDIT TO WS-LH1-TO.
066400     WRITE XATFLST-LINE FROM WS-LIST-HEADING-1.
066500     WRITE XATFLST-LINE FROM WS-BLANK-LINE.
066600     WRITE XATFLST-LINE FROM WS-LIST-HEADING-2.
066700 1200-EXIT.
066800     EXIT.
066900
067000******************************************************************
067100*    2000-PROCESS-FEED-LINE -- ONE FEED LINE.  A LINE THAT DOES
067200*    NOT PARSE IS COUNTED AND SKIPPED; OTHERWISE THE EVENT IS
067300*    TALLIED, CHECKED FOR A BURST IF IT IS AT ERROR LEVEL, AND
067400*    LISTED IF IT FALLS INSIDE THE EXTRACT.
067500******************************************************************
067600 2000-PROCESS-FEED-LINE.
067700     IF XATFEED-LINE = SPACES
067800         GO TO 2000-NEXT
067900     END-IF.
068000     ADD 1 TO WS-LINES-READ.
068100     PERFORM 2200-PARSE-LINE THRU 2200-EXIT.
068200     IF WS-LINE-OK-SW = 0
068300         ADD 1 TO WS-LINES-REJECTED
068400         GO TO 2000-NEXT
068500     END-IF.
068600
068700     PERFORM 2300-TALLY-COUNT THRU 2300-EXIT.
068800     PERFORM 2400-TALLY-EVENT THRU 2400-EXIT.
068900     IF WS-CT-IX = ZERO
069000     OR WS-EV-IX = ZERO
069100         ADD 1 TO WS-EVENTS-UNTALLIED
069200     END-IF.
069300
069400     IF WS-FD-LEVEL-N NOT < WS-ERROR-LEVEL
069500         ADD 1 TO WS-ERROR-EVENTS
069600         PERFORM 2500-FIND-RESOURCE THRU 2500-EXIT
069700         IF WS-RS-IX > ZERO
069800             PERFORM 2600-CHECK-BURST THRU 2600-EXIT
069900         END-IF
070000     END-IF.
070100
070200     IF WS-EXTRACT-RESOURCE NOT = SPACES
070300     AND WS-FD-RESOURCE = WS-EXTRACT-RESOURCE
070400     AND WS-LN-STAMP NOT < WS-EXTRACT-FROM
070500     AND WS-LN-STAMP NOT > WS-EXTRACT-TO
070600         PERFORM 2700-LIST-EVENT THRU 2700-EXIT
070700     END-IF.
070800 2000-NEXT.
070900     PERFORM 2100-READ-FEED THRU 2100-EXIT.
071000 2000-EXIT.
071100     EXIT.
071200
071300 2100-READ-FEED.
071400     READ XATFEED
071500         AT END
071600             MOVE "Y" TO WS-EOF-SWITCH
071700     END-READ.
071800 2100-EXIT.
071900     EXIT.
072000
072100******************************************************************
072200*    2200-PARSE-LINE -- SPLIT THE STAMP, RESOURCE, EVENT ID AND
072300*    LEVEL OFF THE FRONT OF THE LINE; WHATEVER FOLLOWS THE FOURTH
072400*    "|" IS THE DESCRIPTION, "|" AND ALL.  THE STAMP IS CHECKED
072500*    CLOSELY ENOUGH TO BE TURNED INTO SECONDS FOR THE BURST
072600*    WINDOW.
072700******************************************************************
072800 2200-PARSE-LINE.
072900     MOVE 0 TO WS-LINE-OK-SW.
073000     MOVE SPACES TO WS-FEED-FIELDS.
073100     MOVE 1 TO WS-FD-PTR.
073200     MOVE 0 TO WS-FD-FIELDS.
073300     UNSTRING XATFEED-LINE DELIMITED BY "|"
073400         INTO WS-FD-STAMP
073500              WS-FD-RESOURCE
073600              WS-FD-EVENT-TEXT
073700              WS-FD-LEVEL-TEXT
073800         WITH POINTER WS-FD-PTR
073900         TALLYING IN WS-FD-FIELDS
074000     END-UNSTRING.
074100     IF WS-FD-FIELDS < 4
074200     OR WS-FD-RESOURCE = SPACES
074300     OR WS-FD-SEPARATOR NOT = "T"
074400     OR WS-FD-DATE IS NOT NUMERIC
074500     OR WS-FD-TIME IS NOT NUMERIC
074600         GO TO 2200-EXIT
074700     END-IF.
074800     IF WS-FD-YEAR < "1601"
074900     OR WS-FD-MONTH < "01" OR WS-FD-MONTH > "12"
075000     OR WS-FD-DAY < "01" OR WS-FD-DAY > "31"
075100     OR WS-FD-HOUR > "23"
075200     OR WS-FD-MINUTE > "59"
075300     OR WS-FD-SECOND > "59"
075400         GO TO 2200-EXIT
075500     END-IF.
075600     INSPECT WS-FD-EVENT-TEXT REPLACING LEADING SPACE BY ZERO.
075700     INSPECT WS-FD-LEVEL-TEXT REPLACING LEADING SPACE BY ZERO.
075800     IF WS-FD-EVENT-TEXT IS NOT NUMERIC
075900     OR WS-FD-LEVEL-TEXT IS NOT NUMERIC
076000         GO TO 2200-EXIT
076100     END-IF.
076200     IF WS-FD-PTR NOT > 256
076300         MOVE XATFEED-LINE(WS-FD-PTR:) TO WS-FD-DESC
076400     END-IF.
076500
076600     MOVE WS-FD-DATE TO WS-LN-DATE.
076700     MOVE WS-FD-TIME TO WS-LN-TIME.
076800     COMPUTE WS-LN-SECONDS =
076900         FUNCTION INTEGER-OF-DATE(WS-FD-DATE-N) * 86400
077000         + WS-FD-HOUR-N * 3600
077100         + WS-FD-MINUTE-N * 60
077200         + WS-FD-SECOND-N.
077300     MOVE 1 TO WS-LINE-OK-SW.
077400 2200-EXIT.
077500     EXIT.
077600
077700******************************************************************
077800*    2300-TALLY-COUNT -- COUNT THE EVENT UNDER ITS RESOURCE, HOUR,
077900*    EVENT ID AND LEVEL, ADDING THE ENTRY IN KEY ORDER IF NEW.
078000*    CONSECUTIVE LINES OFTEN SHARE A KEY, SO THE LAST ENTRY HIT
078100*    IS TRIED BEFORE THE TABLE IS SCANNED.  WS-CT-IX IS ZERO WHEN
078200*    THE TABLE IS FULL.  2400/2500 DO THE SAME FOR THE EVENT ID
078300*    AND RESOURCE TABLES.
078400******************************************************************
078500 2300-TALLY-COUNT.
078600     MOVE WS-FD-RESOURCE TO WS-NEW-CT-RESOURCE.
078700     MOVE WS-LN-STAMP(1:10) TO WS-NEW-CT-HOUR.
078800     MOVE WS-FD-EVENT-N TO WS-NEW-CT-EVENT.
078900     MOVE WS-FD-LEVEL-N TO WS-NEW-CT-LEVEL.
079000     IF WS-CT-IX > ZERO
079100         IF WS-CT-KEY(WS-CT-IX) = WS-NEW-CT-KEY
079200             ADD 1 TO WS-CT-EVENTS(WS-CT-IX)
079300             GO TO 2300-EXIT
079400         END-IF
079500     END-IF.
079600     MOVE 0 TO WS-FOUND-SW.
079700     MOVE 0 TO WS-INS-SUB.
079800     PERFORM 2310-SCAN-COUNT THRU 2310-EXIT
079900         VARYING WS-CT-SUB FROM 1 BY 1
080000         UNTIL WS-CT-SUB > WS-CT-COUNT
080100            OR WS-INS-SUB > ZERO.
080200     IF WS-FOUND-SW = 1
080300         MOVE WS-INS-SUB TO WS-CT-IX
080400         ADD 1 TO WS-CT-EVENTS(WS-CT-IX)
080500         GO TO 2300-EXIT
080600     END-IF.
080700     IF WS-CT-COUNT NOT < WS-CT-MAX
080800         MOVE 0 TO WS-CT-IX
080900         GO TO 2300-EXIT
081000     END-IF.
081100     IF WS-INS-SUB = ZERO
081200         COMPUTE WS-INS-SUB = WS-CT-COUNT + 1
081300     END-IF.
081400     PERFORM 2320-SHIFT-COUNT THRU 2320-EXIT
081500         VARYING WS-SHIFT-SUB FROM WS-CT-COUNT BY -1
081600         UNTIL WS-SHIFT-SUB < WS-INS-SUB.
081700     ADD 1 TO WS-CT-COUNT.
081800     MOVE WS-INS-SUB TO WS-CT-IX.
081900     MOVE WS-NEW-CT-KEY TO WS-CT-KEY(WS-CT-IX).
082000     MOVE 1 TO WS-CT-EVENTS(WS-CT-IX).
082100 2300-EXIT.
082200     EXIT.
082300
082400 2310-SCAN-COUNT.
082500     IF WS-CT-KEY(WS-CT-SUB) = WS-NEW-CT-KEY
082600         MOVE 1 TO WS-FOUND-SW
082700         MOVE WS-CT-SUB TO WS-INS-SUB
082800     ELSE
082900         IF WS-CT-KEY(WS-CT-SUB) > WS-NEW-CT-KEY
083000             MOVE WS-CT-SUB TO WS-INS-SUB
083100         END-IF
083200     END-IF.
083300 2310-EXIT.
083400     EXIT.
083500
083600 2320-SHIFT-COUNT.
083700     MOVE WS-CT-ENTRY(WS-SHIFT-SUB)
083800         TO WS-CT-ENTRY(WS-SHIFT-SUB + 1).
083900 2320-EXIT.
084000     EXIT.
084100
084200******************************************************************
084300*    2400-TALLY-EVENT -- FIRST AND LAST OCCURRENCE OF THE EVENT
084400*    ID.  THE STAMPS ARE COMPARED RATHER THAN TAKEN IN LINE ORDER,
084500*    SO A FEED CONCATENATED OUT OF ORDER STILL REPORTS TRUE FIRST
084600*    AND LAST.
084700******************************************************************
084800 2400-TALLY-EVENT.
084900     MOVE 0 TO WS-FOUND-SW.
085000     MOVE 0 TO WS-INS-SUB.
085100     PERFORM 2410-SCAN-EVENT THRU 2410-EXIT
085200         VARYING WS-EV-SUB FROM 1 BY 1
085300         UNTIL WS-EV-SUB > WS-EV-COUNT
085400            OR WS-INS-SUB > ZERO.
085500     IF WS-FOUND-SW = 1
085600         MOVE WS-INS-SUB TO WS-EV-IX
085700         ADD 1 TO WS-EV-EVENTS(WS-EV-IX)
085800         IF WS-LN-STAMP < WS-EV-FIRST-STAMP(WS-EV-IX)
085900             MOVE WS-LN-STAMP TO WS-EV-FIRST-STAMP(WS-EV-IX)
086000             MOVE WS-FD-RESOURCE TO WS-EV-FIRST-RESOURCE(WS-EV-IX)
086100         END-IF
086200         IF WS-LN-STAMP NOT < WS-EV-LAST-STAMP(WS-EV-IX)
086300             MOVE WS-LN-STAMP TO WS-EV-LAST-STAMP(WS-EV-IX)
086400             MOVE WS-FD-RESOURCE TO WS-EV-LAST-RESOURCE(WS-EV-IX)
086500         END-IF
086600         GO TO 2400-EXIT
086700     END-IF.
086800     IF WS-EV-COUNT NOT < WS-EV-MAX
086900         MOVE 0 TO WS-EV-IX
087000         GO TO 2400-EXIT
087100     END-IF.
087200     IF WS-INS-SUB = ZERO
087300         COMPUTE WS-INS-SUB = WS-EV-COUNT + 1
087400     END-IF.
087500     PERFORM 2420-SHIFT-EVENT THRU 2420-EXIT
087600         VARYING WS-SHIFT-SUB FROM WS-EV-COUNT BY -1
087700         UNTIL WS-SHIFT-SUB < WS-INS-SUB.
087800     ADD 1 TO WS-EV-COUNT.
087900     MOVE WS-INS-SUB TO WS-EV-IX.
088000     MOVE WS-FD-EVENT-N TO WS-EV-EVENT(WS-EV-IX).
088100     MOVE 1 TO WS-EV-EVENTS(WS-EV-IX).
088200     MOVE WS-LN-STAMP TO WS-EV-FIRST-STAMP(WS-EV-IX)
088300                         WS-EV-LAST-STAMP(WS-EV-IX).
088400     MOVE WS-FD-RESOURCE TO WS-EV-FIRST-RESOURCE(WS-EV-IX)
088500                            WS-EV-LAST-RESOURCE(WS-EV-IX).
088600 2400-EXIT.
088700     EXIT.
088800
088900 2410-SCAN-EVENT.
089000     IF WS-EV-EVENT(WS-EV-SUB) = WS-FD-EVENT-N
089100         MOVE 1 TO WS-FOUND-SW
089200         MOVE WS-EV-SUB TO WS-INS-SUB
089300     ELSE
089400         IF WS-EV-EVENT(WS-EV-SUB) > WS-FD-EVENT-N
089500             MOVE WS-EV-SUB TO WS-INS-SUB
089600         END-IF
089700     END-IF.
089800 2410-EXIT.
089900     EXIT.
090000
090100 2420-SHIFT-EVENT.
090200     MOVE WS-EV-ENTRY(WS-SHIFT-SUB)
090300         TO WS-EV-ENTRY(WS-SHIFT-SUB + 1).
090400 2420-EXIT.
090500     EXIT.
090600
090700 2500-FIND-RESOURCE.
090800     MOVE 0 TO WS-FOUND-SW.
090900     MOVE 0 TO WS-INS-SUB.
091000     PERFORM 2510-SCAN-RESOURCE THRU 2510-EXIT
091100         VARYING WS-RS-SUB FROM 1 BY 1
091200         UNTIL WS-RS-SUB > WS-RS-COUNT
091300            OR WS-INS-SUB > ZERO.
091400     IF WS-FOUND-SW = 1
091500         MOVE WS-INS-SUB TO WS-RS-IX
091600         GO TO 2500-EXIT
091700     END-IF.
091800     IF WS-RS-COUNT NOT < WS-RS-MAX
091900         DISPLAY "XATFANL: RESOURCE TABLE FULL - "
092000             WS-FD-RESOURCE " NOT CHECKED FOR BURSTS" UPON CONS
092100         MOVE 0 TO WS-RS-IX
092200         GO TO 2500-EXIT
092300     END-IF.
092400     IF WS-INS-SUB = ZERO
092500         COMPUTE WS-INS-SUB = WS-RS-COUNT + 1
092600     END-IF.
092700     PERFORM 2520-SHIFT-RESOURCE THRU 2520-EXIT
092800         VARYING WS-SHIFT-SUB FROM WS-RS-COUNT BY -1
092900         UNTIL WS-SHIFT-SUB < WS-INS-SUB.
093000     ADD 1 TO WS-RS-COUNT.
093100     MOVE WS-INS-SUB TO WS-RS-IX.
093200     MOVE WS-FD-RESOURCE TO WS-RS-RESOURCE(WS-RS-IX).
093300     MOVE ZERO TO WS-RS-RING-USED(WS-RS-IX).
093400     MOVE 1 TO WS-RS-RING-NEXT(WS-RS-IX).
093500     MOVE "N" TO WS-RS-BURST-SW(WS-RS-IX).
093600     MOVE SPACES TO WS-RS-BURST-START(WS-RS-IX)
093700                    WS-RS-BURST-END(WS-RS-IX).
093800     MOVE ZERO TO WS-RS-BURST-EVENTS(WS-RS-IX).
093900 2500-EXIT.
094000     EXIT.
094100
094200 2510-SCAN-RESOURCE.
094300     IF WS-RS-RESOURCE(WS-RS-SUB) = WS-FD-RESOURCE
094400         MOVE 1 TO WS-FOUND-SW
094500         MOVE WS-RS-SUB TO WS-INS-SUB
094600     ELSE
094700         IF WS-RS-RESOURCE(WS-RS-SUB) > WS-FD-RESOURCE
094800             MOVE WS-RS-SUB TO WS-INS-SUB
094900         END-IF
095000     END-IF.
095100 2510-EXIT.
095200     EXIT.
095300
095400 2520-SHIFT-RESOURCE.
095500     MOVE WS-RS-ENTRY(WS-SHIFT-SUB)
095600         TO WS-RS-ENTRY(WS-SHIFT-SUB + 1).
095700 2520-EXIT.
095800     EXIT.
095900
096000******************************************************************
096100*    2600-CHECK-BURST -- THE RESOURCE'S RING HOLDS ITS LAST
096200*    WS-BURST-LIMIT ERROR EVENTS; WS-RS-RING-NEXT IS THE OLDEST
096300*    ONCE THE RING IS FULL.  IF THIS EVENT IS WITHIN THE WINDOW
096400*    OF THAT OLDEST ONE, MORE THAN WS-BURST-LIMIT ERRORS HAVE
096500*    FALLEN INSIDE ONE WINDOW: A BURST STARTS, OR THE ONE IN
096600*    PROGRESS GROWS.  AN ERROR THAT DOES NOT QUALIFY ENDS ANY
096700*    BURST IN PROGRESS.  THE EVENT THEN REPLACES THE OLDEST.
096800******************************************************************
096900 2600-CHECK-BURST.
097000     MOVE 0 TO WS-QUALIFY-SW.
097100     IF WS-RS-RING-USED(WS-RS-IX) NOT < WS-BURST-LIMIT
097200         MOVE WS-RS-RING-NEXT(WS-RS-IX) TO WS-RING-SUB
097300         COMPUTE WS-SPAN-SECONDS = WS-LN-SECONDS
097400             - WS-RS-RING-SECONDS(WS-RS-IX, WS-RING-SUB)
097500         IF WS-SPAN-SECONDS NOT > WS-WINDOW-SECONDS
097600             MOVE 1 TO WS-QUALIFY-SW
097700         END-IF
097800     END-IF.
097900
098000     IF WS-QUALIFY-SW = 1
098100         IF WS-RS-IN-BURST(WS-RS-IX)
098200             ADD 1 TO WS-RS-BURST-EVENTS(WS-RS-IX)
098300             MOVE WS-LN-STAMP TO WS-RS-BURST-END(WS-RS-IX)
098400         ELSE
098500             MOVE "Y" TO WS-RS-BURST-SW(WS-RS-IX)
098600             MOVE WS-RS-RING-STAMP(WS-RS-IX, WS-RING-SUB)
098700                 TO WS-RS-BURST-START(WS-RS-IX)
098800             MOVE WS-LN-STAMP TO WS-RS-BURST-END(WS-RS-IX)
098900             COMPUTE WS-RS-BURST-EVENTS(WS-RS-IX) =
099000                 WS-BURST-LIMIT + 1
099100         END-IF
099200     ELSE
099300         IF WS-RS-IN-BURST(WS-RS-IX)
099400             PERFORM 2650-END-BURST THRU 2650-EXIT
099500         END-IF
099600     END-IF.
099700
099800     MOVE WS-RS-RING-NEXT(WS-RS-IX) TO WS-RING-SUB.
099900     MOVE WS-LN-SECONDS
100000         TO WS-RS-RING-SECONDS(WS-RS-IX, WS-RING-SUB).
100100     MOVE WS-LN-STAMP TO WS-RS-RING-STAMP(WS-RS-IX, WS-RING-SUB).
100200     ADD 1 TO WS-RS-RING-NEXT(WS-RS-IX).
100300     IF WS-RS-RING-NEXT(WS-RS-IX) > WS-BURST-LIMIT
100400         MOVE 1 TO WS-RS-RING-NEXT(WS-RS-IX)
100500     END-IF.
100600     IF WS-RS-RING-USED(WS-RS-IX) < WS-BURST-LIMIT
100700         ADD 1 TO WS-RS-RING-USED(WS-RS-IX)
100800     END-IF.
100900 2600-EXIT.
101000     EXIT.
101100
101200******************************************************************
101300*    2650-END-BURST -- MOVE THE RESOURCE'S FINISHED BURST TO THE
101400*    BURST LIST.  ALSO USED AT END OF FEED FOR BURSTS STILL OPEN.
101500******************************************************************
101600 2650-END-BURST.
101700     MOVE "N" TO WS-RS-BURST-SW(WS-RS-IX).
101800     ADD 1 TO WS-BURSTS-FOUND.
101900     IF WS-BT-COUNT NOT < WS-BT-MAX
102000         ADD 1 TO WS-BURSTS-UNLISTED
102100         DISPLAY "XATFANL: BURST TABLE FULL - BURST ON "
102200             WS-RS-RESOURCE(WS-RS-IX) " NOT LISTED" UPON CONS
102300         GO TO 2650-EXIT
102400     END-IF.
102500     ADD 1 TO WS-BT-COUNT.
102600     MOVE WS-RS-RESOURCE(WS-RS-IX) TO WS-BT-RESOURCE(WS-BT-COUNT).
102700     MOVE WS-RS-BURST-START(WS-RS-IX) TO WS-BT-START(WS-BT-COUNT).
102800     MOVE WS-RS-BURST-END(WS-RS-IX) TO WS-BT-END(WS-BT-COUNT).
102900     MOVE WS-RS-BURST-EVENTS(WS-RS-IX)
103000         TO WS-BT-EVENTS(WS-BT-COUNT).
103100 2650-EXIT.
103200     EXIT.
103300
103400******************************************************************
103500*    2700-LIST-EVENT -- ONE EVENT TO THE EXTRACT LISTING.
103600******************************************************************
103700 2700-LIST-EVENT.
103800     ADD 1 TO WS-LISTED-COUNT.
103900     MOVE WS-FD-YEAR TO WS-LL-YEAR.
104000     MOVE WS-FD-MONTH TO WS-LL-MONTH.
104100     MOVE WS-FD-DAY TO WS-LL-DAY.
104200     MOVE WS-FD-HOUR TO WS-LL-HOUR.
104300     MOVE WS-FD-MINUTE TO WS-LL-MINUTE.
104400     MOVE WS-FD-SECOND TO WS-LL-SECOND.
104500     MOVE WS-FD-EVENT-N TO WS-LL-EVENT.
104600     MOVE WS-FD-LEVEL-N TO WS-LL-LEVEL.
104700     EVALUATE WS-FD-LEVEL-N
104800         WHEN 0     MOVE "DEBUG" TO WS-LL-LEVEL-NAME
104900         WHEN 1     MOVE "INFO" TO WS-LL-LEVEL-NAME
105000         WHEN 2     MOVE "WARNING" TO WS-LL-LEVEL-NAME
105100         WHEN 3     MOVE "ERROR" TO WS-LL-LEVEL-NAME
105200         WHEN 4     MOVE "FATAL" TO WS-LL-LEVEL-NAME
105300         WHEN OTHER MOVE SPACES TO WS-LL-LEVEL-NAME
105400     END-EVALUATE.
105500     MOVE WS-FD-DESC(1:81) TO WS-LL-DESC.
105600     WRITE XATFLST-LINE FROM WS-LIST-LINE.
105700     IF WS-FD-DESC(82:59) NOT = SPACES
105800         MOVE WS-FD-DESC(82:59) TO WS-LC-DESC
105900         WRITE XATFLST-LINE FROM WS-LIST-CONTINUATION
106000     END-IF.
106100 2700-EXIT.
106200     EXIT.
106300
106400******************************************************************
106500*    3000-REPORT-COUNTS -- EVENT COUNTS GROUPED BY RESOURCE AND
106600*    HOUR; EACH RESOURCE AND HOUR IS SHOWN ONLY WHERE IT CHANGES.
106700******************************************************************
106800 3000-REPORT-COUNTS.
106900     WRITE XATFRPT-LINE FROM WS-BLANK-LINE.
107000     MOVE "EVENT COUNTS BY RESOURCE, HOUR, EVENT ID AND LEVEL"
107100         TO WS-SECTION-HEADING.
107200     WRITE XATFRPT-LINE FROM WS-SECTION-HEADING.
107300     WRITE XATFRPT-LINE FROM WS-COUNT-HEADING.
107400     IF WS-CT-COUNT = ZERO
107500         MOVE "NO TRACE EVENTS IN THE FEED" TO WS-SECTION-HEADING
107600         WRITE XATFRPT-LINE FROM WS-SECTION-HEADING
107700         GO TO 3000-EXIT
107800     END-IF.
107900     MOVE SPACES TO WS-PREV-RESOURCE.
108000     MOVE SPACES TO WS-PREV-HOUR.
108100     PERFORM 3100-REPORT-COUNT THRU 3100-EXIT
108200         VARYING WS-CT-SUB FROM 1 BY 1
108300         UNTIL WS-CT-SUB > WS-CT-COUNT.
108400 3000-EXIT.
108500     EXIT.
108600
108700 3100-REPORT-COUNT.
108800     MOVE SPACES TO WS-KL-RESOURCE WS-KL-DATE
108900                    WS-KL-HOUR WS-KL-HOUR-SFX.
109000     IF WS-CT-RESOURCE(WS-CT-SUB) NOT = WS-PREV-RESOURCE
109100         WRITE XATFRPT-LINE FROM WS-BLANK-LINE
109200         MOVE WS-CT-RESOURCE(WS-CT-SUB) TO WS-KL-RESOURCE
109300                                           WS-PREV-RESOURCE
109400         MOVE SPACES TO WS-PREV-HOUR
109500     END-IF.
109600     IF WS-CT-HOUR(WS-CT-SUB) NOT = WS-PREV-HOUR
109700         MOVE WS-CT-HOUR(WS-CT-SUB)(1:8) TO WS-KL-DATE
109800         MOVE WS-CT-HOUR(WS-CT-SUB)(9:2) TO WS-KL-HOUR
109900         MOVE ":00" TO WS-KL-HOUR-SFX
110000         MOVE WS-CT-HOUR(WS-CT-SUB) TO WS-PREV-HOUR
110100     END-IF.
110200     MOVE WS-CT-EVENT(WS-CT-SUB) TO WS-KL-EVENT.
110300     MOVE WS-CT-LEVEL(WS-CT-SUB) TO WS-KL-LEVEL.
110400     MOVE WS-CT-EVENTS(WS-CT-SUB) TO WS-KL-EVENTS.
110500     WRITE XATFRPT-LINE FROM WS-COUNT-LINE.
110600 3100-EXIT.
110700     EXIT.
110800
110900******************************************************************
111000*    3500-REPORT-EVENTS -- FIRST AND LAST OCCURRENCE PER EVENT ID.
111100******************************************************************
111200 3500-REPORT-EVENTS.
111300     WRITE XATFRPT-LINE FROM WS-BLANK-LINE.
111400     MOVE "FIRST AND LAST OCCURRENCE BY EVENT ID"
111500         TO WS-SECTION-HEADING.
111600     WRITE XATFRPT-LINE FROM WS-SECTION-HEADING.
111700     WRITE XATFRPT-LINE FROM WS-EVENT-HEADING.
111800     IF WS-EV-COUNT = ZERO
111900         MOVE "NO TRACE EVENTS IN THE FEED" TO WS-SECTION-HEADING
112000         WRITE XATFRPT-LINE FROM WS-SECTION-HEADING
112100         GO TO 3500-EXIT
112200     END-IF.
112300     PERFORM 3600-REPORT-EVENT THRU 3600-EXIT
112400         VARYING WS-EV-SUB FROM 1 BY 1
112500         UNTIL WS-EV-SUB > WS-EV-COUNT.
112600 3500-EXIT.
112700     EXIT.
112800
112900 3600-REPORT-EVENT.
113000     MOVE WS-EV-EVENT(WS-EV-SUB) TO WS-EL-EVENT.
113100     MOVE WS-EV-EVENTS(WS-EV-SUB) TO WS-EL-EVENTS.
113200     MOVE WS-EV-FIRST-STAMP(WS-EV-SUB) TO WS-STAMP-IN.
113300     PERFORM 8900-EDIT-STAMP THRU 8900-EXIT.
113400     MOVE WS-STAMP-EDIT TO WS-EL-FIRST.
113500     MOVE WS-EV-FIRST-RESOURCE(WS-EV-SUB) TO WS-EL-FIRST-RESOURCE.
113600     MOVE WS-EV-LAST-STAMP(WS-EV-SUB) TO WS-STAMP-IN.
113700     PERFORM 8900-EDIT-STAMP THRU 8900-EXIT.
113800     MOVE WS-STAMP-EDIT TO WS-EL-LAST.
113900     MOVE WS-EV-LAST-RESOURCE(WS-EV-SUB) TO WS-EL-LAST-RESOURCE.
114000     WRITE XATFRPT-LINE FROM WS-EVENT-LINE.
114100 3600-EXIT.
114200     EXIT.
114300
114400******************************************************************
114500*    4000-REPORT-BURSTS -- END ANY BURST STILL OPEN AT END OF
114600*    FEED, THEN LIST AND RAISE EVERY BURST.
114700******************************************************************
114800 4000-REPORT-BURSTS.
114900     PERFORM 4050-END-OPEN-BURST THRU 4050-EXIT
115000         VARYING WS-RS-IX FROM 1 BY 1
115100         UNTIL WS-RS-IX > WS-RS-COUNT.
115200
115300     WRITE XATFRPT-LINE FROM WS-BLANK-LINE.
115400     MOVE "ERROR BURSTS" TO WS-SECTION-HEADING.
115500     WRITE XATFRPT-LINE FROM WS-SECTION-HEADING.
115600     WRITE XATFRPT-LINE FROM WS-BURST-HEADING.
115700     IF WS-BT-COUNT = ZERO
115800         MOVE "NO ERROR BURSTS IN THE FEED" TO WS-SECTION-HEADING
115900         WRITE XATFRPT-LINE FROM WS-SECTION-HEADING
116000         GO TO 4000-EXIT
116100     END-IF.
116200
116300     OPEN I-O XAALERT.
116400     IF WS-XAALERT-NOT-FOUND
116500         OPEN OUTPUT XAALERT
116600         CLOSE XAALERT
116700         OPEN I-O XAALERT
116800     END-IF.
116900     IF WS-XAALERT-OK
117000         MOVE "Y" TO WS-ALERT-OPEN-SWITCH
117100     ELSE
117200         DISPLAY "XATFANL: UNABLE TO OPEN XAALERT, STATUS="
117300             WS-XAALERT-STATUS UPON CONS
117400     END-IF.
117500
117600     PERFORM 4100-REPORT-BURST THRU 4100-EXIT
117700         VARYING WS-BT-SUB FROM 1 BY 1
117800         UNTIL WS-BT-SUB > WS-BT-COUNT.
117900
118000     IF WS-XAALERT-IS-OPEN
118100         CLOSE XAALERT
118200     END-IF.
118300 4000-EXIT.
118400     EXIT.
118500
118600 4050-END-OPEN-BURST.
118700     IF WS-RS-IN-BURST(WS-RS-IX)
118800         PERFORM 2650-END-BURST THRU 2650-EXIT
118900     END-IF.
119000 4050-EXIT.
119100     EXIT.
119200
119300 4100-REPORT-BURST.
119400     PERFORM 8000-RAISE-BURST THRU 8000-EXIT.
119500     MOVE WS-BT-RESOURCE(WS-BT-SUB) TO WS-BL-RESOURCE.
119600     MOVE WS-BT-START(WS-BT-SUB) TO WS-STAMP-IN.
119700     PERFORM 8900-EDIT-STAMP THRU 8900-EXIT.
119800     MOVE WS-STAMP-EDIT TO WS-BL-FROM.
119900     MOVE WS-BT-END(WS-BT-SUB) TO WS-STAMP-IN.
120000     PERFORM 8900-EDIT-STAMP THRU 8900-EXIT.
120100     MOVE WS-STAMP-EDIT TO WS-BL-TO.
120200     MOVE WS-BT-EVENTS(WS-BT-SUB) TO WS-BL-EVENTS.
120300     MOVE WS-ALERT-STATE TO WS-BL-ALERT.
120400     WRITE XATFRPT-LINE FROM WS-BURST-LINE.
120500 4100-EXIT.
120600     EXIT.
120700
120800******************************************************************
120900*    8000-RAISE-BURST -- CONSOLE LINE PLUS A HIGH-SEVERITY XAALERT
121000*    WORK ITEM FOR THE BURST.  THE ALERT IS KEYED BY THE TIME THE
121100*    BURST STARTED, NOT THE TIME OF THIS RUN, SO RE-ANALYSING THE
121200*    SAME FEED FINDS THE ALERT ALREADY ON FILE AND LEAVES IT --
121300*    AND ANY ACKNOWLEDGEMENT ON IT -- ALONE INSTEAD OF RAISING THE
121400*    BURST A SECOND TIME.
121500******************************************************************
121600 8000-RAISE-BURST.
121700     MOVE WS-BT-EVENTS(WS-BT-SUB) TO WS-ALERT-EVENTS.
121800     MOVE SPACES TO WS-ALERT-TEXT.
121900     STRING
122000         "TRACE ERROR BURST ON " DELIMITED SIZE
122100         WS-BT-RESOURCE(WS-BT-SUB) DELIMITED SPACE
122200         ":" DELIMITED SIZE
122300         WS-ALERT-EVENTS DELIMITED SIZE
122400         " EVENTS AT LEVEL " DELIMITED SIZE
122500         WS-ERROR-LEVEL DELIMITED SIZE
122600         "+ FROM " DELIMITED SIZE
122700         WS-BT-START(WS-BT-SUB)(1:8) DELIMITED SIZE
122800         "/" DELIMITED SIZE
122900         WS-BT-START(WS-BT-SUB)(9:6) DELIMITED SIZE
123000         " TO " DELIMITED SIZE
123100         WS-BT-END(WS-BT-SUB)(1:8) DELIMITED SIZE
123200         "/" DELIMITED SIZE
123300         WS-BT-END(WS-BT-SUB)(9:6) DELIMITED SIZE
123400     INTO WS-ALERT-TEXT.
123500
123600     PERFORM 8500-WRITE-ALERT-RECORD THRU 8500-EXIT.
123700     IF WS-ALERT-STATE NOT = "RAISED"
123800         GO TO 8000-EXIT
123900     END-IF.
124000
124100     ADD 1 TO WS-RAISED-COUNT.
124200     MOVE SPACES TO WS-CONSOLE-MESSAGE.
124300     MOVE 1 TO WS-MSG-LEN.
124400     STRING
124500         "XATFANL: " DELIMITED SIZE
124600         WS-ALERT-TEXT DELIMITED SIZE
124700     INTO WS-CONSOLE-MESSAGE POINTER WS-MSG-LEN.
124800     SUBTRACT 1 FROM WS-MSG-LEN.
124900     CALL "mfxaLogConsoleMsg" USING
125000         WS-CONSOLE-MESSAGE WS-MSG-LEN WS-LOG-LEVEL WS-MSG-LEVEL
125100     END-CALL.
125200 8000-EXIT.
125300     EXIT.
125400
125500******************************************************************
125600*    8500-WRITE-ALERT-RECORD -- THE PERSISTENT XAALERT WORK ITEM,
125700*    WRITTEN THE SAME WAY XARECON WRITES ITS ESCALATIONS, WITH
125800*    THE BURST'S LAST EVENT AS ITS LAST-SEEN TIME.  WS-ALERT-STATE
125900*    SAYS WHAT BECAME OF IT, FOR THE REPORT.
126000******************************************************************
126100 8500-WRITE-ALERT-RECORD.
126200     IF NOT WS-XAALERT-IS-OPEN
126300         MOVE "NOT RAISED" TO WS-ALERT-STATE
126400         GO TO 8500-EXIT
126500     END-IF.
126600     INITIALIZE XAALERT-RECORD.
126700     MOVE WS-BT-START(WS-BT-SUB)(1:8) TO XAALERT-DATE.
126800     MOVE WS-BT-START(WS-BT-SUB)(9:6) TO XAALERT-TIME.
126900     MOVE "XATFANL" TO XAALERT-SOURCE.
127000     MOVE WS-BT-RESOURCE(WS-BT-SUB) TO XAALERT-RESOURCE.
127100     MOVE "H" TO XAALERT-SEVERITY.
127200     MOVE "N" TO XAALERT-IN-WINDOW.
127300     MOVE WS-ALERT-TEXT TO XAALERT-TEXT.
127400     MOVE "N" TO XAALERT-ACKED.
127500     MOVE ZERO TO XAALERT-REALERT-COUNT.
127600     MOVE WS-BT-END(WS-BT-SUB)(1:8) TO XAALERT-LAST-SEEN-DATE.
127700     MOVE WS-BT-END(WS-BT-SUB)(9:6) TO XAALERT-LAST-SEEN-TIME.
127800     MOVE 1 TO XAALERT-OCCUR-COUNT.
127900
128000     WRITE XAALERT-RECORD.
128100     EVALUATE TRUE
128200         WHEN WS-XAALERT-OK
128300             MOVE "RAISED" TO WS-ALERT-STATE
128350             PERFORM 9800-ALOPEN-ADD THRU 9800-EXIT
128400         WHEN WS-XAALERT-DUPLICATE
128500             MOVE "ALREADY RAISED" TO WS-ALERT-STATE
128600         WHEN OTHER
128700             DISPLAY "XATFANL: XAALERT WRITE FAILED, STATUS="
128800                 WS-XAALERT-STATUS UPON CONS
128900             MOVE "NOT RAISED" TO WS-ALERT-STATE
129000     END-EVALUATE.
129100 8500-EXIT.
129200     EXIT.
129300
129400******************************************************************
129500*    8900-EDIT-STAMP -- WS-STAMP-IN TO WS-STAMP-EDIT.
129600******************************************************************
129700 8900-EDIT-STAMP.
129800     MOVE WS-SI-DATE TO WS-SE-DATE.
129900     MOVE WS-SI-TIME TO WS-SE-TIME.
130000 8900-EXIT.
130100     EXIT.
130200
130300******************************************************************
130400*    9000-TERMINATE -- LINE COUNTS AND CLOSE UP.
130500******************************************************************
130600 9000-TERMINATE.
130700     WRITE XATFRPT-LINE FROM WS-BLANK-LINE.
130800     IF WS-NO-FEED-FILE
130900         MOVE "NO TRACE FEED DATASET TO ANALYSE"
131000             TO WS-SECTION-HEADING
131100         WRITE XATFRPT-LINE FROM WS-SECTION-HEADING
131200     END-IF.
131300     MOVE "FEED LINES READ            =" TO WS-SL-LABEL.
131400     MOVE WS-LINES-READ TO WS-SL-COUNT.
131500     WRITE XATFRPT-LINE FROM WS-SUMMARY-LINE.
131600     MOVE "LINES REJECTED (BAD FORMAT)=" TO WS-SL-LABEL.
131700     MOVE WS-LINES-REJECTED TO WS-SL-COUNT.
131800     WRITE XATFRPT-LINE FROM WS-SUMMARY-LINE.
131900     MOVE "EVENTS NOT TABULATED (FULL)=" TO WS-SL-LABEL.
132000     MOVE WS-EVENTS-UNTALLIED TO WS-SL-COUNT.
132100     WRITE XATFRPT-LINE FROM WS-SUMMARY-LINE.
132200     MOVE "ERROR-LEVEL EVENTS         =" TO WS-SL-LABEL.
132300     MOVE WS-ERROR-EVENTS TO WS-SL-COUNT.
132400     WRITE XATFRPT-LINE FROM WS-SUMMARY-LINE.
132500     MOVE "BURSTS FOUND               =" TO WS-SL-LABEL.
132600     MOVE WS-BURSTS-FOUND TO WS-SL-COUNT.
132700     WRITE XATFRPT-LINE FROM WS-SUMMARY-LINE.
132800     MOVE "BURSTS NOT LISTED (FULL)   =" TO WS-SL-LABEL.
132900     MOVE WS-BURSTS-UNLISTED TO WS-SL-COUNT.
133000     WRITE XATFRPT-LINE FROM WS-SUMMARY-LINE.
133100     MOVE "BURSTS RAISED TO XAALERT   =" TO WS-SL-LABEL.
133200     MOVE WS-RAISED-COUNT TO WS-SL-COUNT.
133300     WRITE XATFRPT-LINE FROM WS-SUMMARY-LINE.
133400
133500     IF WS-EXTRACT-RESOURCE NOT = SPACES
133600         WRITE XATFLST-LINE FROM WS-BLANK-LINE
133700         MOVE "EVENTS LISTED              =" TO WS-SL-LABEL
133800         MOVE WS-LISTED-COUNT TO WS-SL-COUNT
133900         WRITE XATFLST-LINE FROM WS-SUMMARY-LINE
134000     END-IF.
134100
134200     IF NOT WS-NO-FEED-FILE
134300         CLOSE XATFEED
134400     END-IF.
134500     CLOSE XATFRPT.
134600     CLOSE XATFLST.
134700 9000-EXIT.
134800     EXIT.
134900
135000******************************************************************
135100*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
135200*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
135300******************************************************************
135400     copy xarunctl.
135500
135600******************************************************************
135700*    OPEN-ALERT INDEX PARAGRAPHS (9800-ALOPEN-ADD AND
135800*    9820-ALOPEN-DROP) -- SEE XA/XAALOCTL.CPY.
135900******************************************************************
136000     copy xaaloctl.
