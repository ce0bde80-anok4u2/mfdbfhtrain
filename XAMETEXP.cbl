000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    XAMETEXP.
000300 AUTHOR.        XA SUPPORT TEAM.
000400 INSTALLATION.  ENTERPRISE SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  MODIFICATION HISTORY
000900*  ----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  10/15/2026 XST   NEW PROGRAM.  HEALTH METRICS EXTRACT FOR THE
001200*                   ENTERPRISE MONITORING PLATFORM: ONE FIXED,
001300*                   VERSIONED, DELIMITED LINE PER METRIC PER
001400*                   RESOURCE ON THE XAMETOUT TRANSFER DATASET,
001500*                   FROM XAMFHLOG, XAHEURLG, XASWRLOG, XAAVAIL,
001600*                   XAALERT AND MSGBACK.
001620*  10/15/2026 XST   OPEN ALERTS ARE NOW READ THROUGH THE XAALOPEN
001640*                   OPEN-ALERT INDEX INSTEAD OF BROWSING ALL OF
001660*                   XAALERT (XA/XAALOCTL.CPY, WHICH FALLS BACK TO
001680*                   THE FULL READ WHEN THE INDEX IS UNAVAILABLE).
001700******************************************************************
001800*  THE MONITORING TEAM USED TO RE-KEY OUR HEALTH FIGURES FROM XAST
001900*  SCREENSHOTS.  XAMETEXP WRITES THE SAME FIGURES, AND A FEW XAST
002000*  DOES NOT SHOW, AS A TRANSFER DATASET THEIR PLATFORM LOADS
002100*  DIRECTLY.  IT CAN RUN AS OFTEN AS EVERY 15 MINUTES OR ONCE A
002200*  NIGHT; EACH RUN REPLACES THE TRANSFER DATASET WITH A COMPLETE
002300*  SNAPSHOT STAMPED WITH THE RUN TIME.  THE METRICS ARE:
002400*    MFDBFH.CONNECTIONS       XAMFHLOG CONNECTIONS ON FILE
002500*    MFDBFH.REGISTERED        CURRENTLY REGISTERED (PER RESOURCE
002600*                             1/0, *ALL* THE COUNT)
002700*    MFDBFH.IN-ALERT          AT OR PAST THE CONSECUTIVE-FAILURE
002800*                             ALERT THRESHOLD (PER RESOURCE 1/0)
002900*    MFDBFH.CONSEC-FAILURES   CONSECUTIVE REGISTRATION FAILURES
003000*    HEUR.UNRESOLVED          UNRESOLVED XAHEURLG ENTRIES
003100*    HEUR.OLDEST-AGE-DAYS     AGE OF THE OLDEST UNRESOLVED ENTRY
003200*    SWITCH.RESOURCES         RESOURCES ON XASWRLOG
003300*    SWITCH.REGIONS           REGIONS REPORTING THE RESOURCE
003400*    SWITCH.MISMATCHES        REGIONS WHOSE SWITCH MODULE OR
003500*                             VERSION DIFFERS FROM THE FIRST
003600*                             REGION SEEN (AS XAST AND XASWRECN)
003700*    AVAIL.LATEST-STATE       LATEST XAAVAIL SAMPLE: 1 PASS,
003800*                             0 FAIL, -1 NOT CONFIGURED
003900*    AVAIL.SAMPLE-AGE-MINS    MINUTES SINCE THAT SAMPLE
004000*    ALERT.OPEN-HIGH          UNACKNOWLEDGED XAALERT ITEMS OF
004100*    ALERT.OPEN-MEDIUM        EACH SEVERITY
004200*    ALERT.OPEN-LOW
004300*    BCAST.UNACKED            MSGBACK BROADCAST ACKNOWLEDGEMENTS
004400*                             OUTSTANDING (NOT RECALLED), PER
004500*                             TERMINAL
004600*    BCAST.ESCALATED          OF THOSE, ALREADY ESCALATED BY
004700*                             MSGBESC
004800*    EXTRACT.SOURCE-OK        PER SOURCE FILE, 1 IF IT WAS READ
004900*                             (OR DOES NOT EXIST YET), 0 IF IT
005000*                             COULD NOT BE READ
005100*  PER-RESOURCE LINES CARRY THE RESOURCE (OR TERMINAL) NAME; THE
005200*  *ALL* LINES ARE THE TOTALS AND ARE ALWAYS WRITTEN FOR A SOURCE
005300*  THAT WAS READ, ZERO OR NOT.  A SOURCE THAT COULD NOT BE READ
005400*  WRITES ONLY ITS SOURCE-OK LINE, SO A GAP IS NEVER SHOWN AS A
005500*  HEALTHY ZERO.  RC 4 = AT LEAST ONE SOURCE COULD NOT BE READ.
005600******************************************************************
005700 ENVIRONMENT DIVISION.
005800 CONFIGURATION SECTION.
005900 SOURCE-COMPUTER.   IBM-370.
006000 OBJECT-COMPUTER.   IBM-370.
006100 SPECIAL-NAMES.
006200     CONSOLE IS CONS.
006300
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600     copy xamfhlogsel.
006700
006800     copy xaheurlgsel.
006900
007000     copy xaswrlogsel.
007100
007200     copy xaavailsel.
007300
007400     copy xaalertsel.
007433
007466     copy xaalopensel.
007500
007600     copy msgbacksel.
007700
007800     SELECT XAMETOUT ASSIGN TO "XAMETOUT"
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-XAMETOUT-STATUS.
008100
008200     SELECT XAMETRPT ASSIGN TO "XAMETRPT"
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS WS-XAMETRPT-STATUS.
008500
008600     copy xarunlgsel.
008700
008800 DATA DIVISION.
008900 FILE SECTION.
009000     copy xamfhlog.
009100
009200     copy xaheurlg.
009300
009400     copy xaswrlog.
009500
009600     copy xaavail.
009700
009800     copy xaalert.
009833
009866     copy xaalopen.
009900
010000     copy msgback.
010100
010200 FD  XAMETOUT
010300     LABEL RECORDS ARE STANDARD
010400     RECORDING MODE IS F.
010500
010600 01  XAMETOUT-RECORD                 PIC X(100).
010700
010800 FD  XAMETRPT
010900     LABEL RECORDS ARE STANDARD
011000     RECORDING MODE IS F.
011100
011200 01  XAMETRPT-LINE                   PIC X(132).
011300
011400     copy xarunlg.
011500
011600 WORKING-STORAGE SECTION.
011700     copy xarunws.
011733
011766     copy xaalows.
011800
011900******************************************************************
012000*    FILE STATUS AND CONTROL SWITCHES
012100******************************************************************
012200 77  WS-XAMFHLOG-STATUS              PIC X(02) VALUE SPACES.
012300     88  WS-XAMFHLOG-OK                 VALUE "00".
012400     88  WS-XAMFHLOG-NOT-FOUND          VALUE "35" "23".
012500
012600 77  WS-XAHEURLG-STATUS              PIC X(02) VALUE SPACES.
012700     88  WS-XAHEURLG-OK                 VALUE "00".
012800     88  WS-XAHEURLG-NOT-FOUND          VALUE "35" "23".
012900
013000 77  WS-XASWRLOG-STATUS              PIC X(02) VALUE SPACES.
013100     88  WS-XASWRLOG-OK                 VALUE "00".
013200     88  WS-XASWRLOG-NOT-FOUND          VALUE "35" "23".
013300
013400 77  WS-XAAVAIL-STATUS               PIC X(02) VALUE SPACES.
013500     88  WS-XAAVAIL-OK                  VALUE "00".
013600     88  WS-XAAVAIL-NOT-FOUND           VALUE "35" "23".
013700
013800 77  WS-XAALERT-STATUS               PIC X(02) VALUE SPACES.
013900     88  WS-XAALERT-OK                  VALUE "00".
014000     88  WS-XAALERT-NOT-FOUND           VALUE "35" "23".
014100
014200 77  WS-MSGBACK-STATUS               PIC X(02) VALUE SPACES.
014300     88  WS-MSGBACK-OK                  VALUE "00".
014400     88  WS-MSGBACK-NOT-FOUND           VALUE "35" "23".
014500
014600 77  WS-XAMETOUT-STATUS              PIC X(02) VALUE SPACES.
014700     88  WS-XAMETOUT-OK                 VALUE "00".
014800
014900 77  WS-XAMETRPT-STATUS              PIC X(02) VALUE SPACES.
015000     88  WS-XAMETRPT-OK                 VALUE "00".
015100
015200 77  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
015300     88  WS-END-OF-FILE                 VALUE "Y".
015400
015500 77  WS-STOP-SWITCH                  PIC X(01) VALUE "N".
015600     88  WS-EXTRACT-STOPPED             VALUE "Y".
015700
015800 77  WS-SOURCE-SWITCH                PIC X(01) VALUE "Y".
015900     88  WS-SOURCE-READ                 VALUE "Y".
016000     88  WS-SOURCE-UNREADABLE           VALUE "N".
016100
016200 77  WS-FOUND-SW                     PIC 9(01) VALUE 0.
016300
016400******************************************************************
016500*    LOCAL MIRROR OF 78-MFDBFH-ALERT-THRESHOLD (XA/XAWS.CPY), KEPT
016600*    IN SYNC BY HAND THE SAME WAY XAMFHRPT AND XAST MIRROR IT.
016700******************************************************************
016800 77  WS-ALERT-THRESHOLD              PIC 9(05) COMP VALUE 3.
016900
017000******************************************************************
017100*    COUNTERS AND TOTALS
017200******************************************************************
017300 77  WS-METRIC-COUNT                 PIC 9(07) COMP VALUE ZERO.
017400 77  WS-SOURCE-METRICS               PIC 9(07) COMP VALUE ZERO.
017500 77  WS-UNREADABLE-COUNT             PIC 9(03) COMP VALUE ZERO.
017600 77  WS-UNTABLED-COUNT               PIC 9(07) COMP VALUE ZERO.
017700
017800 77  WS-MFH-TOTAL                    PIC 9(07) COMP VALUE ZERO.
017900 77  WS-MFH-REGISTERED               PIC 9(07) COMP VALUE ZERO.
018000 77  WS-MFH-IN-ALERT                 PIC 9(07) COMP VALUE ZERO.
018100
018200 77  WS-HEUR-UNRESOLVED              PIC 9(07) COMP VALUE ZERO.
018300 77  WS-HEUR-OLDEST-AGE              PIC 9(07) COMP VALUE ZERO.
018400 77  WS-RES-UNRESOLVED               PIC 9(07) COMP VALUE ZERO.
018500 77  WS-RES-OLDEST-AGE               PIC 9(07) COMP VALUE ZERO.
018600 77  WS-PREV-RESOURCE                PIC X(08) VALUE SPACES.
018700
018800 77  WS-SWR-MISMATCHES               PIC 9(07) COMP VALUE ZERO.
018900
019000 77  WS-ALERT-HIGH                   PIC 9(07) COMP VALUE ZERO.
019100 77  WS-ALERT-MEDIUM                 PIC 9(07) COMP VALUE ZERO.
019200 77  WS-ALERT-LOW                    PIC 9(07) COMP VALUE ZERO.
019300
019400 77  WS-BCAST-UNACKED                PIC 9(07) COMP VALUE ZERO.
019500 77  WS-BCAST-ESCALATED              PIC 9(07) COMP VALUE ZERO.
019600
019700******************************************************************
019800*    DATE AND AGE WORK FIELDS -- THE SAME INTEGER-OF-DATE IDIOM
019900*    XAST USES TO AGE HEURISTIC ENTRIES.
020000******************************************************************
020100 01  WS-TODAY-DATE-TIME.
020200     05  WS-TODAY-DATE               PIC X(08).
020300     05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE
020400                                     PIC 9(08).
020500     05  WS-TODAY-TIME.
020600         10  WS-TODAY-HH             PIC 9(02).
020700         10  WS-TODAY-MM             PIC 9(02).
020800         10  WS-TODAY-SS             PIC 9(02).
020900     05  FILLER                      PIC X(07).
021000
021100 77  WS-TODAY-INTEGER                PIC 9(09) COMP VALUE ZERO.
021200 77  WS-LOG-DATE-N                   PIC 9(08) VALUE ZERO.
021300 77  WS-AGE-DAYS                     PIC S9(09) COMP VALUE ZERO.
021400 77  WS-AGE-MINUTES                  PIC S9(11) COMP VALUE ZERO.
021500
021600 01  WS-LAST-AVAIL.
021700     05  WS-LA-RESOURCE              PIC X(08).
021800     05  WS-LA-DATE                  PIC X(08).
021900     05  WS-LA-TIME                  PIC X(06).
022000     05  WS-LA-RETURN-CODE           PIC S9(09) COMP-5.
022100     05  WS-LA-STATE                 PIC X(01).
022200     05  FILLER                      PIC X(10).
022300
022400 01  WS-SAMPLE-TIME.
022500     05  WS-SAMPLE-HH                PIC 9(02).
022600     05  WS-SAMPLE-MM                PIC 9(02).
022700     05  WS-SAMPLE-SS                PIC 9(02).
022800
022900******************************************************************
023000*    RESOURCE TABLE, KEPT IN KEY ORDER AS ENTRIES ARE ADDED AND
023100*    EMPTIED FOR EACH SOURCE THAT IS NOT ALREADY IN RESOURCE
023200*    ORDER ON FILE.  THE COUNTERS MEAN:
023300*      XASWRLOG  N1 REGIONS, N2 MISMATCHES (MODULE AND VERSION
023400*                OF THE FIRST REGION SEEN HELD ALONGSIDE)
023500*      XAALERT   N1 HIGH, N2 MEDIUM, N3 LOW OPEN ITEMS
023600*      MSGBACK   N1 UNACKNOWLEDGED, N2 ESCALATED (KEY IS THE
023700*                TERMINAL ID)
023800******************************************************************
023900 77  WS-RT-MAX                       PIC S9(04) COMP-5 VALUE 500.
024000 77  WS-RT-COUNT                     PIC S9(04) COMP-5 VALUE ZERO.
024100 77  WS-RT-SUB                       PIC S9(04) COMP-5 VALUE ZERO.
024200 77  WS-RT-IX                        PIC S9(04) COMP-5 VALUE ZERO.
024300 77  WS-INS-SUB                      PIC S9(04) COMP-5 VALUE ZERO.
024400 77  WS-SHIFT-SUB                    PIC S9(04) COMP-5 VALUE ZERO.
024500 01  WS-RT-TABLE.
024600     05  WS-RT-ENTRY OCCURS 500 TIMES.
024700         10  WS-RT-RESOURCE          PIC X(08).
024800         10  WS-RT-N1                PIC 9(07) COMP.
024900         10  WS-RT-N2                PIC 9(07) COMP.
025000         10  WS-RT-N3                PIC 9(07) COMP.
025100         10  WS-RT-RM-NAME           PIC X(32).
025200         10  WS-RT-VERSION           PIC S9(04) COMP-5.
025300
025400 01  WS-NEW-RT-RESOURCE              PIC X(08).
025500
025600******************************************************************
025700*    XAMETOUT INTERCHANGE LINE, LAYOUT VERSION 01.  100 BYTES,
025800*    FIXED POSITIONS, FIELDS SEPARATED BY "|" SO THE MONITORING
025900*    PLATFORM CAN READ IT EITHER BY POSITION OR BY DELIMITER:
026000*      COL  1      RECORD TYPE  H HEADER, M METRIC, T TRAILER
026100*      COL  3-4    LAYOUT VERSION "01"
026200*      COL  6-13   SYSTEM "XASUPP"
026300*      COL 15-28   EXTRACT TIMESTAMP YYYYMMDDHHMMSS
026400*      COL 30-53   METRIC NAME
026500*      COL 55-62   RESOURCE, TERMINAL OR FILE NAME; *ALL* = TOTAL
026600*      COL 64-75   VALUE, SIGN THEN 11 DIGITS
026700*      COL 77-84   UNIT (COUNT, FLAG, STATE, DAYS, MINUTES)
026800*      COL 85-100  RESERVED, SPACES
026900*    THE HEADER NAMES THE EXTRACT PROGRAM IN THE METRIC FIELD; THE
027000*    TRAILER'S VALUE IS THE NUMBER OF M LINES.  A NEW METRIC IS A
027100*    NEW METRIC NAME ON THIS SAME LAYOUT AND NEEDS NO CHANGE ON
027200*    THE PLATFORM SIDE.  ANY CHANGE TO THE FIELDS THEMSELVES MUST
027300*    TAKE A NEW LAYOUT VERSION, AGREED WITH THE MONITORING TEAM
027400*    BEFORE IT IS MADE.
027500******************************************************************
027600 01  WS-METRIC-LINE.
027700     05  MT-RECORD-TYPE              PIC X(01).
027800     05  FILLER                      PIC X(01) VALUE "|".
027900     05  MT-LAYOUT-VERSION           PIC X(02) VALUE "01".
028000     05  FILLER                      PIC X(01) VALUE "|".
028100     05  MT-SYSTEM                   PIC X(08) VALUE "XASUPP".
028200     05  FILLER                      PIC X(01) VALUE "|".
028300     05  MT-STAMP.
028400         10  MT-STAMP-DATE           PIC X(08).
028500         10  MT-STAMP-TIME           PIC X(06).
028600     05  FILLER                      PIC X(01) VALUE "|".
028700     05  MT-METRIC                   PIC X(24).
028800     05  FILLER                      PIC X(01) VALUE "|".
028900     05  MT-RESOURCE                 PIC X(08).
029000     05  FILLER                      PIC X(01) VALUE "|".
029100     05  MT-VALUE                    PIC S9(11)
029200                                     SIGN IS LEADING SEPARATE.
029300     05  FILLER                      PIC X(01) VALUE "|".
029400     05  MT-UNIT                     PIC X(08).
029500     05  FILLER                      PIC X(16) VALUE SPACES.
029600
029700******************************************************************
029800*    REPORT LINE LAYOUTS
029900******************************************************************
030000 01  WS-REPORT-HEADING-1.
030100     05  FILLER                      PIC X(43) VALUE
030200         "XAMETEXP -- MONITORING METRICS EXTRACT AT ".
030300     05  WS-RH1-DATE                 PIC X(08).
030400     05  FILLER                      PIC X(01) VALUE SPACE.
030500     05  WS-RH1-TIME                 PIC X(06).
030600     05  FILLER                      PIC X(74) VALUE SPACES.
030700
030800 01  WS-SOURCE-HEADING.
030900     05  FILLER                      PIC X(10) VALUE "SOURCE".
031000     05  FILLER                      PIC X(14) VALUE "STATE".
031100     05  FILLER                      PIC X(09) VALUE "  METRICS".
031200     05  FILLER                      PIC X(99) VALUE SPACES.
031300
031400 01  WS-SOURCE-LINE.
031500     05  WS-SR-SOURCE                PIC X(08).
031600     05  FILLER                      PIC X(02) VALUE SPACES.
031700     05  WS-SR-STATE                 PIC X(12).
031800     05  FILLER                      PIC X(02) VALUE SPACES.
031900     05  WS-SR-METRICS               PIC Z(08)9.
032000     05  FILLER                      PIC X(99) VALUE SPACES.
032100
032200 01  WS-SUMMARY-LINE.
032300     05  WS-SL-LABEL                 PIC X(28).
032400     05  WS-SL-COUNT                 PIC Z(08)9.
032500     05  FILLER                      PIC X(95) VALUE SPACES.
032600
032700 01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.
032800
032900 PROCEDURE DIVISION.
033000******************************************************************
033100 0000-MAINLINE.
033200******************************************************************
033300     MOVE "XAMETEXP" TO WS-RUNCTL-JOB.
033400     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
033500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033600     IF NOT WS-EXTRACT-STOPPED
033700         PERFORM 2000-MFDBFH-METRICS THRU 2000-EXIT
033800         PERFORM 2500-HEURISTIC-METRICS THRU 2500-EXIT
033900         PERFORM 3000-SWITCH-METRICS THRU 3000-EXIT
034000         PERFORM 3500-AVAIL-METRICS THRU 3500-EXIT
034100         PERFORM 4000-ALERT-METRICS THRU 4000-EXIT
034200         PERFORM 4500-BCAST-METRICS THRU 4500-EXIT
034300     END-IF.
034400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
034500     IF WS-UNREADABLE-COUNT > ZERO
034600         MOVE 4 TO RETURN-CODE
034700     END-IF.
034800     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
034900     GOBACK.
035000
035100******************************************************************
035200*    1000-INITIALIZE -- OPEN THE TRANSFER DATASET AND THE REPORT
035300*    AND WRITE THE HEADER LINE.  WITHOUT THE TRANSFER DATASET
035400*    THERE IS NOTHING TO DO.
035500******************************************************************
035600 1000-INITIALIZE.
035700     MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE-TIME.
035800     COMPUTE WS-TODAY-INTEGER =
035900         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-N).
036000
036100     OPEN OUTPUT XAMETRPT.
036200     IF NOT WS-XAMETRPT-OK
036300         DISPLAY "XAMETEXP: UNABLE TO OPEN XAMETRPT, STATUS="
036400             WS-XAMETRPT-STATUS UPON CONS
036500     END-IF.
036600     MOVE WS-TODAY-DATE TO WS-RH1-DATE.
036700     MOVE WS-TODAY-TIME TO WS-RH1-TIME.
036800     WRITE XAMETRPT-LINE FROM WS-REPORT-HEADING-1.
036900     WRITE XAMETRPT-LINE FROM WS-BLANK-LINE.
037000     WRITE XAMETRPT-LINE FROM WS-SOURCE-HEADING.
037100
037200     OPEN OUTPUT XAMETOUT.
037300     IF NOT WS-XAMETOUT-OK
037400         DISPLAY "XAMETEXP: UNABLE TO OPEN XAMETOUT, STATUS="
037500             WS-XAMETOUT-STATUS UPON CONS
037600         MOVE "Y" TO WS-STOP-SWITCH
037700         ADD 1 TO WS-UNREADABLE-COUNT
037800         GO TO 1000-EXIT
037900     END-IF.
038000
038100     MOVE WS-TODAY-DATE TO MT-STAMP-DATE.
038200     MOVE WS-TODAY-TIME TO MT-STAMP-TIME.
038300     MOVE "H" TO MT-RECORD-TYPE.
038400     MOVE "XAMETEXP" TO MT-METRIC.
038500     MOVE SPACES TO MT-RESOURCE.
038600     MOVE ZERO TO MT-VALUE.
038700     MOVE SPACES TO MT-UNIT.
038800     WRITE XAMETOUT-RECORD FROM WS-METRIC-LINE.
038900     MOVE "M" TO MT-RECORD-TYPE.
039000 1000-EXIT.
039100     EXIT.
039200
039300******************************************************************
039400*    2000-MFDBFH-METRICS -- ONE PASS OF XAMFHLOG, ALREADY IN
039500*    RESOURCE ORDER.
039600******************************************************************
039700 2000-MFDBFH-METRICS.
039800     MOVE ZERO TO WS-SOURCE-METRICS.
039900     MOVE "Y" TO WS-SOURCE-SWITCH.
040000     OPEN INPUT XAMFHLOG.
040100     IF WS-XAMFHLOG-NOT-FOUND
040200         GO TO 2000-TOTALS
040300     END-IF.
040400     IF NOT WS-XAMFHLOG-OK
040500         DISPLAY "XAMETEXP: UNABLE TO OPEN XAMFHLOG, STATUS="
040600             WS-XAMFHLOG-STATUS UPON CONS
040700         MOVE "N" TO WS-SOURCE-SWITCH
040800         GO TO 2000-SOURCE
040900     END-IF.
041000     MOVE "N" TO WS-EOF-SWITCH.
041100     PERFORM 2100-READ-MFH-RECORD THRU 2100-EXIT
041200         UNTIL WS-END-OF-FILE.
041300     CLOSE XAMFHLOG.
041400 2000-TOTALS.
041500     IF WS-SOURCE-UNREADABLE
041600         GO TO 2000-SOURCE
041700     END-IF.
041800     MOVE "*ALL*" TO MT-RESOURCE.
041900     MOVE "MFDBFH.CONNECTIONS" TO MT-METRIC.
042000     MOVE WS-MFH-TOTAL TO MT-VALUE.
042100     MOVE "COUNT" TO MT-UNIT.
042200     PERFORM 5000-WRITE-METRIC THRU 5000-EXIT.
042300     MOVE "MFDBFH.REGISTERED" TO MT-METRIC.
042400     MOVE WS-MFH-REGISTERED TO MT-VALUE.
042500     PERFORM 5000-WRITE-METRIC THRU 5000-EXIT.
042600     MOVE "MFDBFH.IN-ALERT" TO MT-METRIC.
042700     MOVE WS-MFH-IN-ALERT TO MT-VALUE.
042800     PERFORM 5000-WRITE-METRIC THRU 5000-EXIT.
042900 2000-SOURCE.
043000     MOVE "XAMFHLOG" TO MT-RESOURCE.
043100     PERFORM 5500-SOURCE-STATUS THRU 5500-EXIT.
043200 2000-EXIT.
043300     EXIT.
043400
043500 2100-READ-MFH-RECORD.
043600     READ XAMFHLOG NEXT RECORD
043700         AT END
043800             MOVE "Y" TO WS-EOF-SWITCH
043900             GO TO 2100-EXIT
044000     END-READ.
044100     IF NOT WS-XAMFHLOG-OK
044200         DISPLAY "XAMETEXP: XAMFHLOG READ FAILED, STATUS="
044300             WS-XAMFHLOG-STATUS UPON CONS
044400         PERFORM 5600-READ-FAILED THRU 5600-EXIT
044500         GO TO 2100-EXIT
044600     END-IF.
044700     ADD 1 TO WS-MFH-TOTAL.
044800     MOVE XAMFHLOG-RESOURCE TO MT-RESOURCE.
044900     MOVE "MFDBFH.REGISTERED" TO MT-METRIC.
045000     MOVE "FLAG" TO MT-UNIT.
045100     IF XAMFHLOG-IS-REGISTERED
045200         ADD 1 TO WS-MFH-REGISTERED
045300         MOVE 1 TO MT-VALUE
045400     ELSE
045500         MOVE 0 TO MT-VALUE
045600     END-IF.
045700     PERFORM 5000-WRITE-METRIC THRU 5000-EXIT.
045800     MOVE "MFDBFH.IN-ALERT" TO MT-METRIC.
045900     IF XAMFHLOG-CONSEC-FAILURES NOT LESS THAN WS-ALERT-THRESHOLD
046000         ADD 1 TO WS-MFH-IN-ALERT
046100         MOVE 1 TO MT-VALUE
046200     ELSE
046300         MOVE 0 TO MT-VALUE
046400     END-IF.
046500     PERFORM 5000-WRITE-METRIC THRU 5000-EXIT.
046600     MOVE "MFDBFH.CONSEC-FAILURES" TO MT-METRIC.
046700     MOVE XAMFHLOG-CONSEC-FAILURES TO MT-VALUE.
046800     MOVE "COUNT" TO MT-UNIT.
046900     PERFORM 5000-WRITE-METRIC THRU 5000-EXIT.
047000 2100-EXIT.
047100     EXIT.
047200
047300******************************************************************
047400*    2500-HEURISTIC-METRICS -- XAHEURLG IS KEYED RESOURCE THEN
047500*    TIMESTAMP, SO EACH RESOURCE'S ENTRIES ARRIVE TOGETHER AND ARE
047600*    WRITTEN ON THE CHANGE OF RESOURCE.  AGES ARE IN DAYS FROM THE
047700*    LOG DATE, AS XAST AND XARECON AGE THEM.
047800******************************************************************
047900 2500-HEURISTIC-METRICS.
048000     MOVE ZERO TO WS-SOURCE-METRICS.
048100     MOVE "Y" TO WS-SOURCE-SWITCH.
048200     MOVE SPACES TO WS-PREV-RESOURCE.
048300     OPEN INPUT XAHEURLG.
048400     IF WS-XAHEURLG-NOT-FOUND
048500         GO TO 2500-TOTALS
048600     END-IF.
048700     IF NOT WS-XAHEURLG-OK
048800         DISPLAY "XAMETEXP: UNABLE TO OPEN XAHEURLG, STATUS="
048900             WS-XAHEURLG-STATUS UPON CONS
049000         MOVE "N" TO WS-SOURCE-SWITCH
049100         GO TO 2500-SOURCE
049200     END-IF.
049300     MOVE "N" TO WS-EOF-SWITCH.
049400     PERFORM 2600-READ-HEUR-RECORD THRU 2600-EXIT
049500         UNTIL WS-END-OF-FILE.
049600     CLOSE XAHEURLG.
049700     IF WS-PREV-RESOURCE NOT = SPACES
049800         PERFORM 2650-END-HEUR-RESOURCE THRU 2650-EXIT
049900     END-IF.
050000 2500-TOTALS.
050100     IF WS-SOURCE-UNREADABLE
050200         GO TO 2500-SOURCE
050300     END-IF.
050400     MOVE "*ALL*" TO MT-RESOURCE.
050500     MOVE "HEUR.UNRESOLVED" TO MT-METRIC.
050600     MOVE WS-HEUR-UNRESOLVED TO MT-VALUE.
050700     MOVE "COUNT" TO MT-UNIT.
050800     PERFORM 5000-WRITE-METRIC THRU 5000-EXIT.
050900     MOVE "HEUR.OLDEST-AGE-DAYS" TO MT-METRIC.
051000     MOVE WS-HEUR-OLDEST-AGE TO MT-VALUE.
051100     MOVE "DAYS" TO MT-UNIT.
051200     PERFORM 5000-WRITE-METRIC THRU 5000-EXIT.
051300 2500-SOURCE.
051400     MOVE "XAHEURLG" TO MT-RESOURCE.
051500     PERFORM 5500-SOURCE-STATUS THRU 5500-EXIT.
051600 2500-EXIT.
051700     EXIT.
051800
051900 2600-READ-HEUR-RECORD.
052000     READ XAHEURLG NEXT RECORD
052100         AT END
052200             MOVE "Y" TO WS-EOF-SWITCH
052300             GO TO 2600-EXIT
052400     END-READ.
052500     IF NOT WS-XAHEURLG-OK
052600         DISPLAY "XAMETEXP: XAHEURLG READ FAILED, STATUS="
052700             WS-XAHEURLG-STATUS UPON CONS
052800         PERFORM 5600-READ-FAILED THRU 5600-EXIT
052900         GO TO 2600-EXIT
053000     END-IF.
053100     IF XAHEURLG-RESOURCE NOT = WS-PREV-RESOURCE
053200         IF WS-PREV-RESOURCE NOT = SPACES
053300             PERFORM 2650-END-HEUR-RESOURCE THRU 2650-EXIT
053400         END-IF
053500         MOVE XAHEURLG-RESOURCE TO WS-PREV-RESOURCE
053600         MOVE ZERO TO WS-RES-UNRESOLVED
053700         MOVE ZERO TO WS-RES-OLDEST-AGE
053800     END-IF.
053900     IF NOT XAHEURLG-NOT-RESOLVED
054000         GO TO 2600-EXIT
054100     END-IF.
054200     ADD 1 TO WS-RES-UNRESOLVED.
054300     ADD 1 TO WS-HEUR-UNRESOLVED.
054400     IF XAHEURLG-LOG-DATE IS NOT NUMERIC
054500         GO TO 2600-EXIT
054600     END-IF.
054700     MOVE XAHEURLG-LOG-DATE TO WS-LOG-DATE-N.
054800     COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
054900         - FUNCTION INTEGER-OF-DATE(WS-LOG-DATE-N).
055000     IF WS-AGE-DAYS > WS-RES-OLDEST-AGE
055100         MOVE WS-AGE-DAYS TO WS-RES-OLDEST-AGE
055200     END-IF.
055300     IF WS-AGE-DAYS > WS-HEUR-OLDEST-AGE
055400         MOVE WS-AGE-DAYS TO WS-HEUR-OLDEST-AGE
055500     END-IF.
055600 2600-EXIT.
055700     EXIT.
055800
055900 2650-END-HEUR-RESOURCE.
056000     MOVE WS-PREV-RESOURCE TO MT-RESOURCE.
056100     MOVE "HEUR.UNRESOLVED" TO MT-METRIC.
056200     MOVE WS-RES-UNRESOLVED TO MT-VALUE.
056300     MOVE "COUNT" TO MT-UNIT.
056400     PERFORM 5000-WRITE-METRIC THRU 5000-EXIT.
056500     MOVE "HEUR.OLDEST-AGE-DAYS" TO MT-METRIC.
056600     MOVE WS-RES-OLDEST-AGE TO MT-VALUE.
056700     MOVE "DAYS" TO MT-UNIT.
056800     PERFORM 5000-WRITE-METRIC THRU 5000-EXIT.
056900 2650-EXIT.
057000     EXIT.
057100
057200******************************************************************
057300*    3000-SWITCH-METRICS -- XASWRLOG IS KEYED REGION THEN
057400*    RESOURCE, SO THE RESOURCES ARE GATHERED IN THE TABLE FIRST.
057500*    EACH RESOURCE'S FIRST REGION SEEN IS ITS BASELINE AND EVERY
057600*    LATER REGION THAT DISAGREES IS ONE MISMATCH -- THE SAME
057700*    COMPARISON XAST AND XASWRECN MAKE.
057800******************************************************************
057900 3000-SWITCH-METRICS.
058000     MOVE ZERO TO WS-SOURCE-METRICS.
058100     MOVE "Y" TO WS-SOURCE-SWITCH.
058200     MOVE ZERO TO WS-RT-COUNT.
058300     MOVE ZERO TO WS-RT-IX.
058400     OPEN INPUT XASWRLOG.
058500     IF WS-XASWRLOG-NOT-FOUND
058600         GO TO 3000-TOTALS
058700     END-IF.
058800     IF NOT WS-XASWRLOG-OK
058900         DISPLAY "XAMETEXP: UNABLE TO OPEN XASWRLOG, STATUS="
059000             WS-XASWRLOG-STATUS UPON CONS
059100         MOVE "N" TO WS-SOURCE-SWITCH
059200         GO TO 3000-SOURCE
059300     END-IF.
059400     MOVE "N" TO WS-EOF-SWITCH.
059500     PERFORM 3100-READ-SWR-RECORD THRU 3100-EXIT
059600         UNTIL WS-END-OF-FILE.
059700     CLOSE XASWRLOG.
059800     PERFORM 3200-WRITE-SWITCH-RESOURCE THRU 3200-EXIT
059900         VARYING WS-RT-SUB FROM 1 BY 1
060000         UNTIL WS-RT-SUB > WS-RT-COUNT.
060100 3000-TOTALS.
060200     IF WS-SOURCE-UNREADABLE
060300         GO TO 3000-SOURCE
060400     END-IF.
060500     MOVE "*ALL*" TO MT-RESOURCE.
060600     MOVE "SWITCH.RESOURCES" TO MT-METRIC.
060700     MOVE WS-RT-COUNT TO MT-VALUE.
060800     MOVE "COUNT" TO MT-UNIT.
060900     PERFORM 5000-WRITE-METRIC THRU 5000-EXIT.
061000     MOVE "SWITCH.MISMATCHES" TO MT-METRIC.
061100     MOVE WS-SWR-MISMATCHES TO MT-VALUE.
061200     PERFORM 5000-WRITE-METRIC THRU 5000-EXIT.
061300 3000-SOURCE.
061400     MOVE "XASWRLOG" TO MT-RESOURCE.
061500     PERFORM 5500-SOURCE-STATUS THRU 5500-EXIT.
061600 3000-EXIT.
061700     EXIT.
061800
061900 3100-READ-SWR-RECORD.
062000     READ XASWRLOG NEXT RECORD
062100         AT END
062200             MOVE "Y" TO WS-EOF-SWITCH
062300             GO TO 3100-EXIT
062400     END-READ.
062500     IF NOT WS-XASWRLOG-OK
062600         DISPLAY "XAMETEXP: XASWRLOG READ FAILED, STATUS="
062700             WS-XASWRLOG-STATUS UPON CONS
062800         PERFORM 5600-READ-FAILED THRU 5600-EXIT
062900         GO TO 3100-EXIT
063000     END-IF.
063100     MOVE XASWRLOG-RESOURCE TO WS-NEW-RT-RESOURCE.
063200     PERFORM 6000-FIND-RESOURCE THRU 6000-EXIT.
063300     IF WS-RT-IX = ZERO
063400         GO TO 3100-EXIT
063500     END-IF.
063600     IF WS-FOUND-SW = 0
063700         MOVE XASWRLOG-RM-NAME TO WS-RT-RM-NAME(WS-RT-IX)
063800         MOVE XASWRLOG-VERSION TO WS-RT-VERSION(WS-RT-IX)
063900     ELSE
064000         IF XASWRLOG-RM-NAME NOT = WS-RT-RM-NAME(WS-RT-IX)
064100         OR XASWRLOG-VERSION NOT = WS-RT-VERSION(WS-RT-IX)
064200             ADD 1 TO WS-RT-N2(WS-RT-IX)
064300             ADD 1 TO WS-SWR-MISMATCHES
064400         END-IF
064500     END-IF.
064600     ADD 1 TO WS-RT-N1(WS-RT-IX).
064700 3100-EXIT.
064800     EXIT.
064900
065000 3200-WRITE-SWITCH-RESOURCE.
065100     MOVE WS-RT-RESOURCE(WS-RT-SUB) TO MT-RESOURCE.
065200     MOVE "SWITCH.REGIONS" TO MT-METRIC.
065300     MOVE WS-RT-N1(WS-RT-SUB) TO MT-VALUE.
065400     MOVE "COUNT" TO MT-UNIT.
065500     PERFORM 5000-WRITE-METRIC THRU 5000-EXIT.
065600     MOVE "SWITCH.MISMATCHES" TO MT-METRIC.
065700     MOVE WS-RT-N2(WS-RT-SUB) TO MT-VALUE.
065800     PERFORM 5000-WRITE-METRIC THRU 5000-EXIT.
065900 3200-EXIT.
066000     EXIT.
066100
066200******************************************************************
066300*    3500-AVAIL-METRICS -- XAAVAIL IS KEYED RESOURCE THEN
066400*    TIMESTAMP, SO THE LAST RECORD OF EACH RESOURCE IS ITS LATEST
066500*    SAMPLE.  THERE IS NO *ALL* TOTAL -- A LATEST STATE DOES NOT
066600*    ADD UP ACROSS RESOURCES.
066700******************************************************************
066800 3500-AVAIL-METRICS.
066900     MOVE ZERO TO WS-SOURCE-METRICS.
067000     MOVE "Y" TO WS-SOURCE-SWITCH.
067100     MOVE SPACES TO WS-PREV-RESOURCE.
067200     OPEN INPUT XAAVAIL.
067300     IF WS-XAAVAIL-NOT-FOUND
067400         GO TO 3500-SOURCE
067500     END-IF.
067600     IF NOT WS-XAAVAIL-OK
067700         DISPLAY "XAMETEXP: UNABLE TO OPEN XAAVAIL, STATUS="
067800             WS-XAAVAIL-STATUS UPON CONS
067900         MOVE "N" TO WS-SOURCE-SWITCH
068000         GO TO 3500-SOURCE
068100     END-IF.
068200     MOVE "N" TO WS-EOF-SWITCH.
068300     PERFORM 3600-READ-AVAIL-RECORD THRU 3600-EXIT
068400         UNTIL WS-END-OF-FILE.
068500     CLOSE XAAVAIL.
068600     IF WS-PREV-RESOURCE NOT = SPACES
068700         PERFORM 3650-END-AVAIL-RESOURCE THRU 3650-EXIT
068800     END-IF.
068900 3500-SOURCE.
069000     MOVE "XAAVAIL" TO MT-RESOURCE.
069100     PERFORM 5500-SOURCE-STATUS THRU 5500-EXIT.
069200 3500-EXIT.
069300     EXIT.
069400
069500******************************************************************
069600*    3600-READ-AVAIL-RECORD -- ON A CHANGE OF RESOURCE THE RECORD
069700*    JUST READ BELONGS TO THE NEXT RESOURCE, SO THE PREVIOUS
069800*    RESOURCE'S LATEST SAMPLE IS HELD IN WS-LAST-AVAIL.
069900******************************************************************
070000 3600-READ-AVAIL-RECORD.
070100     READ XAAVAIL NEXT RECORD
070200         AT END
070300             MOVE "Y" TO WS-EOF-SWITCH
070400             GO TO 3600-EXIT
070500     END-READ.
070600     IF NOT WS-XAAVAIL-OK
070700         DISPLAY "XAMETEXP: XAAVAIL READ FAILED, STATUS="
070800             WS-XAAVAIL-STATUS UPON CONS
070900         PERFORM 5600-READ-FAILED THRU 5600-EXIT
071000         GO TO 3600-EXIT
071100     END-IF.
071200     IF XAAVAIL-RESOURCE NOT = WS-PREV-RESOURCE
071300     AND WS-PREV-RESOURCE NOT = SPACES
071400         PERFORM 3650-END-AVAIL-RESOURCE THRU 3650-EXIT
071500     END-IF.
071600     MOVE XAAVAIL-RESOURCE TO WS-PREV-RESOURCE.
071700     MOVE XAAVAIL-RECORD TO WS-LAST-AVAIL.
071800 3600-EXIT.
071900     EXIT.
072000
072100 3650-END-AVAIL-RESOURCE.
072200     MOVE WS-PREV-RESOURCE TO MT-RESOURCE.
072300     MOVE "AVAIL.LATEST-STATE" TO MT-METRIC.
072400     MOVE "STATE" TO MT-UNIT.
072500     EVALUATE WS-LA-STATE
072600         WHEN "P"
072700             MOVE 1 TO MT-VALUE
072800         WHEN "F"
072900             MOVE 0 TO MT-VALUE
073000         WHEN OTHER
073100             MOVE -1 TO MT-VALUE
073200     END-EVALUATE.
073300     PERFORM 5000-WRITE-METRIC THRU 5000-EXIT.
073400
073500     IF WS-LA-DATE IS NOT NUMERIC
073600     OR WS-LA-TIME IS NOT NUMERIC
073700         GO TO 3650-EXIT
073800     END-IF.
073900     MOVE WS-LA-DATE TO WS-LOG-DATE-N.
074000     MOVE WS-LA-TIME TO WS-SAMPLE-TIME.
074100     COMPUTE WS-AGE-MINUTES =
074200         (WS-TODAY-INTEGER
074300           - FUNCTION INTEGER-OF-DATE(WS-LOG-DATE-N)) * 1440
074400         + (WS-TODAY-HH * 60 + WS-TODAY-MM)
074500         - (WS-SAMPLE-HH * 60 + WS-SAMPLE-MM).
074600     IF WS-AGE-MINUTES < ZERO
074700         MOVE ZERO TO WS-AGE-MINUTES
074800     END-IF.
074900     MOVE "AVAIL.SAMPLE-AGE-MINS" TO MT-METRIC.
075000     MOVE WS-AGE-MINUTES TO MT-VALUE.
075100     MOVE "MINUTES" TO MT-UNIT.
075200     PERFORM 5000-WRITE-METRIC THRU 5000-EXIT.
075300 3650-EXIT.
075400     EXIT.
075500
075600******************************************************************
075700*    4000-ALERT-METRICS -- OPEN MEANS NOT YET ACKNOWLEDGED.
075800*    THE OPEN ALERTS COME FROM THE XAALOPEN INDEX BY SEVERITY,
075900*    NOT BY RESOURCE, SO THE RESOURCES ARE GATHERED IN THE TABLE
076000*    FIRST; ONLY RESOURCES WITH AN OPEN ITEM GET LINES OF THEIR
076050*    OWN.
076100******************************************************************
076200 4000-ALERT-METRICS.
076300     MOVE ZERO TO WS-SOURCE-METRICS.
076400     MOVE "Y" TO WS-SOURCE-SWITCH.
076500     MOVE ZERO TO WS-RT-COUNT.
076600     MOVE ZERO TO WS-RT-IX.
076700     OPEN INPUT XAALERT.
076800     IF WS-XAALERT-NOT-FOUND
076900         GO TO 4000-TOTALS
077000     END-IF.
077100     IF NOT WS-XAALERT-OK
077200         DISPLAY "XAMETEXP: UNABLE TO OPEN XAALERT, STATUS="
077300             WS-XAALERT-STATUS UPON CONS
077400         MOVE "N" TO WS-SOURCE-SWITCH
077500         GO TO 4000-SOURCE
077600     END-IF.
077700     MOVE "N" TO WS-EOF-SWITCH.
077733     MOVE SPACE TO WS-ALOPEN-SEV-ONLY.
077766     PERFORM 9870-ALOPEN-FIRST THRU 9870-EXIT.
077800     PERFORM 4100-READ-ALERT-RECORD THRU 4100-EXIT
077900         UNTIL WS-END-OF-FILE.
077950     PERFORM 9890-ALOPEN-END THRU 9890-EXIT.
078000     CLOSE XAALERT.
078100     PERFORM 4200-WRITE-ALERT-RESOURCE THRU 4200-EXIT
078200         VARYING WS-RT-SUB FROM 1 BY 1
078300         UNTIL WS-RT-SUB > WS-RT-COUNT.
078400 4000-TOTALS.
078500     IF WS-SOURCE-UNREADABLE
078600         GO TO 4000-SOURCE
078700     END-IF.
078800     MOVE "*ALL*" TO MT-RESOURCE.
078900     MOVE "COUNT" TO MT-UNIT.
079000     MOVE "ALERT.OPEN-HIGH" TO MT-METRIC.
079100     MOVE WS-ALERT-HIGH TO MT-VALUE.
079200     PERFORM 5000-WRITE-METRIC THRU 5000-EXIT.
079300     MOVE "ALERT.OPEN-MEDIUM" TO MT-METRIC.
079400     MOVE WS-ALERT-MEDIUM TO MT-VALUE.
079500     PERFORM 5000-WRITE-METRIC THRU 5000-EXIT.
079600     MOVE "ALERT.OPEN-LOW" TO MT-METRIC.
079700     MOVE WS-ALERT-LOW TO MT-VALUE.
079800     PERFORM 5000-WRITE-METRIC THRU 5000-EXIT.
079900 4000-SOURCE.
080000     MOVE "XAALERT" TO MT-RESOURCE.
080100     PERFORM 5500-SOURCE-STATUS THRU 5500-EXIT.
080200 4000-EXIT.
080300     EXIT.
080400
080500******************************************************************
080600*    4100-READ-ALERT-RECORD -- A SEVERITY OTHER THAN H OR M COUNTS
080700*    AS LOW.
080800******************************************************************
080900 4100-READ-ALERT-RECORD.
081000     PERFORM 9880-ALOPEN-NEXT THRU 9880-EXIT.
081100     IF WS-ALOPEN-EOF
081200         MOVE "Y" TO WS-EOF-SWITCH
081300         GO TO 4100-EXIT
081400     END-IF.
081500     IF NOT WS-XAALERT-OK
081600         DISPLAY "XAMETEXP: XAALERT READ FAILED, STATUS="
081700             WS-XAALERT-STATUS UPON CONS
081800         PERFORM 5600-READ-FAILED THRU 5600-EXIT
081900         GO TO 4100-EXIT
082000     END-IF.
082400     EVALUATE TRUE
082500         WHEN XAALERT-SEV-HIGH
082600             ADD 1 TO WS-ALERT-HIGH
082700         WHEN XAALERT-SEV-MEDIUM
082800             ADD 1 TO WS-ALERT-MEDIUM
082900         WHEN OTHER
083000             ADD 1 TO WS-ALERT-LOW
083100     END-EVALUATE.
083200     MOVE XAALERT-RESOURCE TO WS-NEW-RT-RESOURCE.
083300     PERFORM 6000-FIND-RESOURCE THRU 6000-EXIT.
083400     IF WS-RT-IX = ZERO
083500         GO TO 4100-EXIT
083600     END-IF.
083700     EVALUATE TRUE
083800         WHEN XAALERT-SEV-HIGH
083900             ADD 1 TO WS-RT-N1(WS-RT-IX)
084000         WHEN XAALERT-SEV-MEDIUM
084100             ADD 1 TO WS-RT-N2(WS-RT-IX)
084200         WHEN OTHER
084300             ADD 1 TO WS-RT-N3(WS-RT-IX)
084400     END-EVALUATE.
084500 4100-EXIT.
084600     EXIT.
084700
084800 4200-WRITE-ALERT-RESOURCE.
084900     MOVE WS-RT-RESOURCE(WS-RT-SUB) TO MT-RESOURCE.
085000     MOVE "COUNT" TO MT-UNIT.
085100     MOVE "ALERT.OPEN-HIGH" TO MT-METRIC.
085200     MOVE WS-RT-N1(WS-RT-SUB) TO MT-VALUE.
085300     PERFORM 5000-WRITE-METRIC THRU 5000-EXIT.
085400     MOVE "ALERT.OPEN-MEDIUM" TO MT-METRIC.
085500     MOVE WS-RT-N2(WS-RT-SUB) TO MT-VALUE.
085600     PERFORM 5000-WRITE-METRIC THRU 5000-EXIT.
085700     MOVE "ALERT.OPEN-LOW" TO MT-METRIC.
085800     MOVE WS-RT-N3(WS-RT-SUB) TO MT-VALUE.
085900     PERFORM 5000-WRITE-METRIC THRU 5000-EXIT.
086000 4200-EXIT.
086100     EXIT.
086200
086300******************************************************************
086400*    4500-BCAST-METRICS -- AN ACKNOWLEDGEMENT IS OUTSTANDING WHILE
086500*    ITS MSGBACK RECORD IS UNACKNOWLEDGED AND THE BROADCAST HAS
086600*    NOT BEEN RECALLED -- THE SAME TEST MSGBRPT AND MSGBESC APPLY.
086700*    MSGBACK IS KEYED BY MESSAGE, SO THE TERMINALS ARE GATHERED IN
086800*    THE TABLE FIRST; ONLY TERMINALS WITH SOMETHING OUTSTANDING
086900*    GET LINES OF THEIR OWN.
087000******************************************************************
087100 4500-BCAST-METRICS.
087200     MOVE ZERO TO WS-SOURCE-METRICS.
087300     MOVE "Y" TO WS-SOURCE-SWITCH.
087400     MOVE ZERO TO WS-RT-COUNT.
087500     MOVE ZERO TO WS-RT-IX.
087600     OPEN INPUT MSGBACK.
087700     IF WS-MSGBACK-NOT-FOUND
087800         GO TO 4500-TOTALS
087900     END-IF.
088000     IF NOT WS-MSGBACK-OK
088100         DISPLAY "XAMETEXP: UNABLE TO OPEN MSGBACK, STATUS="
088200             WS-MSGBACK-STATUS UPON CONS
088300         MOVE "N" TO WS-SOURCE-SWITCH
088400         GO TO 4500-SOURCE
088500     END-IF.
088600     MOVE "N" TO WS-EOF-SWITCH.
088700     PERFORM 4600-READ-MSGBACK-RECORD THRU 4600-EXIT
088800         UNTIL WS-END-OF-FILE.
088900     CLOSE MSGBACK.
089000     PERFORM 4700-WRITE-TERMINAL THRU 4700-EXIT
089100         VARYING WS-RT-SUB FROM 1 BY 1
089200         UNTIL WS-RT-SUB > WS-RT-COUNT.
089300 4500-TOTALS.
089400     IF WS-SOURCE-UNREADABLE
089500         GO TO 4500-SOURCE
089600     END-IF.
089700     MOVE "*ALL*" TO MT-RESOURCE.
089800     MOVE "COUNT" TO MT-UNIT.
089900     MOVE "BCAST.UNACKED" TO MT-METRIC.
090000     MOVE WS-BCAST-UNACKED TO MT-VALUE.
090100     PERFORM 5000-WRITE-METRIC THRU 5000-EXIT.
090200     MOVE "BCAST.ESCALATED" TO MT-METRIC.
090300     MOVE WS-BCAST-ESCALATED TO MT-VALUE.
090400     PERFORM 5000-WRITE-METRIC THRU 5000-EXIT.
090500 4500-SOURCE.
090600     MOVE "MSGBACK" TO MT-RESOURCE.
090700     PERFORM 5500-SOURCE-STATUS THRU 5500-EXIT.
090800 4500-EXIT.
090900     EXIT.
091000
091100 4600-READ-MSGBACK-RECORD.
091200     READ MSGBACK NEXT RECORD
091300         AT END
091400             MOVE "Y" TO WS-EOF-SWITCH
091500             GO TO 4600-EXIT
091600     END-READ.
091700     IF NOT WS-MSGBACK-OK
091800         DISPLAY "XAMETEXP: MSGBACK READ FAILED, STATUS="
091900             WS-MSGBACK-STATUS UPON CONS
092000         PERFORM 5600-READ-FAILED THRU 5600-EXIT
092100         GO TO 4600-EXIT
092200     END-IF.
092300     IF NOT MSGBACK-NOT-ACKED
092400     OR MSGBACK-IS-RECALLED
092500         GO TO 4600-EXIT
092600     END-IF.
092700     ADD 1 TO WS-BCAST-UNACKED.
092800     IF MSGBACK-IS-ESCALATED
092900         ADD 1 TO WS-BCAST-ESCALATED
093000     END-IF.
093100     MOVE MSGBACK-TERMID TO WS-NEW-RT-RESOURCE.
093200     PERFORM 6000-FIND-RESOURCE THRU 6000-EXIT.
093300     IF WS-RT-IX = ZERO
093400         GO TO 4600-EXIT
093500     END-IF.
093600     ADD 1 TO WS-RT-N1(WS-RT-IX).
093700     IF MSGBACK-IS-ESCALATED
093800         ADD 1 TO WS-RT-N2(WS-RT-IX)
093900     END-IF.
094000 4600-EXIT.
094100     EXIT.
094200
094300 4700-WRITE-TERMINAL.
094400     MOVE WS-RT-RESOURCE(WS-RT-SUB) TO MT-RESOURCE.
094500     MOVE "COUNT" TO MT-UNIT.
094600     MOVE "BCAST.UNACKED" TO MT-METRIC.
094700     MOVE WS-RT-N1(WS-RT-SUB) TO MT-VALUE.
094800     PERFORM 5000-WRITE-METRIC THRU 5000-EXIT.
094900     MOVE "BCAST.ESCALATED" TO MT-METRIC.
095000     MOVE WS-RT-N2(WS-RT-SUB) TO MT-VALUE.
095100     PERFORM 5000-WRITE-METRIC THRU 5000-EXIT.
095200 4700-EXIT.
095300     EXIT.
095400
095500******************************************************************
095600*    5000-WRITE-METRIC -- ONE M LINE FROM MT-METRIC, MT-RESOURCE,
095700*    MT-VALUE AND MT-UNIT.
095800******************************************************************
095900 5000-WRITE-METRIC.
096000     WRITE XAMETOUT-RECORD FROM WS-METRIC-LINE.
096100     IF NOT WS-XAMETOUT-OK
096200         DISPLAY "XAMETEXP: XAMETOUT WRITE FAILED, STATUS="
096300             WS-XAMETOUT-STATUS UPON CONS
096400         GO TO 5000-EXIT
096500     END-IF.
096600     ADD 1 TO WS-METRIC-COUNT.
096700     ADD 1 TO WS-SOURCE-METRICS.
096800 5000-EXIT.
096900     EXIT.
097000
097100******************************************************************
097200*    5500-SOURCE-STATUS -- THE EXTRACT.SOURCE-OK LINE FOR THE FILE
097300*    NAMED IN MT-RESOURCE, AND ITS REPORT LINE.
097400******************************************************************
097500 5500-SOURCE-STATUS.
097600     MOVE MT-RESOURCE TO WS-SR-SOURCE.
097700     MOVE "EXTRACT.SOURCE-OK" TO MT-METRIC.
097800     MOVE "FLAG" TO MT-UNIT.
097900     IF WS-SOURCE-READ
098000         MOVE 1 TO MT-VALUE
098100         MOVE "READ" TO WS-SR-STATE
098200     ELSE
098300         MOVE 0 TO MT-VALUE
098400         MOVE "NOT READABLE" TO WS-SR-STATE
098500         ADD 1 TO WS-UNREADABLE-COUNT
098600     END-IF.
098700     PERFORM 5000-WRITE-METRIC THRU 5000-EXIT.
098800     MOVE WS-SOURCE-METRICS TO WS-SR-METRICS.
098900     WRITE XAMETRPT-LINE FROM WS-SOURCE-LINE.
099000 5500-EXIT.
099100     EXIT.
099200
099300******************************************************************
099400*    5600-READ-FAILED -- A READ ERROR PART-WAY THROUGH A SOURCE
099500*    ENDS THAT SOURCE AND MARKS IT UNREADABLE.  ITS PER-RESOURCE
099600*    LINES ALREADY WRITTEN STAND; ITS TOTALS ARE NOT WRITTEN.
099700******************************************************************
099800 5600-READ-FAILED.
099900     MOVE "N" TO WS-SOURCE-SWITCH.
100000     MOVE "Y" TO WS-EOF-SWITCH.
100100 5600-EXIT.
100200     EXIT.
100300
100400******************************************************************
100500*    6000-FIND-RESOURCE -- FIND WS-NEW-RT-RESOURCE IN THE TABLE,
100600*    ADDING IT IN KEY ORDER WITH ZERO COUNTS IF IT IS NEW.
100700*    WS-FOUND-SW SAYS WHETHER IT WAS ALREADY THERE; WS-RT-IX IS
100800*    ITS ENTRY, OR ZERO IF THE TABLE IS FULL.  THE LAST ENTRY HIT
100900*    IS TRIED FIRST.
101000******************************************************************
101100 6000-FIND-RESOURCE.
101200     IF WS-RT-IX > ZERO
101300         IF WS-RT-RESOURCE(WS-RT-IX) = WS-NEW-RT-RESOURCE
101400             MOVE 1 TO WS-FOUND-SW
101500             GO TO 6000-EXIT
101600         END-IF
101700     END-IF.
101800     MOVE 0 TO WS-FOUND-SW.
101900     MOVE 0 TO WS-INS-SUB.
102000     PERFORM 6010-SCAN-RESOURCE THRU 6010-EXIT
102100         VARYING WS-RT-SUB FROM 1 BY 1
102200         UNTIL WS-RT-SUB > WS-RT-COUNT
102300            OR WS-INS-SUB > ZERO.
102400     IF WS-FOUND-SW = 1
102500         MOVE WS-INS-SUB TO WS-RT-IX
102600         GO TO 6000-EXIT
102700     END-IF.
102800     IF WS-RT-COUNT NOT < WS-RT-MAX
102900         IF WS-UNTABLED-COUNT = ZERO
103000             DISPLAY "XAMETEXP: RESOURCE TABLE FULL AT "
103100                 WS-RT-MAX " ENTRIES" UPON CONS
103200         END-IF
103300         ADD 1 TO WS-UNTABLED-COUNT
103400         MOVE 0 TO WS-RT-IX
103500         GO TO 6000-EXIT
103600     END-IF.
103700     IF WS-INS-SUB = ZERO
103800         COMPUTE WS-INS-SUB = WS-RT-COUNT + 1
103900     END-IF.
104000     PERFORM 6020-SHIFT-RESOURCE THRU 6020-EXIT
104100         VARYING WS-SHIFT-SUB FROM WS-RT-COUNT BY -1
104200         UNTIL WS-SHIFT-SUB < WS-INS-SUB.
104300     ADD 1 TO WS-RT-COUNT.
104400     MOVE WS-INS-SUB TO WS-RT-IX.
104500     INITIALIZE WS-RT-ENTRY(WS-RT-IX).
104600     MOVE WS-NEW-RT-RESOURCE TO WS-RT-RESOURCE(WS-RT-IX).
104700 6000-EXIT.
104800     EXIT.
104900
105000 6010-SCAN-RESOURCE.
105100     IF WS-RT-RESOURCE(WS-RT-SUB) = WS-NEW-RT-RESOURCE
105200         MOVE 1 TO WS-FOUND-SW
105300         MOVE WS-RT-SUB TO WS-INS-SUB
105400     ELSE
105500         IF WS-RT-RESOURCE(WS-RT-SUB) > WS-NEW-RT-RESOURCE
105600             MOVE WS-RT-SUB TO WS-INS-SUB
105700         END-IF
105800     END-IF.
105900 6010-EXIT.
106000     EXIT.
106100
106200 6020-SHIFT-RESOURCE.
106300     MOVE WS-RT-ENTRY(WS-SHIFT-SUB)
106400         TO WS-RT-ENTRY(WS-SHIFT-SUB + 1).
106500 6020-EXIT.
106600     EXIT.
106700
106800******************************************************************
106900*    9000-TERMINATE -- TRAILER LINE, REPORT TOTALS AND CLOSE UP.
107000******************************************************************
107100 9000-TERMINATE.
107200     IF NOT WS-EXTRACT-STOPPED
107300         MOVE "T" TO MT-RECORD-TYPE
107400         MOVE "RECORD-COUNT" TO MT-METRIC
107500         MOVE SPACES TO MT-RESOURCE
107600         MOVE WS-METRIC-COUNT TO MT-VALUE
107700         MOVE "COUNT" TO MT-UNIT
107800         WRITE XAMETOUT-RECORD FROM WS-METRIC-LINE
107900         CLOSE XAMETOUT
108000     END-IF.
108100
108200     WRITE XAMETRPT-LINE FROM WS-BLANK-LINE.
108300     MOVE "METRIC LINES WRITTEN       =" TO WS-SL-LABEL.
108400     MOVE WS-METRIC-COUNT TO WS-SL-COUNT.
108500     WRITE XAMETRPT-LINE FROM WS-SUMMARY-LINE.
108600     MOVE "SOURCES NOT READABLE       =" TO WS-SL-LABEL.
108700     MOVE WS-UNREADABLE-COUNT TO WS-SL-COUNT.
108800     WRITE XAMETRPT-LINE FROM WS-SUMMARY-LINE.
108900     MOVE "RESOURCES NOT LISTED (FULL)=" TO WS-SL-LABEL.
109000     MOVE WS-UNTABLED-COUNT TO WS-SL-COUNT.
109100     WRITE XAMETRPT-LINE FROM WS-SUMMARY-LINE.
109200     CLOSE XAMETRPT.
109300 9000-EXIT.
109400     EXIT.
109500
109600******************************************************************
109700*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
109800*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
109900******************************************************************
110000     copy xarunctl.
110100
110200******************************************************************
110300*    OPEN-ALERT INDEX PARAGRAPHS (9870-ALOPEN-FIRST,
110400*    9880-ALOPEN-NEXT AND 9890-ALOPEN-END) -- SEE XA/XAALOCTL.CPY.
110500******************************************************************
110600     copy xaaloctl.
