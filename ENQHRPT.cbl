000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ENQHRPT.
000300 AUTHOR.        XA SUPPORT TEAM.
000400 INSTALLATION.  ENTERPRISE SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  MODIFICATION HISTORY
000900*  ----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  10/15/2026 XST   NEW PROGRAM.  DAILY/WEEKLY ENQ CONTENTION
001200*                   HOT-SPOT REPORT FROM THE ENQHIST SAMPLES
001300*                   ENQMON WRITES EACH PASS: HOLDS PER RESOURCE BY
001400*                   HOUR OF DAY AND THE TOP HOLDING TRANSACTIONS,
001500*                   AGAINST THE REGISTERED MAXIMUM HOLD.
001600******************************************************************
001700*  ENQMON SAMPLES EVERY ENQREG RESOURCE ONCE A MINUTE AND WRITES
001800*  ONE ENQHIST RECORD PER RESOURCE PER PASS (XA/ENQHIST.CPY).
001900*  SUCCESSIVE HELD SAMPLES WITH THE SAME HOLDING TASK AND THE
002000*  SAME FIRST-SEEN STAMP ARE ONE HOLD; ITS LENGTH IS THE DURATION
002100*  ON ITS LAST SAMPLE (SO UP TO ONE PASS SHORT OF THE TRUTH), AND
002200*  IT IS COUNTED IN THE HOUR IT STARTED.
002300*
002400*  FOR EACH REGISTERED RESOURCE, IN ENQREG ORDER, THE REPORT
002500*  SHOWS EVERY HOUR OF THE DAY IN WHICH IT WAS HELD: SAMPLES
002600*  TAKEN, PERCENTAGE OF THEM HELD, HOLDS STARTED, AVERAGE AND
002700*  LONGEST HOLD, AND HOW MANY HOLDS RAN PAST THE REGISTRY'S
002800*  ENQREG-MAX-HOLD-SECS.  THEN THE TOP HOLDING TRANSACTIONS BY
002900*  NUMBER OF HOLDS.  A DAILY RUN COVERS ONE DAY; A WEEKLY RUN THE
003000*  SEVEN DAYS ENDING ON THE REPORT DATE, HOURS ADDED ACROSS THE
003100*  DAYS SO A HOLD THAT RECURS AT 02:00 EVERY NIGHT STANDS OUT.
003200*  A RESOURCE NO LONGER IN ENQREG IS NOT REPORTED.
003300*
003400*  RC 4 = AT LEAST ONE HOLD RAN PAST ITS REGISTERED MAXIMUM.
003500*  RC 8 = ENQREG OR ENQHIST COULD NOT BE READ.
003600******************************************************************
003700
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-370.
004100 OBJECT-COMPUTER.   IBM-370.
004200 SPECIAL-NAMES.
004300     CONSOLE IS CONS.
004400
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     copy enqregsel.
004800
004900     copy enqhistsel.
005000
005100     SELECT ENQHPRM ASSIGN TO "ENQHPRM"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-ENQHPRM-STATUS.
005400
005500     SELECT ENQHRPT ASSIGN TO "ENQHRPT"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-ENQHRPT-STATUS.
005800
005900     copy xarunlgsel.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300     copy enqreg.
006400
006500     copy enqhist.
006600
006700*****************************************************************
006800*    ENQHPRM -- CONTROL CARD.  ANY FIELD LEFT BLANK KEEPS ITS
006900*    DEFAULT.
007000*****************************************************************
007100 FD  ENQHPRM
007200     LABEL RECORDS ARE STANDARD
007300     RECORDING MODE IS F.
007400
007500 01  ENQHPRM-CARD.
007600     05  ENQHPRM-PERIOD              PIC X(01).
007700         88  ENQHPRM-WEEKLY             VALUE "W".
007800     05  FILLER                      PIC X(01).
007900     05  ENQHPRM-REPORT-DATE         PIC X(08).
008000     05  ENQHPRM-REPORT-DATE-N REDEFINES ENQHPRM-REPORT-DATE
008100                                     PIC 9(08).
008200     05  FILLER                      PIC X(01).
008300     05  ENQHPRM-TOP-TRANS           PIC X(02).
008400     05  ENQHPRM-TOP-TRANS-N REDEFINES ENQHPRM-TOP-TRANS
008500                                     PIC 9(02).
008600     05  FILLER                      PIC X(67).
008700
008800 FD  ENQHRPT
008900     LABEL RECORDS ARE STANDARD
009000     RECORDING MODE IS F.
009100
009200 01  ENQHRPT-LINE                    PIC X(132).
009300
009400     copy xarunlg.
009500
009600 WORKING-STORAGE SECTION.
009700     copy xarunws.
009800
009900******************************************************************
010000*    FILE STATUS AND CONTROL SWITCHES
010100******************************************************************
010200 77  WS-ENQREG-STATUS                PIC X(02) VALUE SPACES.
010300     88  WS-ENQREG-OK                   VALUE "00".
010400
010500 77  WS-ENQHIST-STATUS               PIC X(02) VALUE SPACES.
010600     88  WS-ENQHIST-OK                  VALUE "00".
010700     88  WS-ENQHIST-NOT-FOUND           VALUE "35" "23".
010800
010900 77  WS-ENQHPRM-STATUS               PIC X(02) VALUE SPACES.
011000     88  WS-ENQHPRM-OK                  VALUE "00".
011100     88  WS-ENQHPRM-NOT-FOUND           VALUE "35" "23".
011200
011300 77  WS-ENQHRPT-STATUS               PIC X(02) VALUE SPACES.
011400     88  WS-ENQHRPT-OK                  VALUE "00".
011500
011600 77  WS-FAILED-SWITCH                PIC X(01) VALUE "N".
011700     88  WS-REPORT-FAILED               VALUE "Y".
011800
011900 77  WS-NO-HIST-SWITCH               PIC X(01) VALUE "N".
012000     88  WS-NO-HISTORY                  VALUE "Y".
012100
012200 77  WS-REG-EOF-SWITCH               PIC X(01) VALUE "N".
012300     88  WS-END-OF-REGISTRY             VALUE "Y".
012400
012500 77  WS-HIST-EOF-SWITCH              PIC X(01) VALUE "N".
012600     88  WS-END-OF-RESOURCE             VALUE "Y".
012700
012800 77  WS-EP-SWITCH                    PIC X(01) VALUE "N".
012900     88  WS-EP-OPEN                     VALUE "Y".
013000
013100 77  WS-PERIOD-SWITCH                PIC X(01) VALUE "D".
013200     88  WS-PERIOD-WEEKLY               VALUE "W".
013300
013400******************************************************************
013500*    PARAMETERS -- DEFAULTS, OVERRIDDEN BY THE ENQHPRM CARD.  THE
013600*    REPORT DATE DEFAULTS TO YESTERDAY, SO A MORNING RUN COVERS
013700*    THE WHOLE NIGHT.
013800******************************************************************
013900 77  WS-TOP-TRANS                    PIC 9(02) VALUE 3.
014000
014100******************************************************************
014200*    COUNTERS AND SUBSCRIPTS
014300******************************************************************
014400 77  WS-SAMPLES-READ                 PIC 9(09) COMP VALUE ZERO.
014500 77  WS-RES-REPORTED                 PIC 9(05) COMP VALUE ZERO.
014600 77  WS-RES-QUIET                    PIC 9(05) COMP VALUE ZERO.
014700 77  WS-HOLDS-TOTAL                  PIC 9(09) COMP VALUE ZERO.
014800 77  WS-OVER-TOTAL                   PIC 9(09) COMP VALUE ZERO.
014900 77  WS-RES-SAMPLES                  PIC 9(09) COMP VALUE ZERO.
015000 77  WS-RES-HELD                     PIC 9(09) COMP VALUE ZERO.
015100 77  WS-RES-HOLDS                    PIC 9(09) COMP VALUE ZERO.
015200 77  WS-RES-TOTAL-SECS               PIC 9(13) COMP VALUE ZERO.
015300 77  WS-RES-LONGEST                  PIC 9(09) COMP VALUE ZERO.
015400 77  WS-RES-OVER                     PIC 9(09) COMP VALUE ZERO.
015500 77  WS-HR                           PIC S9(04) COMP-5 VALUE ZERO.
015600 77  WS-TR                           PIC S9(04) COMP-5 VALUE ZERO.
015700 77  WS-TR-BEST                      PIC S9(04) COMP-5 VALUE ZERO.
015800 77  WS-TOP-SUB                      PIC S9(04) COMP-5 VALUE ZERO.
015900
016000******************************************************************
016100*    DATE WORK FIELDS -- THE SAME INTEGER-OF-DATE IDIOM XAPHRPT
016200*    USES TO BOUND ITS WINDOW.
016300******************************************************************
016400 01  WS-TODAY-DATE-TIME.
016500     05  WS-TODAY-DATE               PIC X(08).
016600     05  WS-TODAY-DATE-NUM REDEFINES WS-TODAY-DATE
016700                                     PIC 9(08).
016800     05  WS-TODAY-TIME               PIC X(06).
016900     05  FILLER                      PIC X(07).
017000
017100 77  WS-REPORT-DATE-NUM              PIC 9(08) VALUE ZERO.
017200 77  WS-REPORT-INTEGER-DATE          PIC 9(09) VALUE ZERO.
017300 77  WS-WORK-DATE-NUM                PIC 9(08) VALUE ZERO.
017400 01  WS-REPORT-DATE                  PIC X(08).
017500 01  WS-FROM-DATE                    PIC X(08).
017600
017700******************************************************************
017800*    THE HOLD CURRENTLY BEING FOLLOWED THROUGH THE SAMPLES
017900******************************************************************
018000 01  WS-EP-ID.
018100     05  WS-EP-TASK                  PIC 9(07).
018200     05  WS-EP-START                 PIC X(14).
018300 01  WS-EP-START-HH                  PIC X(02).
018400 01  WS-EP-TRAN                      PIC X(04).
018500 77  WS-EP-SECS                      PIC 9(09) COMP VALUE ZERO.
018600 01  WS-HH                           PIC X(02).
018700 01  WS-HH-NUM REDEFINES WS-HH       PIC 9(02).
018800 01  WS-SAMPLE-ID.
018900     05  WS-SAMPLE-TASK              PIC 9(07).
019000     05  WS-SAMPLE-START             PIC X(14).
019100
019200******************************************************************
019300*    HOUR-OF-DAY TABLE FOR ONE RESOURCE (ENTRY 1 = 00:00-00:59)
019400******************************************************************
019500 01  WS-HOUR-TABLE.
019600     05  WS-HR-ENTRY OCCURS 24 TIMES.
019700         10  WS-HR-SAMPLES           PIC 9(07) COMP.
019800         10  WS-HR-HELD              PIC 9(07) COMP.
019900         10  WS-HR-HOLDS             PIC 9(07) COMP.
020000         10  WS-HR-TOTAL-SECS        PIC 9(11) COMP.
020100         10  WS-HR-LONGEST           PIC 9(09) COMP.
020200         10  WS-HR-OVER              PIC 9(07) COMP.
020300
020400******************************************************************
020500*    HOLDING-TRANSACTION TABLE FOR ONE RESOURCE.  ONCE FULL, ANY
020600*    FURTHER TRANSACTION IS COUNTED IN THE LAST ENTRY AS "*OTH".
020700******************************************************************
020800 77  WS-TR-MAX                       PIC S9(04) COMP-5 VALUE 40.
020900 77  WS-TR-COUNT                     PIC S9(04) COMP-5 VALUE ZERO.
021000 01  WS-TRAN-TABLE.
021100     05  WS-TR-ENTRY OCCURS 40 TIMES.
021200         10  WS-TR-TRAN              PIC X(04).
021300         10  WS-TR-HOLDS             PIC 9(07) COMP.
021400         10  WS-TR-TOTAL-SECS        PIC 9(11) COMP.
021500         10  WS-TR-LONGEST           PIC 9(09) COMP.
021600         10  WS-TR-OVER              PIC 9(07) COMP.
021700         10  WS-TR-LISTED            PIC X(01).
021800
021900******************************************************************
022000*    REPORT LINE LAYOUTS -- ALL HOLD TIMES IN SECONDS
022100******************************************************************
022200 01  WS-REPORT-HEADING-1.
022300     05  FILLER                      PIC X(39) VALUE
022400         "ENQHRPT -- ENQ CONTENTION HOT SPOTS -- ".
022500     05  WS-RH1-PERIOD               PIC X(07).
022600     05  FILLER                      PIC X(01) VALUE SPACE.
022700     05  WS-RH1-FROM-DATE            PIC X(08).
022800     05  FILLER                      PIC X(04) VALUE " TO ".
022900     05  WS-RH1-TO-DATE              PIC X(08).
023000     05  FILLER                      PIC X(40) VALUE
023100         "   (HOLD TIMES IN SECONDS, HOURS WITH NO".
023200     05  FILLER                      PIC X(25) VALUE
023300         " HOLD NOT LISTED)".
023400
023500 01  WS-RESOURCE-LINE.
023600     05  FILLER                      PIC X(09) VALUE "RESOURCE ".
023700     05  WS-RL-RESOURCE              PIC X(10).
023800     05  FILLER                      PIC X(07) VALUE "  APP ".
023900     05  WS-RL-APP                   PIC X(08).
024000     05  FILLER                      PIC X(07) VALUE "  TEAM ".
024100     05  WS-RL-TEAM                  PIC X(16).
024200     05  FILLER                      PIC X(10) VALUE "  CONTACT ".
024300     05  WS-RL-CONTACT               PIC X(24).
024400     05  FILLER                      PIC X(12) VALUE
024500         "  MAX HOLD ".
024600     05  WS-RL-MAX                   PIC ZZZZ9.
024700     05  FILLER                      PIC X(24) VALUE SPACES.
024800
024900 01  WS-HOUR-HEADING.
025000     05  FILLER                      PIC X(40) VALUE
025100         "  HOUR   SAMPLES HELD-%    HOLDS  AVG-HO".
025200     05  FILLER                      PIC X(40) VALUE
025300         "LD    LONGEST  OVER-MAX                 ".
025400     05  FILLER                      PIC X(52) VALUE SPACES.
025500
025600 01  WS-HOUR-LINE.
025700     05  FILLER                      PIC X(02) VALUE SPACES.
025800     05  WS-HL-HOUR                  PIC X(05).
025900     05  FILLER                      PIC X(02) VALUE SPACES.
026000     05  WS-HL-SAMPLES               PIC Z(06)9.
026100     05  FILLER                      PIC X(04) VALUE SPACES.
026200     05  WS-HL-PCT                   PIC ZZ9.
026300     05  FILLER                      PIC X(02) VALUE SPACES.
026400     05  WS-HL-HOLDS                 PIC Z(06)9.
026500     05  FILLER                      PIC X(02) VALUE SPACES.
026600     05  WS-HL-AVG                   PIC Z(07)9.
026700     05  FILLER                      PIC X(02) VALUE SPACES.
026800     05  WS-HL-LONGEST               PIC Z(08)9.
026900     05  FILLER                      PIC X(03) VALUE SPACES.
027000     05  WS-HL-OVER                  PIC Z(06)9.
027100     05  FILLER                      PIC X(02) VALUE SPACES.
027200     05  WS-HL-FLAG                  PIC X(20).
027300     05  FILLER                      PIC X(45) VALUE SPACES.
027400
027500 01  WS-TRAN-HEADING.
027600     05  FILLER                      PIC X(40) VALUE
027700         "  TOP HOLDING TRANSACTIONS   TRAN   HOLD".
027800     05  FILLER                      PIC X(40) VALUE
027900         "S  AVG-HOLD    LONGEST  OVER-MAX        ".
028000     05  FILLER                      PIC X(52) VALUE SPACES.
028100
028200 01  WS-TRAN-LINE.
028300     05  FILLER                      PIC X(29) VALUE SPACES.
028400     05  WS-TL-TRAN                  PIC X(04).
028500     05  FILLER                      PIC X(01) VALUE SPACES.
028600     05  WS-TL-HOLDS                 PIC Z(06)9.
028700     05  FILLER                      PIC X(02) VALUE SPACES.
028800     05  WS-TL-AVG                   PIC Z(07)9.
028900     05  FILLER                      PIC X(02) VALUE SPACES.
029000     05  WS-TL-LONGEST               PIC Z(08)9.
029100     05  FILLER                      PIC X(03) VALUE SPACES.
029200     05  WS-TL-OVER                  PIC Z(06)9.
029300     05  FILLER                      PIC X(60) VALUE SPACES.
029400
029500 01  WS-SUMMARY-LINE.
029600     05  WS-SL-LABEL                 PIC X(32).
029700     05  WS-SL-COUNT                 PIC Z(08)9.
029800     05  FILLER                      PIC X(91) VALUE SPACES.
029900
030000 01  WS-MESSAGE-LINE                 PIC X(132).
030100 01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.
030200
030300 PROCEDURE DIVISION.
030400******************************************************************
030500 0000-MAINLINE.
030600******************************************************************
030700     MOVE "ENQHRPT" TO WS-RUNCTL-JOB.
030800     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
030900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031000     IF NOT WS-REPORT-FAILED
031100         PERFORM 2000-PROCESS-RESOURCE THRU 2000-EXIT
031200             UNTIL WS-END-OF-REGISTRY
031300     END-IF.
031400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
031500     IF WS-REPORT-FAILED
031600         MOVE 8 TO RETURN-CODE
031700     ELSE
031800         IF WS-OVER-TOTAL > ZERO
031900             MOVE 4 TO RETURN-CODE
032000         END-IF
032100     END-IF.
032200     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
032300     GOBACK.
032400
032500******************************************************************
032600*    1000-INITIALIZE -- READ THE CONTROL CARD, WORK OUT THE
032700*    PERIOD AND OPEN THE FILES.  A MISSING ENQHIST (ENQMON NEVER
032800*    RUN) IS NOT AN ERROR -- EVERY RESOURCE IS SIMPLY QUIET.
032900******************************************************************
033000 1000-INITIALIZE.
033100     MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE-TIME.
033200     COMPUTE WS-REPORT-DATE-NUM = FUNCTION DATE-OF-INTEGER
033300         (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM) - 1).
033400
033500     PERFORM 1100-GET-PARMS THRU 1100-EXIT.
033600     MOVE WS-REPORT-DATE-NUM TO WS-REPORT-DATE.
033700     COMPUTE WS-REPORT-INTEGER-DATE =
033800         FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE-NUM).
033900     IF WS-PERIOD-WEEKLY
034000         COMPUTE WS-WORK-DATE-NUM = FUNCTION DATE-OF-INTEGER
034100             (WS-REPORT-INTEGER-DATE - 6)
034200         MOVE WS-WORK-DATE-NUM TO WS-FROM-DATE
034300         MOVE "WEEKLY" TO WS-RH1-PERIOD
034400     ELSE
034500         MOVE WS-REPORT-DATE TO WS-FROM-DATE
034600         MOVE "DAILY" TO WS-RH1-PERIOD
034700     END-IF.
034800
034900     OPEN OUTPUT ENQHRPT.
035000     IF NOT WS-ENQHRPT-OK
035100         DISPLAY "ENQHRPT: UNABLE TO OPEN ENQHRPT, STATUS="
035200             WS-ENQHRPT-STATUS UPON CONS
035300     END-IF.
035400     MOVE WS-FROM-DATE TO WS-RH1-FROM-DATE.
035500     MOVE WS-REPORT-DATE TO WS-RH1-TO-DATE.
035600     WRITE ENQHRPT-LINE FROM WS-REPORT-HEADING-1.
035700
035800     OPEN INPUT ENQREG.
035900     IF NOT WS-ENQREG-OK
036000         DISPLAY "ENQHRPT: UNABLE TO OPEN ENQREG, STATUS="
036100             WS-ENQREG-STATUS UPON CONS
036200         MOVE "Y" TO WS-FAILED-SWITCH
036300         GO TO 1000-EXIT
036400     END-IF.
036500
036600     OPEN INPUT ENQHIST.
036700     IF WS-ENQHIST-NOT-FOUND
036800         MOVE "Y" TO WS-NO-HIST-SWITCH
036900     ELSE
037000         IF NOT WS-ENQHIST-OK
037100             DISPLAY "ENQHRPT: UNABLE TO OPEN ENQHIST, STATUS="
037200                 WS-ENQHIST-STATUS UPON CONS
037300             CLOSE ENQREG
037400             MOVE "Y" TO WS-FAILED-SWITCH
037500             GO TO 1000-EXIT
037600         END-IF
037700     END-IF.
037800     PERFORM 2100-READ-REGISTRY THRU 2100-EXIT.
037900 1000-EXIT.
038000     EXIT.
038100
038200******************************************************************
038300*    1100-GET-PARMS -- FIRST NON-COMMENT ENQHPRM CARD.  A BLANK OR
038400*    NON-NUMERIC FIELD KEEPS ITS DEFAULT.  MORE THAN TEN TOP
038500*    TRANSACTIONS IS NOT A TOP LIST AND IS CUT TO TEN.
038600******************************************************************
038700 1100-GET-PARMS.
038800     OPEN INPUT ENQHPRM.
038900     IF WS-ENQHPRM-NOT-FOUND
039000         GO TO 1100-EXIT
039100     END-IF.
039200     IF NOT WS-ENQHPRM-OK
039300         DISPLAY "ENQHRPT: UNABLE TO OPEN ENQHPRM, STATUS="
039400             WS-ENQHPRM-STATUS UPON CONS
039500         GO TO 1100-EXIT
039600     END-IF.
039700     READ ENQHPRM
039800         AT END
039900             CLOSE ENQHPRM
040000             GO TO 1100-EXIT
040100     END-READ.
040200     IF ENQHPRM-CARD(1:1) = "*"
040300         CLOSE ENQHPRM
040400         GO TO 1100-EXIT
040500     END-IF.
040600     IF ENQHPRM-WEEKLY
040700         MOVE "W" TO WS-PERIOD-SWITCH
040800     END-IF.
040900     IF ENQHPRM-REPORT-DATE IS NUMERIC
041000         MOVE ENQHPRM-REPORT-DATE-N TO WS-REPORT-DATE-NUM
041100     END-IF.
041200     IF ENQHPRM-TOP-TRANS IS NUMERIC
041300     AND ENQHPRM-TOP-TRANS-N > ZERO
041400         MOVE ENQHPRM-TOP-TRANS-N TO WS-TOP-TRANS
041500     END-IF.
041600     IF WS-TOP-TRANS > 10
041700         MOVE 10 TO WS-TOP-TRANS
041800     END-IF.
041900     CLOSE ENQHPRM.
042000 1100-EXIT.
042100     EXIT.
042200
042300******************************************************************
042400*    2000-PROCESS-RESOURCE -- ONE REGISTERED RESOURCE: GATHER ITS
042500*    SAMPLES FOR THE PERIOD, THEN REPORT IT IF IT WAS EVER HELD.
042600******************************************************************
042700 2000-PROCESS-RESOURCE.
042800     INITIALIZE WS-HOUR-TABLE.
042900     INITIALIZE WS-TRAN-TABLE.
043000     MOVE ZERO TO WS-TR-COUNT.
043100     MOVE "N" TO WS-EP-SWITCH.
043200     MOVE "N" TO WS-HIST-EOF-SWITCH.
043300     IF WS-NO-HISTORY
043400         MOVE "Y" TO WS-HIST-EOF-SWITCH
043500     ELSE
043600         MOVE enqreg-resource TO enqhist-resource
043700         MOVE WS-FROM-DATE TO enqhist-sample-date
043800         MOVE LOW-VALUES TO enqhist-sample-time
043900         START ENQHIST KEY NOT LESS THAN enqhist-key
044000             INVALID KEY
044100                 MOVE "Y" TO WS-HIST-EOF-SWITCH
044200         END-START
044300     END-IF.
044400     PERFORM 2200-TAKE-SAMPLE THRU 2200-EXIT
044500         UNTIL WS-END-OF-RESOURCE.
044600     IF WS-EP-OPEN
044700         PERFORM 2400-CLOSE-HOLD THRU 2400-EXIT
044800     END-IF.
044900     PERFORM 3000-REPORT-RESOURCE THRU 3000-EXIT.
045000     PERFORM 2100-READ-REGISTRY THRU 2100-EXIT.
045100 2000-EXIT.
045200     EXIT.
045300
045400 2100-READ-REGISTRY.
045500     READ ENQREG NEXT RECORD
045600         AT END
045700             MOVE "Y" TO WS-REG-EOF-SWITCH
045800     END-READ.
045900 2100-EXIT.
046000     EXIT.
046100
046200******************************************************************
046300*    2200-TAKE-SAMPLE -- NEXT ENQHIST SAMPLE FOR THIS RESOURCE
046400*    WITHIN THE PERIOD.  A HELD SAMPLE EITHER CONTINUES THE HOLD
046500*    BEING FOLLOWED OR ENDS IT AND STARTS ANOTHER; A FREE SAMPLE
046600*    ENDS IT.
046700******************************************************************
046800 2200-TAKE-SAMPLE.
046900     READ ENQHIST NEXT RECORD
047000         AT END
047100             MOVE "Y" TO WS-HIST-EOF-SWITCH
047200             GO TO 2200-EXIT
047300     END-READ.
047400     IF enqhist-resource NOT = enqreg-resource
047500     OR enqhist-sample-date > WS-REPORT-DATE
047600         MOVE "Y" TO WS-HIST-EOF-SWITCH
047700         GO TO 2200-EXIT
047800     END-IF.
047900     ADD 1 TO WS-SAMPLES-READ.
048000     MOVE 24 TO WS-HR.
048100     MOVE enqhist-sample-time(1:2) TO WS-HH.
048200     IF WS-HH IS NUMERIC
048300     AND WS-HH-NUM < 24
048400         COMPUTE WS-HR = WS-HH-NUM + 1
048500     END-IF.
048600     ADD 1 TO WS-HR-SAMPLES(WS-HR).
048700
048800     IF NOT enqhist-is-held
048900         IF WS-EP-OPEN
049000             PERFORM 2400-CLOSE-HOLD THRU 2400-EXIT
049100         END-IF
049200         GO TO 2200-EXIT
049300     END-IF.
049400     ADD 1 TO WS-HR-HELD(WS-HR).
049500
049600     MOVE enqhist-holder-task TO WS-SAMPLE-TASK.
049700     MOVE enqhist-hold-start TO WS-SAMPLE-START.
049800     IF WS-EP-OPEN
049900     AND WS-SAMPLE-ID = WS-EP-ID
050000         MOVE enqhist-held-secs TO WS-EP-SECS
050100         IF WS-EP-TRAN = SPACES
050200             MOVE enqhist-holder-tran TO WS-EP-TRAN
050300         END-IF
050400         GO TO 2200-EXIT
050500     END-IF.
050600     IF WS-EP-OPEN
050700         PERFORM 2400-CLOSE-HOLD THRU 2400-EXIT
050800     END-IF.
050900     MOVE "Y" TO WS-EP-SWITCH.
051000     MOVE WS-SAMPLE-ID TO WS-EP-ID.
051100     MOVE enqhist-holder-tran TO WS-EP-TRAN.
051200     MOVE enqhist-held-secs TO WS-EP-SECS.
051300     MOVE enqhist-hold-time(1:2) TO WS-EP-START-HH.
051400     IF WS-EP-START-HH NOT NUMERIC
051500     OR WS-EP-START-HH NOT < "24"
051600         MOVE enqhist-sample-time(1:2) TO WS-EP-START-HH
051700     END-IF.
051800 2200-EXIT.
051900     EXIT.
052000
052100******************************************************************
052200*    2400-CLOSE-HOLD -- THE HOLD BEING FOLLOWED HAS ENDED (OR THE
052300*    PERIOD HAS).  COUNT IT IN THE HOUR IT STARTED AND AGAINST ITS
052400*    TRANSACTION.
052500******************************************************************
052600 2400-CLOSE-HOLD.
052700     MOVE "N" TO WS-EP-SWITCH.
052800     MOVE 24 TO WS-HR.
052900     MOVE WS-EP-START-HH TO WS-HH.
053000     IF WS-HH IS NUMERIC
053100     AND WS-HH-NUM < 24
053200         COMPUTE WS-HR = WS-HH-NUM + 1
053300     END-IF.
053400     ADD 1 TO WS-HR-HOLDS(WS-HR).
053500     ADD WS-EP-SECS TO WS-HR-TOTAL-SECS(WS-HR).
053600     IF WS-EP-SECS > WS-HR-LONGEST(WS-HR)
053700         MOVE WS-EP-SECS TO WS-HR-LONGEST(WS-HR)
053800     END-IF.
053900     IF WS-EP-SECS > enqreg-max-hold-secs
054000         ADD 1 TO WS-HR-OVER(WS-HR)
054100     END-IF.
054200
054300     IF WS-EP-TRAN = SPACES
054400         MOVE "????" TO WS-EP-TRAN
054500     END-IF.
054600     PERFORM 2450-FIND-TRAN THRU 2450-EXIT.
054700     ADD 1 TO WS-TR-HOLDS(WS-TR).
054800     ADD WS-EP-SECS TO WS-TR-TOTAL-SECS(WS-TR).
054900     IF WS-EP-SECS > WS-TR-LONGEST(WS-TR)
055000         MOVE WS-EP-SECS TO WS-TR-LONGEST(WS-TR)
055100     END-IF.
055200     IF WS-EP-SECS > enqreg-max-hold-secs
055300         ADD 1 TO WS-TR-OVER(WS-TR)
055400     END-IF.
055500 2400-EXIT.
055600     EXIT.
055700
055800 2450-FIND-TRAN.
055900     MOVE ZERO TO WS-TR-BEST.
056000     PERFORM 2460-SCAN-TRAN THRU 2460-EXIT
056100         VARYING WS-TR FROM 1 BY 1
056200         UNTIL WS-TR > WS-TR-COUNT
056300            OR WS-TR-BEST > ZERO.
056400     IF WS-TR-BEST > ZERO
056500         MOVE WS-TR-BEST TO WS-TR
056600         GO TO 2450-EXIT
056700     END-IF.
056800     IF WS-TR-COUNT < WS-TR-MAX
056900         ADD 1 TO WS-TR-COUNT
057000         MOVE WS-TR-COUNT TO WS-TR
057100         MOVE WS-EP-TRAN TO WS-TR-TRAN(WS-TR)
057200     ELSE
057300         MOVE WS-TR-MAX TO WS-TR
057400         MOVE "*OTH" TO WS-TR-TRAN(WS-TR)
057500     END-IF.
057600 2450-EXIT.
057700     EXIT.
057800
057900 2460-SCAN-TRAN.
058000     IF WS-TR-TRAN(WS-TR) = WS-EP-TRAN
058100         MOVE WS-TR TO WS-TR-BEST
058200     END-IF.
058300 2460-EXIT.
058400     EXIT.
058500
058600******************************************************************
058700*    3000-REPORT-RESOURCE -- THE RESOURCE HEADING, ONE LINE PER
058800*    HOUR IN WHICH IT WAS HELD, AN ALL-HOURS LINE AND THE TOP
058900*    HOLDING TRANSACTIONS.  A RESOURCE NEVER HELD IN THE PERIOD
059000*    IS ONLY COUNTED.
059100******************************************************************
059200 3000-REPORT-RESOURCE.
059300     MOVE ZERO TO WS-RES-SAMPLES WS-RES-HELD WS-RES-HOLDS
059400         WS-RES-TOTAL-SECS WS-RES-LONGEST WS-RES-OVER.
059500     PERFORM 3050-ADD-HOUR THRU 3050-EXIT
059600         VARYING WS-HR FROM 1 BY 1 UNTIL WS-HR > 24.
059700     IF WS-RES-HELD = ZERO
059800         ADD 1 TO WS-RES-QUIET
059900         GO TO 3000-EXIT
060000     END-IF.
060100     ADD 1 TO WS-RES-REPORTED.
060200     ADD WS-RES-HOLDS TO WS-HOLDS-TOTAL.
060300     ADD WS-RES-OVER TO WS-OVER-TOTAL.
060400
060500     MOVE enqreg-resource TO WS-RL-RESOURCE.
060600     MOVE enqreg-owner-app TO WS-RL-APP.
060700     MOVE enqreg-owner-team TO WS-RL-TEAM.
060800     MOVE enqreg-contact TO WS-RL-CONTACT.
060900     MOVE enqreg-max-hold-secs TO WS-RL-MAX.
061000     WRITE ENQHRPT-LINE FROM WS-BLANK-LINE.
061100     WRITE ENQHRPT-LINE FROM WS-RESOURCE-LINE.
061200     WRITE ENQHRPT-LINE FROM WS-HOUR-HEADING.
061300     PERFORM 3100-REPORT-HOUR THRU 3100-EXIT
061400         VARYING WS-HR FROM 1 BY 1 UNTIL WS-HR > 24.
061500
061600     MOVE SPACES TO WS-HL-FLAG.
061700     MOVE "ALL" TO WS-HL-HOUR.
061800     MOVE WS-RES-SAMPLES TO WS-HL-SAMPLES.
061900     COMPUTE WS-HL-PCT = WS-RES-HELD * 100 / WS-RES-SAMPLES.
062000     MOVE WS-RES-HOLDS TO WS-HL-HOLDS.
062100     MOVE ZERO TO WS-HL-AVG.
062200     IF WS-RES-HOLDS > ZERO
062300         COMPUTE WS-HL-AVG = WS-RES-TOTAL-SECS / WS-RES-HOLDS
062400     END-IF.
062500     MOVE WS-RES-LONGEST TO WS-HL-LONGEST.
062600     MOVE WS-RES-OVER TO WS-HL-OVER.
062700     IF WS-RES-OVER > ZERO
062800         MOVE "** OVER MAX HOLD" TO WS-HL-FLAG
062900     END-IF.
063000     WRITE ENQHRPT-LINE FROM WS-HOUR-LINE.
063100
063200     IF WS-TR-COUNT > ZERO
063300         WRITE ENQHRPT-LINE FROM WS-TRAN-HEADING
063400         PERFORM 3200-REPORT-TOP-TRAN THRU 3200-EXIT
063500             VARYING WS-TOP-SUB FROM 1 BY 1
063600             UNTIL WS-TOP-SUB > WS-TOP-TRANS
063700     END-IF.
063800 3000-EXIT.
063900     EXIT.
064000
064100 3050-ADD-HOUR.
064200     ADD WS-HR-SAMPLES(WS-HR) TO WS-RES-SAMPLES.
064300     ADD WS-HR-HELD(WS-HR) TO WS-RES-HELD.
064400     ADD WS-HR-HOLDS(WS-HR) TO WS-RES-HOLDS.
064500     ADD WS-HR-TOTAL-SECS(WS-HR) TO WS-RES-TOTAL-SECS.
064600     ADD WS-HR-OVER(WS-HR) TO WS-RES-OVER.
064700     IF WS-HR-LONGEST(WS-HR) > WS-RES-LONGEST
064800         MOVE WS-HR-LONGEST(WS-HR) TO WS-RES-LONGEST
064900     END-IF.
065000 3050-EXIT.
065100     EXIT.
065200
065300 3100-REPORT-HOUR.
065400     IF WS-HR-HELD(WS-HR) = ZERO
065500     AND WS-HR-HOLDS(WS-HR) = ZERO
065600         GO TO 3100-EXIT
065700     END-IF.
065800     MOVE SPACES TO WS-HL-FLAG.
065900     COMPUTE WS-HH-NUM = WS-HR - 1.
066000     MOVE WS-HH TO WS-HL-HOUR(1:2).
066100     MOVE ":00" TO WS-HL-HOUR(3:3).
066200     MOVE WS-HR-SAMPLES(WS-HR) TO WS-HL-SAMPLES.
066300     MOVE ZERO TO WS-HL-PCT.
066400     IF WS-HR-SAMPLES(WS-HR) > ZERO
066500         COMPUTE WS-HL-PCT =
066600             WS-HR-HELD(WS-HR) * 100 / WS-HR-SAMPLES(WS-HR)
066700     END-IF.
066800     MOVE WS-HR-HOLDS(WS-HR) TO WS-HL-HOLDS.
066900     MOVE ZERO TO WS-HL-AVG.
067000     IF WS-HR-HOLDS(WS-HR) > ZERO
067100         COMPUTE WS-HL-AVG =
067200             WS-HR-TOTAL-SECS(WS-HR) / WS-HR-HOLDS(WS-HR)
067300     END-IF.
067400     MOVE WS-HR-LONGEST(WS-HR) TO WS-HL-LONGEST.
067500     MOVE WS-HR-OVER(WS-HR) TO WS-HL-OVER.
067600     IF WS-HR-OVER(WS-HR) > ZERO
067700         MOVE "** OVER MAX HOLD" TO WS-HL-FLAG
067800     END-IF.
067900     WRITE ENQHRPT-LINE FROM WS-HOUR-LINE.
068000 3100-EXIT.
068100     EXIT.
068200
068300******************************************************************
068400*    3200-REPORT-TOP-TRAN -- THE NEXT MOST FREQUENT HOLDER NOT YET
068500*    LISTED (MOST HOLDS; TIES GO TO THE MORE SECONDS HELD).
068600******************************************************************
068700 3200-REPORT-TOP-TRAN.
068800     MOVE ZERO TO WS-TR-BEST.
068900     PERFORM 3250-CHECK-TRAN THRU 3250-EXIT
069000         VARYING WS-TR FROM 1 BY 1 UNTIL WS-TR > WS-TR-COUNT.
069100     IF WS-TR-BEST = ZERO
069200         MOVE WS-TOP-TRANS TO WS-TOP-SUB
069300         GO TO 3200-EXIT
069400     END-IF.
069500     MOVE "Y" TO WS-TR-LISTED(WS-TR-BEST).
069600     MOVE WS-TR-TRAN(WS-TR-BEST) TO WS-TL-TRAN.
069700     MOVE WS-TR-HOLDS(WS-TR-BEST) TO WS-TL-HOLDS.
069800     COMPUTE WS-TL-AVG =
069900         WS-TR-TOTAL-SECS(WS-TR-BEST) / WS-TR-HOLDS(WS-TR-BEST).
070000     MOVE WS-TR-LONGEST(WS-TR-BEST) TO WS-TL-LONGEST.
070100     MOVE WS-TR-OVER(WS-TR-BEST) TO WS-TL-OVER.
070200     WRITE ENQHRPT-LINE FROM WS-TRAN-LINE.
070300 3200-EXIT.
070400     EXIT.
070500
070600 3250-CHECK-TRAN.
070700     IF WS-TR-LISTED(WS-TR) = "Y"
070800         GO TO 3250-EXIT
070900     END-IF.
071000     IF WS-TR-BEST = ZERO
071100         MOVE WS-TR TO WS-TR-BEST
071200         GO TO 3250-EXIT
071300     END-IF.
071400     IF WS-TR-HOLDS(WS-TR) > WS-TR-HOLDS(WS-TR-BEST)
071500     OR (WS-TR-HOLDS(WS-TR) = WS-TR-HOLDS(WS-TR-BEST)
071600     AND WS-TR-TOTAL-SECS(WS-TR) > WS-TR-TOTAL-SECS(WS-TR-BEST))
071700         MOVE WS-TR TO WS-TR-BEST
071800     END-IF.
071900 3250-EXIT.
072000     EXIT.
072100
072200******************************************************************
072300*    9000-TERMINATE -- SUMMARY LINES AND CLOSE UP.
072400******************************************************************
072500 9000-TERMINATE.
072600     IF NOT WS-ENQHRPT-OK
072700         GO TO 9000-EXIT
072800     END-IF.
072900     WRITE ENQHRPT-LINE FROM WS-BLANK-LINE.
073000     IF WS-REPORT-FAILED
073100         MOVE "ENQREG OR ENQHIST COULD NOT BE READ - NO REPORT"
073200             TO WS-MESSAGE-LINE
073300         WRITE ENQHRPT-LINE FROM WS-MESSAGE-LINE
073400         CLOSE ENQHRPT
073500         GO TO 9000-EXIT
073600     END-IF.
073700     IF WS-NO-HISTORY
073800         MOVE "ENQHIST IS EMPTY - ENQMON HAS NOT RECORDED A PASS"
073900             TO WS-MESSAGE-LINE
074000         WRITE ENQHRPT-LINE FROM WS-MESSAGE-LINE
074100     END-IF.
074200     MOVE "SAMPLES READ" TO WS-SL-LABEL.
074300     MOVE WS-SAMPLES-READ TO WS-SL-COUNT.
074400     WRITE ENQHRPT-LINE FROM WS-SUMMARY-LINE.
074500     MOVE "RESOURCES HELD IN THE PERIOD" TO WS-SL-LABEL.
074600     MOVE WS-RES-REPORTED TO WS-SL-COUNT.
074700     WRITE ENQHRPT-LINE FROM WS-SUMMARY-LINE.
074800     MOVE "RESOURCES NEVER HELD" TO WS-SL-LABEL.
074900     MOVE WS-RES-QUIET TO WS-SL-COUNT.
075000     WRITE ENQHRPT-LINE FROM WS-SUMMARY-LINE.
075100     MOVE "HOLDS" TO WS-SL-LABEL.
075200     MOVE WS-HOLDS-TOTAL TO WS-SL-COUNT.
075300     WRITE ENQHRPT-LINE FROM WS-SUMMARY-LINE.
075400     MOVE "HOLDS PAST THE MAXIMUM" TO WS-SL-LABEL.
075500     MOVE WS-OVER-TOTAL TO WS-SL-COUNT.
075600     WRITE ENQHRPT-LINE FROM WS-SUMMARY-LINE.
075700     CLOSE ENQREG.
075800     IF NOT WS-NO-HISTORY
075900         CLOSE ENQHIST
076000     END-IF.
076100     CLOSE ENQHRPT.
076200 9000-EXIT.
076300     EXIT.
076400
076500******************************************************************
076600*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
076700*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
076800******************************************************************
076900     copy xarunctl.
