000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    XAVBRPT.
000300 AUTHOR.        XA SUPPORT TEAM.
000400 INSTALLATION.  ENTERPRISE SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  MODIFICATION HISTORY
000900*  ----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  10/15/2026 XST   NEW PROGRAM.  DAILY XA VERB ERROR-RATE REPORT
001200*                   OVER XAVBLOG: ERROR COUNTS AND ERROR RATE PER
001300*                   RESOURCE, PER VERB AND PER RETURN CODE, FOR
001400*                   THE DAY AND A TRAILING WINDOW, WITH AN XAALERT
001500*                   WORK ITEM FOR ANY RESOURCE OVER THRESHOLD.
001520*  10/15/2026 XST   EACH ALERT WRITTEN TO XAALERT IS ALSO ENTERED
001540*                   IN THE XAALOPEN OPEN-ALERT INDEX, SO XAAL AND
001560*                   THE OPEN-ALERT READERS FIND IT WITHOUT READING
001580*                   ALL OF XAALERT.
001600******************************************************************
001700*  THE VERB WRAPPERS IN XA/XAHEUR.CPY APPEND AN "E" RECORD TO
001800*  XAVBLOG FOR EVERY FAILING XA VERB CALL AND, EVERY HUNDRED CALLS
001900*  AND ON EVERY CLOSE, A "T" RECORD PER VERB WITH THE NUMBER OF
002000*  CALLS MADE.  XAVBRPT TOTALS BOTH FOR TODAY AND FOR A TRAILING
002100*  WINDOW ENDING TODAY, SO "ONE BAD NIGHT" AND "FAILING 2% OF ITS
002200*  OPENS ALL MONTH" READ DIFFERENTLY:
002300*    ERRORS  ARE COUNTED FROM THE "E" RECORDS;
002400*    CALLS   ARE COUNTED FROM THE "T" RECORDS.  A REGION STILL UP
002500*            WHEN THIS JOB RUNS MAY HOLD UP TO A HUNDRED CALLS NOT
002600*            YET TALLIED, SO CALLS ARE NEVER SHOWN BELOW ERRORS.
002700*  A RESOURCE WHOSE WINDOW RATE IS AT OR OVER THE THRESHOLD IS
002800*  RAISED AT HIGH SEVERITY; ONE WHOSE RATE IS OVER ONLY FOR TODAY
002900*  IS RAISED AT MEDIUM.  EITHER RATE IS ONLY JUDGED ONCE THE
003000*  RESOURCE HAS MADE THE MINIMUM NUMBER OF CALLS, SO ONE FAILED
003100*  OPEN OUT OF TWO IS NOT A 50% ALERT.  XAVBLOG ACCUMULATES
003200*  ACROSS DAYS LIKE XAJTLOG; RECORDS OLDER THAN THE WINDOW ARE
003300*  SKIPPED.  ENDS RC 4 WHEN ANY RESOURCE WAS RAISED.
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-370.
003800 OBJECT-COMPUTER.   IBM-370.
003900 SPECIAL-NAMES.
004000     CONSOLE IS CONS.
004100
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     copy xavblogsel.
004500
004600     copy xaalertsel.
004633
004666     copy xaalopensel.
004700
004800     SELECT XAVBPRM ASSIGN TO "XAVBPRM"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-XAVBPRM-STATUS.
005100
005200     SELECT XAVBRPT ASSIGN TO "XAVBRPT"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-XAVBRPT-STATUS.
005500
005600     copy xarunlgsel.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000     copy xavblog.
006100
006200     copy xaalert.
006233
006266     copy xaalopen.
006300
006400*****************************************************************
006500*    XAVBPRM -- THRESHOLD CARD.  ANY FIELD LEFT BLANK KEEPS ITS
006600*    DEFAULT (2.00%, 100 CALLS, 30 DAYS).  "*" IN COL 1 IS A
006700*    COMMENT.
006800*****************************************************************
006900 FD  XAVBPRM
007000     LABEL RECORDS ARE STANDARD
007100     RECORDING MODE IS F.
007200
007300 01  XAVBPRM-CARD.
007400     05  XAVBPRM-RATE-PCT            PIC X(05).
007500     05  XAVBPRM-RATE-PCT-N REDEFINES XAVBPRM-RATE-PCT
007600                                     PIC 9(03)V99.
007700     05  FILLER                      PIC X(01).
007800     05  XAVBPRM-MIN-CALLS           PIC X(07).
007900     05  XAVBPRM-MIN-CALLS-N REDEFINES XAVBPRM-MIN-CALLS
008000                                     PIC 9(07).
008100     05  FILLER                      PIC X(01).
008200     05  XAVBPRM-WINDOW-DAYS         PIC X(02).
008300     05  XAVBPRM-WINDOW-DAYS-N REDEFINES XAVBPRM-WINDOW-DAYS
008400                                     PIC 9(02).
008500     05  FILLER                      PIC X(64).
008600
008700 FD  XAVBRPT
008800     LABEL RECORDS ARE STANDARD
008900     RECORDING MODE IS F.
009000
009100 01  XAVBRPT-LINE                    PIC X(132).
009200
009300     copy xarunlg.
009400
009500 WORKING-STORAGE SECTION.
009600     copy xarunws.
009633
009666     copy xaalows.
009700
009800******************************************************************
009900*    FILE STATUS AND CONTROL SWITCHES
010000******************************************************************
010100 77  WS-XAVBLOG-STATUS               PIC X(02) VALUE SPACES.
010200     88  WS-XAVBLOG-OK                  VALUE "00".
010300     88  WS-XAVBLOG-NOT-FOUND           VALUE "35" "23".
010400
010500 77  WS-XAALERT-STATUS               PIC X(02) VALUE SPACES.
010600     88  WS-XAALERT-OK                  VALUE "00".
010700     88  WS-XAALERT-NOT-FOUND           VALUE "35" "23".
010800     88  WS-XAALERT-DUPLICATE           VALUE "22".
010900
011000 77  WS-XAVBPRM-STATUS               PIC X(02) VALUE SPACES.
011100     88  WS-XAVBPRM-OK                  VALUE "00".
011200     88  WS-XAVBPRM-NOT-FOUND           VALUE "35" "23".
011300
011400 77  WS-XAVBRPT-STATUS               PIC X(02) VALUE SPACES.
011500     88  WS-XAVBRPT-OK                  VALUE "00".
011600
011700 77  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
011800     88  WS-END-OF-FILE                 VALUE "Y".
011900
012000 77  WS-NO-FILE-SWITCH               PIC X(01) VALUE "N".
012100     88  WS-NO-LOG-FILE                 VALUE "Y".
012200
012300 77  WS-FOUND-SW                     PIC 9(01) VALUE 0.
012400 77  WS-TODAY-SW                     PIC 9(01) VALUE 0.
012500
012600******************************************************************
012700*    THRESHOLDS -- DEFAULTS, OVERRIDDEN BY THE XAVBPRM CARD.
012800******************************************************************
012900 77  WS-THRESHOLD-PCT                PIC 9(03)V99 VALUE 2.00.
013000 77  WS-MIN-CALLS                    PIC 9(07) VALUE 100.
013100 77  WS-WINDOW-DAYS                  PIC 9(02) VALUE 30.
013200
013300******************************************************************
013400*    COUNTERS AND SUBSCRIPTS
013500******************************************************************
013600 77  WS-RECORDS-READ                 PIC 9(09) COMP VALUE ZERO.
013700 77  WS-RECORDS-SKIPPED              PIC 9(09) COMP VALUE ZERO.
013800 77  WS-RAISED-COUNT                 PIC 9(05) COMP VALUE ZERO.
013900 77  WS-RS-SUB                       PIC S9(04) COMP-5 VALUE ZERO.
014000 77  WS-RV-SUB                       PIC S9(04) COMP-5 VALUE ZERO.
014100 77  WS-RC-SUB                       PIC S9(04) COMP-5 VALUE ZERO.
014200 77  WS-RS-IX                        PIC S9(04) COMP-5 VALUE ZERO.
014300 77  WS-RV-IX                        PIC S9(04) COMP-5 VALUE ZERO.
014400 77  WS-RC-IX                        PIC S9(04) COMP-5 VALUE ZERO.
014500 77  WS-INS-SUB                      PIC S9(04) COMP-5 VALUE ZERO.
014600 77  WS-SHIFT-SUB                    PIC S9(04) COMP-5 VALUE ZERO.
014700
014800******************************************************************
014900*    DATE WORK FIELDS -- THE SAME INTEGER-OF-DATE IDIOM XAJTTRND
015000*    USES TO BOUND ITS WINDOW.
015100******************************************************************
015200 01  WS-TODAY-DATE-TIME.
015300     05  WS-TODAY-DATE               PIC X(08).
015400     05  WS-TODAY-TIME               PIC X(06).
015500     05  FILLER                      PIC X(07).
015600
015700 77  WS-TODAY-DATE-NUM               PIC 9(08) VALUE ZERO.
015800 77  WS-FROM-DATE-NUM                PIC 9(08) VALUE ZERO.
015900 77  WS-TODAY-INTEGER-DATE           PIC 9(09) VALUE ZERO.
016000 01  WS-FROM-DATE                    PIC X(08).
016100
016200******************************************************************
016300*    TALLY TABLES, EACH KEPT IN KEY ORDER AS ENTRIES ARE ADDED SO
016400*    THE REPORT COMES OUT GROUPED WITHOUT A SORT STEP.
016500*      WS-RS-  ONE ENTRY PER RESOURCE
016600*      WS-RV-  ONE ENTRY PER RESOURCE + VERB
016700*      WS-RC-  ONE ENTRY PER RESOURCE + VERB + RETURN CODE
016800******************************************************************
016900 77  WS-RS-MAX                       PIC S9(04) COMP-5 VALUE 200.
017000 77  WS-RS-COUNT                     PIC S9(04) COMP-5 VALUE ZERO.
017100 01  WS-RS-TABLE.
017200     05  WS-RS-ENTRY OCCURS 200 TIMES.
017300         10  WS-RS-RESOURCE          PIC X(08).
017400         10  WS-RS-DAY-CALLS         PIC 9(09) COMP.
017500         10  WS-RS-DAY-ERRORS        PIC 9(09) COMP.
017600         10  WS-RS-WIN-CALLS         PIC 9(09) COMP.
017700         10  WS-RS-WIN-ERRORS        PIC 9(09) COMP.
017800
017900 77  WS-RV-MAX                       PIC S9(04) COMP-5 VALUE 1000.
018000 77  WS-RV-COUNT                     PIC S9(04) COMP-5 VALUE ZERO.
018100 01  WS-RV-TABLE.
018200     05  WS-RV-ENTRY OCCURS 1000 TIMES.
018300         10  WS-RV-KEY.
018400             15  WS-RV-RESOURCE      PIC X(08).
018500             15  WS-RV-VERB          PIC X(08).
018600         10  WS-RV-DAY-CALLS         PIC 9(09) COMP.
018700         10  WS-RV-DAY-ERRORS        PIC 9(09) COMP.
018800         10  WS-RV-WIN-CALLS         PIC 9(09) COMP.
018900         10  WS-RV-WIN-ERRORS        PIC 9(09) COMP.
019000
019100 77  WS-RC-MAX                       PIC S9(04) COMP-5 VALUE 1000.
019200 77  WS-RC-COUNT                     PIC S9(04) COMP-5 VALUE ZERO.
019300 01  WS-RC-TABLE.
019400     05  WS-RC-ENTRY OCCURS 1000 TIMES.
019500         10  WS-RC-KEY.
019600             15  WS-RC-RESOURCE      PIC X(08).
019700             15  WS-RC-VERB          PIC X(08).
019800             15  WS-RC-CODE          PIC S9(09)
019900                                     SIGN LEADING SEPARATE.
020000         10  WS-RC-DAY-ERRORS        PIC 9(09) COMP.
020100         10  WS-RC-WIN-ERRORS        PIC 9(09) COMP.
020200
020300 01  WS-NEW-RV-KEY.
020400     05  WS-NEW-RV-RESOURCE          PIC X(08).
020500     05  WS-NEW-RV-VERB              PIC X(08).
020600
020700 01  WS-NEW-RC-KEY.
020800     05  WS-NEW-RC-RESOURCE          PIC X(08).
020900     05  WS-NEW-RC-VERB              PIC X(08).
021000     05  WS-NEW-RC-CODE              PIC S9(09)
021100                                     SIGN LEADING SEPARATE.
021200
021300******************************************************************
021400*    RATE WORK FIELDS
021500******************************************************************
021600 77  WS-CALLS                        PIC 9(09) COMP VALUE ZERO.
021700 77  WS-ERRORS                       PIC 9(09) COMP VALUE ZERO.
021800 77  WS-RATE                         PIC 9(03)V99 VALUE ZERO.
021900 77  WS-DAY-CALLS                    PIC 9(09) COMP VALUE ZERO.
022000 77  WS-DAY-RATE                     PIC 9(03)V99 VALUE ZERO.
022100 77  WS-WIN-CALLS                    PIC 9(09) COMP VALUE ZERO.
022200 77  WS-WIN-RATE                     PIC 9(03)V99 VALUE ZERO.
022300 01  WS-FLAG-TEXT                    PIC X(20).
022400
022500******************************************************************
022600*    ALERT AND CONSOLE MESSAGE WORK FIELDS -- THE SAME
022700*    MFXALOGCONSOLEMSG SHAPE EVERY OTHER ESCALATION USES.
022800******************************************************************
022900 01  WS-ALERT-STAMP.
023000     05  WS-ALERT-STAMP-DATE         PIC X(08).
023100     05  WS-ALERT-STAMP-TIME         PIC X(06).
023200     05  FILLER                      PIC X(07).
023300 01  WS-ALERT-TEXT                   PIC X(100).
023400 01  WS-ALERT-SEVERITY               PIC X(01).
023500 01  WS-ALERT-RATE                   PIC ZZ9.99.
023600 01  WS-ALERT-ERRORS                 PIC Z(08)9.
023700 01  WS-ALERT-CALLS                  PIC Z(08)9.
023800 01  WS-ALERT-DAYS                   PIC Z9.
023900
024000 01  WS-CONSOLE-MESSAGE              PIC X(132).
024100 77  WS-MSG-LEN                      PIC S9(04) COMP-5.
024200 77  WS-MSG-LEVEL                    PIC X(02) COMP-X VALUE 2.
024300 77  WS-LOG-LEVEL                    PIC X(02) COMP-X VALUE 1.
024400
024500******************************************************************
024600*    REPORT LINE LAYOUTS
024700******************************************************************
024800 01  WS-REPORT-HEADING-1.
024900     05  FILLER                      PIC X(47) VALUE
025000         "XAVBRPT -- XA VERB ERROR-RATE REPORT FOR DATE ".
025100     05  WS-RH1-DATE                 PIC X(08).
025200     05  FILLER                      PIC X(16) VALUE
025300         "  WINDOW FROM  ".
025400     05  WS-RH1-FROM-DATE            PIC X(08).
025500     05  FILLER                      PIC X(53) VALUE SPACES.
025600
025700 01  WS-REPORT-HEADING-2.
025800     05  FILLER                      PIC X(22) VALUE
025900         "ALERT THRESHOLD RATE =".
026000     05  WS-RH2-RATE                 PIC ZZ9.99.
026100     05  FILLER                      PIC X(20) VALUE
026200         "%   MINIMUM CALLS = ".
026300     05  WS-RH2-MIN-CALLS            PIC Z(06)9.
026400     05  FILLER                      PIC X(17) VALUE
026500         "   WINDOW DAYS = ".
026600     05  WS-RH2-DAYS                 PIC Z9.
026700     05  FILLER                      PIC X(58) VALUE SPACES.
026800
026900 01  WS-SECTION-HEADING              PIC X(132).
027000
027100 01  WS-RATE-HEADING-1.
027200     05  FILLER                      PIC X(40) VALUE
027300         "                   --------- TODAY -----".
027400     05  FILLER                      PIC X(34) VALUE
027500         "------ -------- WINDOW -----------".
027600     05  FILLER                      PIC X(58) VALUE SPACES.
027700
027800 01  WS-RATE-HEADING-2.
027900     05  FILLER                      PIC X(40) VALUE
028000         "RESOURCE  VERB         CALLS    ERRORS  ".
028100     05  FILLER                      PIC X(40) VALUE
028200         " RATE      CALLS    ERRORS   RATE   FLAG".
028300     05  FILLER                      PIC X(52) VALUE SPACES.
028400
028500 01  WS-RATE-LINE.
028600     05  WS-RL-RESOURCE              PIC X(08).
028700     05  FILLER                      PIC X(02) VALUE SPACES.
028800     05  WS-RL-VERB                  PIC X(08).
028900     05  FILLER                      PIC X(01) VALUE SPACES.
029000     05  WS-RL-DAY-CALLS             PIC Z(08)9.
029100     05  FILLER                      PIC X(01) VALUE SPACES.
029200     05  WS-RL-DAY-ERRORS            PIC Z(08)9.
029300     05  FILLER                      PIC X(01) VALUE SPACES.
029400     05  WS-RL-DAY-RATE              PIC ZZ9.99.
029500     05  FILLER                      PIC X(01) VALUE "%".
029600     05  FILLER                      PIC X(01) VALUE SPACES.
029700     05  WS-RL-WIN-CALLS             PIC Z(08)9.
029800     05  FILLER                      PIC X(01) VALUE SPACES.
029900     05  WS-RL-WIN-ERRORS            PIC Z(08)9.
030000     05  FILLER                      PIC X(01) VALUE SPACES.
030100     05  WS-RL-WIN-RATE              PIC ZZ9.99.
030200     05  FILLER                      PIC X(01) VALUE "%".
030300     05  FILLER                      PIC X(02) VALUE SPACES.
030400     05  WS-RL-FLAG                  PIC X(20).
030500     05  FILLER                      PIC X(36) VALUE SPACES.
030600
030700 01  WS-CODE-HEADING.
030800     05  FILLER                      PIC X(40) VALUE
030900         "RESOURCE  VERB              RC  TODAY ER".
031000     05  FILLER                      PIC X(25) VALUE
031100         "RS   WINDOW ERRS  MEANING".
031200     05  FILLER                      PIC X(67) VALUE SPACES.
031300
031400 01  WS-CODE-LINE.
031500     05  WS-CL-RESOURCE              PIC X(08).
031600     05  FILLER                      PIC X(02) VALUE SPACES.
031700     05  WS-CL-VERB                  PIC X(08).
031800     05  FILLER                      PIC X(02) VALUE SPACES.
031900     05  WS-CL-CODE                  PIC -(09)9.
032000     05  FILLER                      PIC X(03) VALUE SPACES.
032100     05  WS-CL-DAY-ERRORS            PIC Z(08)9.
032200     05  FILLER                      PIC X(05) VALUE SPACES.
032300     05  WS-CL-WIN-ERRORS            PIC Z(08)9.
032400     05  FILLER                      PIC X(02) VALUE SPACES.
032500     05  WS-CL-MEANING               PIC X(20).
032600     05  FILLER                      PIC X(54) VALUE SPACES.
032700
032800 01  WS-SUMMARY-LINE.
032900     05  WS-SL-LABEL                 PIC X(24).
033000     05  WS-SL-COUNT                 PIC Z(08)9.
033100     05  FILLER                      PIC X(99) VALUE SPACES.
033200
033300 01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.
033400
033500 PROCEDURE DIVISION.
033600******************************************************************
033700 0000-MAINLINE.
033800******************************************************************
033900     MOVE "XAVBRPT" TO WS-RUNCTL-JOB.
034000     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
034100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034200     IF NOT WS-NO-LOG-FILE
034300         PERFORM 2000-PROCESS-LOG-RECORD THRU 2000-EXIT
034400             UNTIL WS-END-OF-FILE
034500     END-IF.
034600     PERFORM 3000-REPORT-RESOURCES THRU 3000-EXIT.
034700     PERFORM 4000-REPORT-RETURN-CODES THRU 4000-EXIT.
034800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
034900     IF WS-RAISED-COUNT > ZERO
035000         MOVE 4 TO RETURN-CODE
035100     END-IF.
035200     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
035300     GOBACK.
035400
035500******************************************************************
035600*    1000-INITIALIZE -- STAMP TODAY, READ THE THRESHOLD CARD, WORK
035700*    OUT THE FIRST DAY OF THE WINDOW, OPEN FILES.  A MISSING
035800*    XAVBLOG (NOTHING HAS FAILED OR BEEN TALLIED YET) IS NOT AN
035900*    ERROR -- THE REPORT IS SIMPLY EMPTY.
036000******************************************************************
036100 1000-INITIALIZE.
036200     MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE-TIME.
036300     MOVE WS-TODAY-DATE TO WS-TODAY-DATE-NUM.
036400
036500     PERFORM 1100-GET-PARMS THRU 1100-EXIT.
036600
036700     COMPUTE WS-TODAY-INTEGER-DATE =
036800         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM).
036900     COMPUTE WS-FROM-DATE-NUM = FUNCTION DATE-OF-INTEGER
037000         (WS-TODAY-INTEGER-DATE - WS-WINDOW-DAYS + 1).
037100     MOVE WS-FROM-DATE-NUM TO WS-FROM-DATE.
037200
037300     OPEN OUTPUT XAVBRPT.
037400     IF NOT WS-XAVBRPT-OK
037500         DISPLAY "XAVBRPT: UNABLE TO OPEN XAVBRPT, STATUS="
037600             WS-XAVBRPT-STATUS UPON CONS
037700     END-IF.
037800     MOVE WS-TODAY-DATE TO WS-RH1-DATE.
037900     MOVE WS-FROM-DATE TO WS-RH1-FROM-DATE.
038000     WRITE XAVBRPT-LINE FROM WS-REPORT-HEADING-1.
038100     MOVE WS-THRESHOLD-PCT TO WS-RH2-RATE.
038200     MOVE WS-MIN-CALLS TO WS-RH2-MIN-CALLS.
038300     MOVE WS-WINDOW-DAYS TO WS-RH2-DAYS.
038400     WRITE XAVBRPT-LINE FROM WS-REPORT-HEADING-2.
038500
038600     OPEN INPUT XAVBLOG.
038700     IF WS-XAVBLOG-NOT-FOUND
038800         MOVE "Y" TO WS-NO-FILE-SWITCH
038900         GO TO 1000-EXIT
039000     END-IF.
039100     IF NOT WS-XAVBLOG-OK
039200         DISPLAY "XAVBRPT: UNABLE TO OPEN XAVBLOG, STATUS="
039300             WS-XAVBLOG-STATUS UPON CONS
039400         MOVE "Y" TO WS-NO-FILE-SWITCH
039500         GO TO 1000-EXIT
039600     END-IF.
039700     PERFORM 2100-READ-LOG THRU 2100-EXIT.
039800 1000-EXIT.
039900     EXIT.
040000
040100******************************************************************
040200*    1100-GET-PARMS -- FIRST NON-COMMENT XAVBPRM CARD.  A BLANK OR
040300*    NON-NUMERIC FIELD KEEPS ITS DEFAULT; THE WINDOW IS HELD TO
040400*    1-31 DAYS.
040500******************************************************************
040600 1100-GET-PARMS.
040700     OPEN INPUT XAVBPRM.
040800     IF WS-XAVBPRM-NOT-FOUND
040900         GO TO 1100-EXIT
041000     END-IF.
041100     IF NOT WS-XAVBPRM-OK
041200         DISPLAY "XAVBRPT: UNABLE TO OPEN XAVBPRM, STATUS="
041300             WS-XAVBPRM-STATUS UPON CONS
041400         GO TO 1100-EXIT
041500     END-IF.
041600 1100-READ.
041700     READ XAVBPRM
041800         AT END
041900             CLOSE XAVBPRM
042000             GO TO 1100-EXIT
042100     END-READ.
042200     IF XAVBPRM-CARD(1:1) = "*"
042300         GO TO 1100-READ
042400     END-IF.
042500     IF XAVBPRM-RATE-PCT IS NUMERIC
042600         MOVE XAVBPRM-RATE-PCT-N TO WS-THRESHOLD-PCT
042700     END-IF.
042800     IF XAVBPRM-MIN-CALLS IS NUMERIC
042900         MOVE XAVBPRM-MIN-CALLS-N TO WS-MIN-CALLS
043000     END-IF.
043100     IF XAVBPRM-WINDOW-DAYS IS NUMERIC
043200     AND XAVBPRM-WINDOW-DAYS-N > ZERO
043300     AND XAVBPRM-WINDOW-DAYS-N NOT > 31
043400         MOVE XAVBPRM-WINDOW-DAYS-N TO WS-WINDOW-DAYS
043500     END-IF.
043600     CLOSE XAVBPRM.
043700 1100-EXIT.
043800     EXIT.
043900
044000******************************************************************
044100*    2000-PROCESS-LOG-RECORD -- ONE XAVBLOG RECORD.  OUTSIDE THE
044200*    WINDOW IS SKIPPED AND COUNTED; A TALLY RECORD ADDS CALLS, AN
044300*    ERROR RECORD ADDS ONE ERROR AT EVERY LEVEL.
044400******************************************************************
044500 2000-PROCESS-LOG-RECORD.
044600     ADD 1 TO WS-RECORDS-READ.
044700     IF XAVBLOG-LOG-DATE < WS-FROM-DATE
044800     OR XAVBLOG-LOG-DATE > WS-TODAY-DATE
044900         ADD 1 TO WS-RECORDS-SKIPPED
045000         GO TO 2000-NEXT
045100     END-IF.
045200     MOVE 0 TO WS-TODAY-SW.
045300     IF XAVBLOG-LOG-DATE = WS-TODAY-DATE
045400         MOVE 1 TO WS-TODAY-SW
045500     END-IF.
045600
045700     PERFORM 2400-FIND-RESOURCE THRU 2400-EXIT.
045800     PERFORM 2500-FIND-VERB THRU 2500-EXIT.
045900     IF WS-RS-IX = ZERO
046000     OR WS-RV-IX = ZERO
046100         ADD 1 TO WS-RECORDS-SKIPPED
046200         GO TO 2000-NEXT
046300     END-IF.
046400
046500     EVALUATE TRUE
046600         WHEN XAVBLOG-IS-TALLY
046700             PERFORM 2200-TALLY-CALLS THRU 2200-EXIT
046800         WHEN XAVBLOG-IS-ERROR
046900             PERFORM 2300-TALLY-ERROR THRU 2300-EXIT
047000         WHEN OTHER
047100             ADD 1 TO WS-RECORDS-SKIPPED
047200     END-EVALUATE.
047300 2000-NEXT.
047400     PERFORM 2100-READ-LOG THRU 2100-EXIT.
047500 2000-EXIT.
047600     EXIT.
047700
047800 2100-READ-LOG.
047900     READ XAVBLOG
048000         AT END
048100             MOVE "Y" TO WS-EOF-SWITCH
048200     END-READ.
048300 2100-EXIT.
048400     EXIT.
048500
048600 2200-TALLY-CALLS.
048700     ADD XAVBLOG-CALL-COUNT TO WS-RS-WIN-CALLS(WS-RS-IX)
048800                               WS-RV-WIN-CALLS(WS-RV-IX).
048900     IF WS-TODAY-SW = 1
049000         ADD XAVBLOG-CALL-COUNT TO WS-RS-DAY-CALLS(WS-RS-IX)
049100                                   WS-RV-DAY-CALLS(WS-RV-IX)
049200     END-IF.
049300 2200-EXIT.
049400     EXIT.
049500
049600 2300-TALLY-ERROR.
049700     ADD 1 TO WS-RS-WIN-ERRORS(WS-RS-IX)
049800              WS-RV-WIN-ERRORS(WS-RV-IX).
049900     IF WS-TODAY-SW = 1
050000         ADD 1 TO WS-RS-DAY-ERRORS(WS-RS-IX)
050100                  WS-RV-DAY-ERRORS(WS-RV-IX)
050200     END-IF.
050300     PERFORM 2600-FIND-RETURN-CODE THRU 2600-EXIT.
050400     IF WS-RC-IX = ZERO
050500         GO TO 2300-EXIT
050600     END-IF.
050700     ADD 1 TO WS-RC-WIN-ERRORS(WS-RC-IX).
050800     IF WS-TODAY-SW = 1
050900         ADD 1 TO WS-RC-DAY-ERRORS(WS-RC-IX)
051000     END-IF.
051100 2300-EXIT.
051200     EXIT.
051300
051400******************************************************************
051500*    2400-FIND-RESOURCE -- LOCATE XAVBLOG-RESOURCE IN WS-RS-TABLE,
051600*    ADDING IT IN KEY ORDER IF NEW.  WS-RS-IX IS ZERO WHEN THE
051700*    TABLE IS FULL.  2500/2600 DO THE SAME FOR THE OTHER TWO
051800*    TABLES.
051900******************************************************************
052000 2400-FIND-RESOURCE.
052100     MOVE 0 TO WS-FOUND-SW.
052200     MOVE 0 TO WS-INS-SUB.
052300     PERFORM 2410-SCAN-RESOURCE THRU 2410-EXIT
052400         VARYING WS-RS-SUB FROM 1 BY 1
052500         UNTIL WS-RS-SUB > WS-RS-COUNT
052600            OR WS-INS-SUB > ZERO.
052700     IF WS-FOUND-SW = 1
052800         MOVE WS-INS-SUB TO WS-RS-IX
052900         GO TO 2400-EXIT
053000     END-IF.
053100     IF WS-RS-COUNT NOT < WS-RS-MAX
053200         DISPLAY "XAVBRPT: RESOURCE TABLE FULL - "
053300             XAVBLOG-RESOURCE " NOT REPORTED" UPON CONS
053400         MOVE 0 TO WS-RS-IX
053500         GO TO 2400-EXIT
053600     END-IF.
053700     IF WS-INS-SUB = ZERO
053800         COMPUTE WS-INS-SUB = WS-RS-COUNT + 1
053900     END-IF.
054000     PERFORM 2420-SHIFT-RESOURCE THRU 2420-EXIT
054100         VARYING WS-SHIFT-SUB FROM WS-RS-COUNT BY -1
054200         UNTIL WS-SHIFT-SUB < WS-INS-SUB.
054300     ADD 1 TO WS-RS-COUNT.
054400     MOVE WS-INS-SUB TO WS-RS-IX.
054500     MOVE XAVBLOG-RESOURCE TO WS-RS-RESOURCE(WS-RS-IX).
054600     MOVE ZERO TO WS-RS-DAY-CALLS(WS-RS-IX)
054700                  WS-RS-DAY-ERRORS(WS-RS-IX)
054800                  WS-RS-WIN-CALLS(WS-RS-IX)
054900                  WS-RS-WIN-ERRORS(WS-RS-IX).
055000 2400-EXIT.
055100     EXIT.
055200
055300 2410-SCAN-RESOURCE.
055400     IF WS-RS-RESOURCE(WS-RS-SUB) = XAVBLOG-RESOURCE
055500         MOVE 1 TO WS-FOUND-SW
055600         MOVE WS-RS-SUB TO WS-INS-SUB
055700     ELSE
055800         IF WS-RS-RESOURCE(WS-RS-SUB) > XAVBLOG-RESOURCE
055900             MOVE WS-RS-SUB TO WS-INS-SUB
056000         END-IF
056100     END-IF.
056200 2410-EXIT.
056300     EXIT.
056400
056500 2420-SHIFT-RESOURCE.
056600     MOVE WS-RS-ENTRY(WS-SHIFT-SUB)
056700         TO WS-RS-ENTRY(WS-SHIFT-SUB + 1).
056800 2420-EXIT.
056900     EXIT.
057000
057100 2500-FIND-VERB.
057200     MOVE XAVBLOG-RESOURCE TO WS-NEW-RV-RESOURCE.
057300     MOVE XAVBLOG-VERB TO WS-NEW-RV-VERB.
057400     MOVE 0 TO WS-FOUND-SW.
057500     MOVE 0 TO WS-INS-SUB.
057600     PERFORM 2510-SCAN-VERB THRU 2510-EXIT
057700         VARYING WS-RV-SUB FROM 1 BY 1
057800         UNTIL WS-RV-SUB > WS-RV-COUNT
057900            OR WS-INS-SUB > ZERO.
058000     IF WS-FOUND-SW = 1
058100         MOVE WS-INS-SUB TO WS-RV-IX
058200         GO TO 2500-EXIT
058300     END-IF.
058400     IF WS-RV-COUNT NOT < WS-RV-MAX
058500         DISPLAY "XAVBRPT: VERB TABLE FULL - "
058600             WS-NEW-RV-KEY " NOT REPORTED" UPON CONS
058700         MOVE 0 TO WS-RV-IX
058800         GO TO 2500-EXIT
058900     END-IF.
059000     IF WS-INS-SUB = ZERO
059100         COMPUTE WS-INS-SUB = WS-RV-COUNT + 1
059200     END-IF.
059300     PERFORM 2520-SHIFT-VERB THRU 2520-EXIT
059400         VARYING WS-SHIFT-SUB FROM WS-RV-COUNT BY -1
059500         UNTIL WS-SHIFT-SUB < WS-INS-SUB.
059600     ADD 1 TO WS-RV-COUNT.
059700     MOVE WS-INS-SUB TO WS-RV-IX.
059800     MOVE WS-NEW-RV-KEY TO WS-RV-KEY(WS-RV-IX).
059900     MOVE ZERO TO WS-RV-DAY-CALLS(WS-RV-IX)
060000                  WS-RV-DAY-ERRORS(WS-RV-IX)
060100                  WS-RV-WIN-CALLS(WS-RV-IX)
060200                  WS-RV-WIN-ERRORS(WS-RV-IX).
060300 2500-EXIT.
060400     EXIT.
060500
060600 2510-SCAN-VERB.
060700     IF WS-RV-KEY(WS-RV-SUB) = WS-NEW-RV-KEY
060800         MOVE 1 TO WS-FOUND-SW
060900         MOVE WS-RV-SUB TO WS-INS-SUB
061000     ELSE
061100         IF WS-RV-KEY(WS-RV-SUB) > WS-NEW-RV-KEY
061200             MOVE WS-RV-SUB TO WS-INS-SUB
061300         END-IF
061400     END-IF.
061500 2510-EXIT.
061600     EXIT.
061700
061800 2520-SHIFT-VERB.
061900     MOVE WS-RV-ENTRY(WS-SHIFT-SUB)
062000         TO WS-RV-ENTRY(WS-SHIFT-SUB + 1).
062100 2520-EXIT.
062200     EXIT.
062300
062400 2600-FIND-RETURN-CODE.
062500     MOVE XAVBLOG-RESOURCE TO WS-NEW-RC-RESOURCE.
062600     MOVE XAVBLOG-VERB TO WS-NEW-RC-VERB.
062700     MOVE XAVBLOG-RETURN-CODE TO WS-NEW-RC-CODE.
062800     MOVE 0 TO WS-FOUND-SW.
062900     MOVE 0 TO WS-INS-SUB.
063000     PERFORM 2610-SCAN-RETURN-CODE THRU 2610-EXIT
063100         VARYING WS-RC-SUB FROM 1 BY 1
063200         UNTIL WS-RC-SUB > WS-RC-COUNT
063300            OR WS-INS-SUB > ZERO.
063400     IF WS-FOUND-SW = 1
063500         MOVE WS-INS-SUB TO WS-RC-IX
063600         GO TO 2600-EXIT
063700     END-IF.
063800     IF WS-RC-COUNT NOT < WS-RC-MAX
063900         DISPLAY "XAVBRPT: RETURN-CODE TABLE FULL - "
064000             WS-NEW-RC-RESOURCE " " WS-NEW-RC-VERB
064100             " NOT REPORTED" UPON CONS
064200         MOVE 0 TO WS-RC-IX
064300         GO TO 2600-EXIT
064400     END-IF.
064500     IF WS-INS-SUB = ZERO
064600         COMPUTE WS-INS-SUB = WS-RC-COUNT + 1
064700     END-IF.
064800     PERFORM 2620-SHIFT-RETURN-CODE THRU 2620-EXIT
064900         VARYING WS-SHIFT-SUB FROM WS-RC-COUNT BY -1
065000         UNTIL WS-SHIFT-SUB < WS-INS-SUB.
065100     ADD 1 TO WS-RC-COUNT.
065200     MOVE WS-INS-SUB TO WS-RC-IX.
065300     MOVE WS-NEW-RC-KEY TO WS-RC-KEY(WS-RC-IX).
065400     MOVE ZERO TO WS-RC-DAY-ERRORS(WS-RC-IX)
065500                  WS-RC-WIN-ERRORS(WS-RC-IX).
065600 2600-EXIT.
065700     EXIT.
065800
065900 2610-SCAN-RETURN-CODE.
066000     IF WS-RC-KEY(WS-RC-SUB) = WS-NEW-RC-KEY
066100         MOVE 1 TO WS-FOUND-SW
066200         MOVE WS-RC-SUB TO WS-INS-SUB
066300     ELSE
066400         IF WS-RC-KEY(WS-RC-SUB) > WS-NEW-RC-KEY
066500             MOVE WS-RC-SUB TO WS-INS-SUB
066600         END-IF
066700     END-IF.
066800 2610-EXIT.
066900     EXIT.
067000
067100 2620-SHIFT-RETURN-CODE.
067200     MOVE WS-RC-ENTRY(WS-SHIFT-SUB)
067300         TO WS-RC-ENTRY(WS-SHIFT-SUB + 1).
067400 2620-EXIT.
067500     EXIT.
067600
067700******************************************************************
067800*    3000-REPORT-RESOURCES -- ONE "ALL VERBS" LINE PER RESOURCE,
067900*    JUDGED AGAINST THE THRESHOLD, FOLLOWED BY ITS PER-VERB LINES.
068000******************************************************************
068100 3000-REPORT-RESOURCES.
068200     WRITE XAVBRPT-LINE FROM WS-BLANK-LINE.
068300     MOVE "ERROR RATE BY RESOURCE AND VERB" TO WS-SECTION-HEADING.
068400     WRITE XAVBRPT-LINE FROM WS-SECTION-HEADING.
068500     WRITE XAVBRPT-LINE FROM WS-RATE-HEADING-1.
068600     WRITE XAVBRPT-LINE FROM WS-RATE-HEADING-2.
068700     IF WS-RS-COUNT = ZERO
068800         MOVE "NO XA VERB CALLS LOGGED IN THE WINDOW"
068900             TO WS-SECTION-HEADING
069000         WRITE XAVBRPT-LINE FROM WS-SECTION-HEADING
069100         GO TO 3000-EXIT
069200     END-IF.
069300     PERFORM 3100-REPORT-RESOURCE THRU 3100-EXIT
069400         VARYING WS-RS-SUB FROM 1 BY 1
069500         UNTIL WS-RS-SUB > WS-RS-COUNT.
069600 3000-EXIT.
069700     EXIT.
069800
069900 3100-REPORT-RESOURCE.
070000     WRITE XAVBRPT-LINE FROM WS-BLANK-LINE.
070100     MOVE WS-RS-DAY-CALLS(WS-RS-SUB) TO WS-CALLS.
070200     MOVE WS-RS-DAY-ERRORS(WS-RS-SUB) TO WS-ERRORS.
070300     PERFORM 3500-COMPUTE-RATE THRU 3500-EXIT.
070400     MOVE WS-CALLS TO WS-DAY-CALLS.
070500     MOVE WS-RATE TO WS-DAY-RATE.
070600     MOVE WS-CALLS TO WS-RL-DAY-CALLS.
070700     MOVE WS-ERRORS TO WS-RL-DAY-ERRORS.
070800     MOVE WS-RATE TO WS-RL-DAY-RATE.
070900
071000     MOVE WS-RS-WIN-CALLS(WS-RS-SUB) TO WS-CALLS.
071100     MOVE WS-RS-WIN-ERRORS(WS-RS-SUB) TO WS-ERRORS.
071200     PERFORM 3500-COMPUTE-RATE THRU 3500-EXIT.
071300     MOVE WS-CALLS TO WS-WIN-CALLS.
071400     MOVE WS-RATE TO WS-WIN-RATE.
071500     MOVE WS-CALLS TO WS-RL-WIN-CALLS.
071600     MOVE WS-ERRORS TO WS-RL-WIN-ERRORS.
071700     MOVE WS-RATE TO WS-RL-WIN-RATE.
071800
071900     MOVE SPACES TO WS-FLAG-TEXT.
072000     MOVE SPACES TO WS-ALERT-SEVERITY.
072100     IF WS-WIN-CALLS NOT < WS-MIN-CALLS
072200     AND WS-WIN-RATE NOT < WS-THRESHOLD-PCT
072300         MOVE "** OVER - WINDOW **" TO WS-FLAG-TEXT
072400         MOVE "H" TO WS-ALERT-SEVERITY
072500     ELSE
072600         IF WS-DAY-CALLS NOT < WS-MIN-CALLS
072700         AND WS-DAY-RATE NOT < WS-THRESHOLD-PCT
072800             MOVE "** OVER - TODAY **" TO WS-FLAG-TEXT
072900             MOVE "M" TO WS-ALERT-SEVERITY
073000         END-IF
073100     END-IF.
073200
073300     MOVE WS-RS-RESOURCE(WS-RS-SUB) TO WS-RL-RESOURCE.
073400     MOVE "ALL" TO WS-RL-VERB.
073500     MOVE WS-FLAG-TEXT TO WS-RL-FLAG.
073600     WRITE XAVBRPT-LINE FROM WS-RATE-LINE.
073700
073800     PERFORM 3200-REPORT-VERB THRU 3200-EXIT
073900         VARYING WS-RV-SUB FROM 1 BY 1
074000         UNTIL WS-RV-SUB > WS-RV-COUNT.
074100
074200     IF WS-ALERT-SEVERITY NOT = SPACES
074300         PERFORM 8000-RAISE-RESOURCE THRU 8000-EXIT
074400     END-IF.
074500 3100-EXIT.
074600     EXIT.
074700
074800 3200-REPORT-VERB.
074900     IF WS-RV-RESOURCE(WS-RV-SUB) NOT = WS-RS-RESOURCE(WS-RS-SUB)
075000         GO TO 3200-EXIT
075100     END-IF.
075200     MOVE WS-RV-DAY-CALLS(WS-RV-SUB) TO WS-CALLS.
075300     MOVE WS-RV-DAY-ERRORS(WS-RV-SUB) TO WS-ERRORS.
075400     PERFORM 3500-COMPUTE-RATE THRU 3500-EXIT.
075500     MOVE WS-CALLS TO WS-RL-DAY-CALLS.
075600     MOVE WS-ERRORS TO WS-RL-DAY-ERRORS.
075700     MOVE WS-RATE TO WS-RL-DAY-RATE.
075800     MOVE WS-RV-WIN-CALLS(WS-RV-SUB) TO WS-CALLS.
075900     MOVE WS-RV-WIN-ERRORS(WS-RV-SUB) TO WS-ERRORS.
076000     PERFORM 3500-COMPUTE-RATE THRU 3500-EXIT.
076100     MOVE WS-CALLS TO WS-RL-WIN-CALLS.
076200     MOVE WS-ERRORS TO WS-RL-WIN-ERRORS.
076300     MOVE WS-RATE TO WS-RL-WIN-RATE.
076400     MOVE SPACES TO WS-RL-RESOURCE.
076500     MOVE WS-RV-VERB(WS-RV-SUB) TO WS-RL-VERB.
076600     MOVE SPACES TO WS-RL-FLAG.
076700     WRITE XAVBRPT-LINE FROM WS-RATE-LINE.
076800 3200-EXIT.
076900     EXIT.
077000
077100******************************************************************
077200*    3500-COMPUTE-RATE -- PERCENT OF WS-CALLS THAT FAILED.  CALLS
077300*    NOT YET TALLIED BY A REGION STILL UP CAN LEAVE WS-CALLS BELOW
077400*    WS-ERRORS; THE ERRORS ARE THEN THE BEST COUNT OF CALLS.
077500******************************************************************
077600 3500-COMPUTE-RATE.
077700     IF WS-CALLS < WS-ERRORS
077800         MOVE WS-ERRORS TO WS-CALLS
077900     END-IF.
078000     IF WS-CALLS = ZERO
078100         MOVE ZERO TO WS-RATE
078200     ELSE
078300         COMPUTE WS-RATE ROUNDED = WS-ERRORS * 100 / WS-CALLS
078400     END-IF.
078500 3500-EXIT.
078600     EXIT.
078700
078800******************************************************************
078900*    4000-REPORT-RETURN-CODES -- FAILING CALLS BROKEN DOWN BY
079000*    RESOURCE, VERB AND RETURN CODE.
079100******************************************************************
079200 4000-REPORT-RETURN-CODES.
079300     WRITE XAVBRPT-LINE FROM WS-BLANK-LINE.
079400     MOVE "FAILING CALLS BY RETURN CODE" TO WS-SECTION-HEADING.
079500     WRITE XAVBRPT-LINE FROM WS-SECTION-HEADING.
079600     WRITE XAVBRPT-LINE FROM WS-CODE-HEADING.
079700     IF WS-RC-COUNT = ZERO
079800         MOVE "NO FAILING XA VERB CALLS IN THE WINDOW"
079900             TO WS-SECTION-HEADING
080000         WRITE XAVBRPT-LINE FROM WS-SECTION-HEADING
080100         GO TO 4000-EXIT
080200     END-IF.
080300     PERFORM 4100-REPORT-CODE THRU 4100-EXIT
080400         VARYING WS-RC-SUB FROM 1 BY 1
080500         UNTIL WS-RC-SUB > WS-RC-COUNT.
080600 4000-EXIT.
080700     EXIT.
080800
080900******************************************************************
081000*    4100-REPORT-CODE -- THE MEANINGS ARE A LOCAL MIRROR OF THE
081100*    XA-* / XAER-* RETURN CODES IN XA/XAWS.CPY, KEPT IN STEP BY
081200*    HAND THE SAME WAY XARECON MIRRORS THE XA-HEUR* VALUES.
081300******************************************************************
081400 4100-REPORT-CODE.
081500     MOVE WS-RC-RESOURCE(WS-RC-SUB) TO WS-CL-RESOURCE.
081600     MOVE WS-RC-VERB(WS-RC-SUB) TO WS-CL-VERB.
081700     MOVE WS-RC-CODE(WS-RC-SUB) TO WS-CL-CODE.
081800     MOVE WS-RC-DAY-ERRORS(WS-RC-SUB) TO WS-CL-DAY-ERRORS.
081900     MOVE WS-RC-WIN-ERRORS(WS-RC-SUB) TO WS-CL-WIN-ERRORS.
082000     EVALUATE WS-RC-CODE(WS-RC-SUB)
082100         WHEN 4    MOVE "XA-RETRY" TO WS-CL-MEANING
082200         WHEN 5    MOVE "XA-HEURMIX" TO WS-CL-MEANING
082300         WHEN 6    MOVE "XA-HEURRB" TO WS-CL-MEANING
082400         WHEN 7    MOVE "XA-HEURCOM" TO WS-CL-MEANING
082500         WHEN 8    MOVE "XA-HEURHAZ" TO WS-CL-MEANING
082600         WHEN 9    MOVE "XA-NOMIGRATE" TO WS-CL-MEANING
082700         WHEN 100  MOVE "XA-RBROLLBACK" TO WS-CL-MEANING
082800         WHEN 101  MOVE "XA-RBCOMMFAIL" TO WS-CL-MEANING
082900         WHEN 102  MOVE "XA-RBDEADLOCK" TO WS-CL-MEANING
083000         WHEN 103  MOVE "XA-RBINTEGRITY" TO WS-CL-MEANING
083100         WHEN 104  MOVE "XA-RBOTHER" TO WS-CL-MEANING
083200         WHEN 105  MOVE "XA-RBPROTO" TO WS-CL-MEANING
083300         WHEN 106  MOVE "XA-RBTIMEOUT" TO WS-CL-MEANING
083400         WHEN 107  MOVE "XA-RBTRANSIENT" TO WS-CL-MEANING
083500         WHEN -2   MOVE "XAER-ASYNC" TO WS-CL-MEANING
083600         WHEN -3   MOVE "XAER-RMERR" TO WS-CL-MEANING
083700         WHEN -4   MOVE "XAER-NOTA" TO WS-CL-MEANING
083800         WHEN -5   MOVE "XAER-INVAL" TO WS-CL-MEANING
083900         WHEN -6   MOVE "XAER-PROTO" TO WS-CL-MEANING
084000         WHEN -7   MOVE "XAER-RMFAIL" TO WS-CL-MEANING
084100         WHEN -8   MOVE "XAER-DUPID" TO WS-CL-MEANING
084200         WHEN -9   MOVE "XAER-OUTSIDE" TO WS-CL-MEANING
084300         WHEN OTHER
084400                   MOVE "UNRECOGNISED CODE" TO WS-CL-MEANING
084500     END-EVALUATE.
084600     WRITE XAVBRPT-LINE FROM WS-CODE-LINE.
084700 4100-EXIT.
084800     EXIT.
084900
085000******************************************************************
085100*    8000-RAISE-RESOURCE -- CONSOLE LINE PLUS AN XAALERT WORK
085200*    ITEM, RESOURCE = THE XA RESOURCE, SO THE RATE PROBLEM IS
085300*    OWNED IN XAAL LIKE ANY OTHER ESCALATION.  HIGH SEVERITY FOR
085400*    A WINDOW RATE OVER THRESHOLD, MEDIUM FOR TODAY ONLY.
085500******************************************************************
085600 8000-RAISE-RESOURCE.
085700     ADD 1 TO WS-RAISED-COUNT.
085800     MOVE SPACES TO WS-ALERT-TEXT.
085900     IF WS-ALERT-SEVERITY = "H"
086000         MOVE WS-WIN-RATE TO WS-ALERT-RATE
086100         MOVE WS-RS-WIN-ERRORS(WS-RS-SUB) TO WS-ALERT-ERRORS
086200         MOVE WS-WIN-CALLS TO WS-ALERT-CALLS
086300         MOVE WS-WINDOW-DAYS TO WS-ALERT-DAYS
086400         STRING
086500             "XA VERB ERROR RATE " DELIMITED SIZE
086600             WS-ALERT-RATE DELIMITED SIZE
086700             "% OVER " DELIMITED SIZE
086800             WS-ALERT-DAYS DELIMITED SIZE
086900             " DAYS (" DELIMITED SIZE
087000             WS-ALERT-ERRORS DELIMITED SIZE
087100             " OF" DELIMITED SIZE
087200             WS-ALERT-CALLS DELIMITED SIZE
087300             " CALLS) ON " DELIMITED SIZE
087400             WS-RS-RESOURCE(WS-RS-SUB) DELIMITED SPACE
087500         INTO WS-ALERT-TEXT
087600     ELSE
087700         MOVE WS-DAY-RATE TO WS-ALERT-RATE
087800         MOVE WS-RS-DAY-ERRORS(WS-RS-SUB) TO WS-ALERT-ERRORS
087900         MOVE WS-DAY-CALLS TO WS-ALERT-CALLS
088000         STRING
088100             "XA VERB ERROR RATE " DELIMITED SIZE
088200             WS-ALERT-RATE DELIMITED SIZE
088300             "% TODAY (" DELIMITED SIZE
088400             WS-ALERT-ERRORS DELIMITED SIZE
088500             " OF" DELIMITED SIZE
088600             WS-ALERT-CALLS DELIMITED SIZE
088700             " CALLS) ON " DELIMITED SIZE
088800             WS-RS-RESOURCE(WS-RS-SUB) DELIMITED SPACE
088900         INTO WS-ALERT-TEXT
089000     END-IF.
089100
089200     MOVE SPACES TO WS-CONSOLE-MESSAGE.
089300     MOVE 1 TO WS-MSG-LEN.
089400     STRING
089500         "XAVBRPT: " DELIMITED SIZE
089600         WS-ALERT-TEXT DELIMITED SIZE
089700     INTO WS-CONSOLE-MESSAGE POINTER WS-MSG-LEN.
089800     SUBTRACT 1 FROM WS-MSG-LEN.
089900     CALL "mfxaLogConsoleMsg" USING
090000         WS-CONSOLE-MESSAGE WS-MSG-LEN WS-LOG-LEVEL WS-MSG-LEVEL
090100     END-CALL.
090200
090300     PERFORM 8500-WRITE-ALERT-RECORD THRU 8500-EXIT.
090400 8000-EXIT.
090500     EXIT.
090600
090700******************************************************************
090800*    8500-WRITE-ALERT-RECORD -- THE PERSISTENT XAALERT WORK ITEM,
090900*    WRITTEN THE SAME WAY XARECON WRITES ITS ESCALATIONS.
091000******************************************************************
091100 8500-WRITE-ALERT-RECORD.
091200     MOVE FUNCTION CURRENT-DATE TO WS-ALERT-STAMP.
091300     INITIALIZE XAALERT-RECORD.
091400     MOVE WS-ALERT-STAMP-DATE TO XAALERT-DATE.
091500     MOVE WS-ALERT-STAMP-TIME TO XAALERT-TIME.
091600     MOVE "XAVBRPT" TO XAALERT-SOURCE.
091700     MOVE WS-RS-RESOURCE(WS-RS-SUB) TO XAALERT-RESOURCE.
091800     MOVE WS-ALERT-SEVERITY TO XAALERT-SEVERITY.
091900     MOVE "N" TO XAALERT-IN-WINDOW.
092000     MOVE WS-ALERT-TEXT TO XAALERT-TEXT.
092100     MOVE "N" TO XAALERT-ACKED.
092200     MOVE ZERO TO XAALERT-REALERT-COUNT.
092300     MOVE WS-ALERT-STAMP-DATE TO XAALERT-LAST-SEEN-DATE.
092400     MOVE WS-ALERT-STAMP-TIME TO XAALERT-LAST-SEEN-TIME.
092500     MOVE 1 TO XAALERT-OCCUR-COUNT.
092600
092700     OPEN I-O XAALERT.
092800     IF WS-XAALERT-NOT-FOUND
092900        OPEN OUTPUT XAALERT
093000        CLOSE XAALERT
093100        OPEN I-O XAALERT
093200     END-IF.
093300     IF NOT WS-XAALERT-OK
093400        DISPLAY "XAVBRPT: UNABLE TO OPEN XAALERT, STATUS="
093500            WS-XAALERT-STATUS UPON CONS
093600        GO TO 8500-EXIT
093700     END-IF.
093800
093900     WRITE XAALERT-RECORD.
094000     IF WS-XAALERT-DUPLICATE
094100        REWRITE XAALERT-RECORD
094200     END-IF.
094225     IF WS-XAALERT-OK
094250         PERFORM 9800-ALOPEN-ADD THRU 9800-EXIT
094275     END-IF.
094300     CLOSE XAALERT.
094400 8500-EXIT.
094500     EXIT.
094600
094700******************************************************************
094800*    9000-TERMINATE -- RECORD COUNTS AND CLOSE UP.
094900******************************************************************
095000 9000-TERMINATE.
095100     WRITE XAVBRPT-LINE FROM WS-BLANK-LINE.
095200     MOVE "LOG RECORDS READ       =" TO WS-SL-LABEL.
095300     MOVE WS-RECORDS-READ TO WS-SL-COUNT.
095400     WRITE XAVBRPT-LINE FROM WS-SUMMARY-LINE.
095500     MOVE "OUTSIDE WINDOW/SKIPPED =" TO WS-SL-LABEL.
095600     MOVE WS-RECORDS-SKIPPED TO WS-SL-COUNT.
095700     WRITE XAVBRPT-LINE FROM WS-SUMMARY-LINE.
095800     MOVE "RESOURCES RAISED       =" TO WS-SL-LABEL.
095900     MOVE WS-RAISED-COUNT TO WS-SL-COUNT.
096000     WRITE XAVBRPT-LINE FROM WS-SUMMARY-LINE.
096100     IF NOT WS-NO-LOG-FILE
096200         CLOSE XAVBLOG
096300     END-IF.
096400     CLOSE XAVBRPT.
096500 9000-EXIT.
096600     EXIT.
096700
096800******************************************************************
096900*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
097000*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
097100******************************************************************
097200     copy xarunctl.
097300
097400******************************************************************
097500*    OPEN-ALERT INDEX PARAGRAPHS (9800-ALOPEN-ADD AND
097600*    9820-ALOPEN-DROP) -- SEE XA/XAALOCTL.CPY.
097700******************************************************************
097800     copy xaaloctl.
