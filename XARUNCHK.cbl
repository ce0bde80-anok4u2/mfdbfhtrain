000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    XARUNCHK.
000300 AUTHOR.        XA SUPPORT TEAM.
000400 INSTALLATION.  ENTERPRISE SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  MODIFICATION HISTORY
000900*  ----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  10/15/2026 XST   NEW PROGRAM.  MISSED-JOB CHECK: COMPARES THE
001200*                   XARUNLG RUN-CONTROL LEDGER AGAINST THE
001300*                   EXPECTED-SCHEDULE DECK (XARUNSCH) AND RAISES
001400*                   AN XAALERT WORK ITEM FOR EVERY NIGHTLY JOB
001500*                   THAT IS MISSING, STILL RUNNING PAST ITS
001600*                   WINDOW, OR ENDED RC 8 OR WORSE.
001620*  10/15/2026 XST   EACH ALERT WRITTEN TO XAALERT IS ALSO ENTERED
001640*                   IN THE XAALOPEN OPEN-ALERT INDEX, SO XAAL AND
001660*                   THE OPEN-ALERT READERS FIND IT WITHOUT READING
001680*                   ALL OF XAALERT.
001683*  10/15/2026 XST   A WINDOW THAT CROSSES MIDNIGHT NOW ALSO FINDS
001686*                   A RUN THAT STARTED AFTER MIDNIGHT: XARUNCTL
001689*                   KEYS THE LEDGER BY THE ACTUAL START DATE, SO
001692*                   WHEN NOTHING IS ON FILE UNDER THE WINDOW START
001695*                   DATE THE WINDOW END DATE IS READ AS WELL.
001700******************************************************************
001800*  EVERY NIGHTLY BATCH PROGRAM WRITES A START AND AN END RECORD TO
001900*  XARUNLG (XA/XARUNCTL.CPY).  A JOB THAT NEVER RAN LEAVES NO
002000*  RECORD AT ALL, SO THE ONLY WAY TO NOTICE IT IS TO KNOW WHAT
002100*  SHOULD HAVE RUN -- THAT IS THE XARUNSCH DECK, ONE CARD PER JOB
002200*  WITH THE WINDOW IT IS EXPECTED TO RUN IN.  SCHEDULE XARUNCHK
002300*  AFTER THE LAST NIGHTLY JOB'S WINDOW HAS CLOSED, BEFORE THE
002400*  MORNING SHIFT STARTS.
002500*
002600*  THE RESULT IS ALSO KEPT IN XARUNLG UNDER THE RESERVED KEY
002700*  "*RUNCHK*" + "*LATEST*" FOR THE XAST PANEL'S BATCH RUN
002800*  COMPLETENESS ROW.  ENDS RC 4 WHEN ANY JOB WAS RAISED, RC 8
002900*  WHEN THE SCHEDULE DECK IS MISSING (NOTHING COULD BE CHECKED).
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.
003500 SPECIAL-NAMES.
003600     CONSOLE IS CONS.
003700
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     copy xarunlgsel.
004100
004200     copy xaalertsel.
004233
004266     copy xaalopensel.
004300
004400     SELECT XARUNSCH ASSIGN TO "XARUNSCH"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-XARUNSCH-STATUS.
004700
004800     SELECT XARCKRPT ASSIGN TO "XARCKRPT"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-XARCKRPT-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400     copy xarunlg.
005500
005600     copy xaalert.
005633
005666     copy xaalopen.
005700
005800*****************************************************************
005900*    XARUNSCH -- EXPECTED-SCHEDULE CARD, ONE PER NIGHTLY JOB.  AN
006000*    END TIME EARLIER THAN THE START TIME MEANS THE WINDOW RUNS
006100*    PAST MIDNIGHT.  "P" IN COL 23 MEANS THE WINDOW OPENS ON THE
006200*    EVENING BEFORE THE CHECK DATE (THE JOB'S LEDGER RECORD IS
006300*    THEN KEYED BY YESTERDAY'S DATE).  "*" IN COL 1 IS A COMMENT.
006400*****************************************************************
006500 FD  XARUNSCH
006600     LABEL RECORDS ARE STANDARD
006700     RECORDING MODE IS F.
006800
006900 01  XARUNSCH-CARD.
007000     05  XARUNSCH-JOB-NAME           PIC X(08).
007100     05  FILLER                      PIC X(02).
007200     05  XARUNSCH-WINDOW-START       PIC X(04).
007300     05  FILLER                      PIC X(02).
007400     05  XARUNSCH-WINDOW-END         PIC X(04).
007500     05  FILLER                      PIC X(02).
007600     05  XARUNSCH-DAY-FLAG           PIC X(01).
007700         88  XARUNSCH-PREVIOUS-DAY      VALUE "P".
007800     05  FILLER                      PIC X(57).
007900
008000 FD  XARCKRPT
008100     LABEL RECORDS ARE STANDARD
008200     RECORDING MODE IS F.
008300
008400 01  XARCKRPT-LINE                   PIC X(132).
008500
008600 WORKING-STORAGE SECTION.
008700     copy xarunws.
008733
008766     copy xaalows.
008800
008900******************************************************************
009000*    FILE STATUS AND CONTROL SWITCHES
009100******************************************************************
009200 77  WS-XAALERT-STATUS               PIC X(02) VALUE SPACES.
009300     88  WS-XAALERT-OK                  VALUE "00".
009400     88  WS-XAALERT-NOT-FOUND           VALUE "35" "23".
009500     88  WS-XAALERT-DUPLICATE           VALUE "22".
009600
009700 77  WS-XARUNSCH-STATUS              PIC X(02) VALUE SPACES.
009800     88  WS-XARUNSCH-OK                 VALUE "00".
009900
010000 77  WS-XARCKRPT-STATUS              PIC X(02) VALUE SPACES.
010100     88  WS-XARCKRPT-OK                 VALUE "00".
010200
010300 77  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
010400     88  WS-END-OF-FILE                 VALUE "Y".
010500
010600 77  WS-NO-FILE-SWITCH               PIC X(01) VALUE "N".
010700     88  WS-NO-SCHEDULE                 VALUE "Y".
010800
010900 77  WS-LEDGER-OPEN-SW               PIC 9(01) VALUE 0.
011000 77  WS-LEDGER-FOUND-SW              PIC 9(01) VALUE 0.
011100 77  WS-RAISE-SW                     PIC 9(01) VALUE 0.
011200
011300******************************************************************
011400*    COUNTERS
011500******************************************************************
011600 77  WS-EXPECTED-COUNT               PIC 9(04) COMP VALUE ZERO.
011700 77  WS-ENDED-OK-COUNT               PIC 9(04) COMP VALUE ZERO.
011800 77  WS-MISSING-COUNT                PIC 9(04) COMP VALUE ZERO.
011900 77  WS-LATE-COUNT                   PIC 9(04) COMP VALUE ZERO.
012000 77  WS-FAILED-COUNT                 PIC 9(04) COMP VALUE ZERO.
012100 77  WS-PENDING-COUNT                PIC 9(04) COMP VALUE ZERO.
012200
012300******************************************************************
012400*    DATE AND WINDOW WORK FIELDS.  THE CHECK IS MADE AGAINST
012500*    "NOW"; THE EVENING BEFORE IS DERIVED WITH THE SAME
012600*    INTEGER-OF-DATE IDIOM THE TREND REPORTS USE.
012700******************************************************************
012800 01  WS-NOW-STAMP.
012900     05  WS-NOW-DATE                 PIC X(08).
013000     05  WS-NOW-TIME                 PIC X(06).
013100     05  FILLER                      PIC X(07).
013200
013300 77  WS-TODAY-DATE-NUM               PIC 9(08).
013400 77  WS-PREV-DATE-NUM                PIC 9(08).
013500 77  WS-NEXT-DATE-NUM                PIC 9(08).
013600 77  WS-TODAY-INTEGER-DATE           PIC 9(07) COMP.
013700 77  WS-START-INTEGER-DATE           PIC 9(07) COMP.
013800
013900 01  WS-WINDOW-START-DATE            PIC X(08).
014000 01  WS-WINDOW-END-STAMP.
014100     05  WS-WINDOW-END-DATE          PIC X(08).
014200     05  WS-WINDOW-END-HHMM          PIC X(04).
014300     05  WS-WINDOW-END-SS            PIC X(02) VALUE "00".
014400
014500 01  WS-JOB-STATUS                   PIC X(12).
014600 01  WS-RC-DISPLAY                   PIC 9(04).
014700
014800 01  WS-ALERT-STAMP.
014900     05  WS-ALERT-STAMP-DATE         PIC X(08).
015000     05  WS-ALERT-STAMP-TIME         PIC X(06).
015100 01  WS-ALERT-TEXT                   PIC X(100).
015200
015300******************************************************************
015400*    CONSOLE MESSAGE WORK FIELDS -- THE SAME MFXALOGCONSOLEMSG
015500*    SHAPE EVERY OTHER ESCALATION IN THE SUITE USES.
015600******************************************************************
015700 01  WS-CONSOLE-MESSAGE              PIC X(132).
015800 77  WS-MSG-LEN                      PIC S9(04) COMP-5.
015900 77  WS-MSG-LEVEL                    PIC X(02) COMP-X VALUE 2.
016000 77  WS-LOG-LEVEL                    PIC X(02) COMP-X VALUE 1.
016100
016200******************************************************************
016300*    REPORT LINE LAYOUTS
016400******************************************************************
016500 01  WS-REPORT-HEADING-1.
016600     05  FILLER                      PIC X(50) VALUE
016700         "XARUNCHK -- NIGHTLY BATCH RUN-CONTROL CHECK AS OF ".
016800     05  WS-RH1-DATE                 PIC X(08).
016900     05  FILLER                      PIC X(01) VALUE "/".
017000     05  WS-RH1-TIME                 PIC X(06).
017100     05  FILLER                      PIC X(67) VALUE SPACES.
017200
017300 01  WS-REPORT-HEADING-2.
017400     05  FILLER                      PIC X(31) VALUE
017500         "JOB       RUN DATE  WINDOW    ".
017600     05  FILLER                      PIC X(34) VALUE
017700         "STARTED          ENDED           ".
017800     05  FILLER                      PIC X(67) VALUE
017900         "RC    STATUS".
018000
018100 01  WS-DETAIL-LINE.
018200     05  WS-DL-JOB                   PIC X(08).
018300     05  FILLER                      PIC X(02) VALUE SPACES.
018400     05  WS-DL-RUN-DATE              PIC X(08).
018500     05  FILLER                      PIC X(02) VALUE SPACES.
018600     05  WS-DL-WINDOW-START          PIC X(04).
018700     05  FILLER                      PIC X(01) VALUE "-".
018800     05  WS-DL-WINDOW-END            PIC X(04).
018900     05  FILLER                      PIC X(02) VALUE SPACES.
019000     05  WS-DL-START-DATE            PIC X(08).
019100     05  FILLER                      PIC X(01) VALUE "/".
019200     05  WS-DL-START-TIME            PIC X(06).
019300     05  FILLER                      PIC X(02) VALUE SPACES.
019400     05  WS-DL-END-DATE              PIC X(08).
019500     05  FILLER                      PIC X(01) VALUE "/".
019600     05  WS-DL-END-TIME              PIC X(06).
019700     05  FILLER                      PIC X(02) VALUE SPACES.
019800     05  WS-DL-RC                    PIC X(04).
019900     05  FILLER                      PIC X(02) VALUE SPACES.
020000     05  WS-DL-STATUS                PIC X(12).
020100     05  FILLER                      PIC X(51) VALUE SPACES.
020200
020300 01  WS-SUMMARY-LINE.
020400     05  WS-SL-LABEL                 PIC X(20).
020500     05  WS-SL-COUNT                 PIC ZZZZ9.
020600     05  FILLER                      PIC X(107) VALUE SPACES.
020700
020800 01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.
020900
021000 PROCEDURE DIVISION.
021100******************************************************************
021200 0000-MAINLINE.
021300******************************************************************
021400     MOVE "XARUNCHK" TO WS-RUNCTL-JOB.
021500     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
021600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021700     IF NOT WS-NO-SCHEDULE
021800         PERFORM 2000-CHECK-JOB THRU 2000-EXIT
021900             UNTIL WS-END-OF-FILE
022000     END-IF.
022100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022200     IF WS-NO-SCHEDULE
022300         MOVE 8 TO RETURN-CODE
022400     ELSE
022500         IF WS-MISSING-COUNT > ZERO
022600         OR WS-LATE-COUNT > ZERO
022700         OR WS-FAILED-COUNT > ZERO
022800             MOVE 4 TO RETURN-CODE
022900         END-IF
023000     END-IF.
023100     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
023200     GOBACK.
023300
023400******************************************************************
023500*    1000-INITIALIZE -- STAMP "NOW", OPEN FILES, READ THE FIRST
023600*    SCHEDULE CARD.  A MISSING DECK IS AN ERROR (RC 8): WITHOUT IT
023700*    A NIGHT WITH NOTHING RUN WOULD LOOK CLEAN.  A MISSING LEDGER
023800*    IS NOT -- EVERY EXPECTED JOB IS SIMPLY MISSING.
023900******************************************************************
024000 1000-INITIALIZE.
024100     MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP.
024200     MOVE WS-NOW-DATE TO WS-TODAY-DATE-NUM.
024300     COMPUTE WS-TODAY-INTEGER-DATE =
024400         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM).
024500     COMPUTE WS-PREV-DATE-NUM = FUNCTION DATE-OF-INTEGER
024600         (WS-TODAY-INTEGER-DATE - 1).
024700
024800     OPEN OUTPUT XARCKRPT.
024900     IF NOT WS-XARCKRPT-OK
025000         DISPLAY "XARUNCHK: UNABLE TO OPEN XARCKRPT, STATUS="
025100             WS-XARCKRPT-STATUS UPON CONS
025200         MOVE "Y" TO WS-NO-FILE-SWITCH
025300         GO TO 1000-EXIT
025400     END-IF.
025500     MOVE WS-NOW-DATE TO WS-RH1-DATE.
025600     MOVE WS-NOW-TIME TO WS-RH1-TIME.
025700     WRITE XARCKRPT-LINE FROM WS-REPORT-HEADING-1.
025800     WRITE XARCKRPT-LINE FROM WS-BLANK-LINE.
025900     WRITE XARCKRPT-LINE FROM WS-REPORT-HEADING-2.
026000
026100     OPEN INPUT XARUNSCH.
026200     IF NOT WS-XARUNSCH-OK
026300         DISPLAY "XARUNCHK: UNABLE TO OPEN XARUNSCH, STATUS="
026400             WS-XARUNSCH-STATUS UPON CONS
026500         MOVE "Y" TO WS-NO-FILE-SWITCH
026600         GO TO 1000-EXIT
026700     END-IF.
026800
026900     OPEN I-O XARUNLG.
027000     IF WS-XARUNLG-NOT-FOUND
027100         OPEN OUTPUT XARUNLG
027200         CLOSE XARUNLG
027300         OPEN I-O XARUNLG
027400     END-IF.
027500     IF WS-XARUNLG-OK
027600         MOVE 1 TO WS-LEDGER-OPEN-SW
027700     ELSE
027800         DISPLAY "XARUNCHK: UNABLE TO OPEN XARUNLG, STATUS="
027900             WS-XARUNLG-STATUS UPON CONS
028000     END-IF.
028100
028200     PERFORM 2100-READ-CARD THRU 2100-EXIT.
028300 1000-EXIT.
028400     EXIT.
028500
028600******************************************************************
028700*    2000-CHECK-JOB -- ONE SCHEDULE CARD.  WORK OUT THE RUN DATE
028800*    THE JOB'S LEDGER RECORD SHOULD CARRY AND WHEN ITS WINDOW
028900*    CLOSES, THEN CLASSIFY IT:
029000*      ENDED OK      ENDED BELOW RC 8
029100*      FAILED        ENDED RC 8 OR WORSE              (ALERT)
029200*      RUNNING       STARTED, NOT ENDED, WINDOW OPEN
029300*      RUNNING LATE  STARTED, NOT ENDED, WINDOW CLOSED (ALERT)
029400*      NOT YET DUE   NO RECORD, WINDOW STILL OPEN
029500*      MISSING       NO RECORD, WINDOW CLOSED          (ALERT)
029600******************************************************************
029700 2000-CHECK-JOB.
029800     ADD 1 TO WS-EXPECTED-COUNT.
029900     MOVE 0 TO WS-RAISE-SW.
030000     IF XARUNSCH-PREVIOUS-DAY
030100         MOVE WS-PREV-DATE-NUM TO WS-WINDOW-START-DATE
030200         COMPUTE WS-START-INTEGER-DATE = WS-TODAY-INTEGER-DATE - 1
030300     ELSE
030400         MOVE WS-NOW-DATE TO WS-WINDOW-START-DATE
030500         MOVE WS-TODAY-INTEGER-DATE TO WS-START-INTEGER-DATE
030600     END-IF.
030700     IF XARUNSCH-WINDOW-END < XARUNSCH-WINDOW-START
030800         COMPUTE WS-NEXT-DATE-NUM = FUNCTION DATE-OF-INTEGER
030900             (WS-START-INTEGER-DATE + 1)
031000         MOVE WS-NEXT-DATE-NUM TO WS-WINDOW-END-DATE
031100     ELSE
031200         MOVE WS-WINDOW-START-DATE TO WS-WINDOW-END-DATE
031300     END-IF.
031400     MOVE XARUNSCH-WINDOW-END TO WS-WINDOW-END-HHMM.
031500
031600     PERFORM 2200-READ-LEDGER THRU 2200-EXIT.
031700
031800     IF WS-LEDGER-FOUND-SW = 0
031900         IF WS-NOW-STAMP(1:14) > WS-WINDOW-END-STAMP
032000             MOVE "MISSING" TO WS-JOB-STATUS
032100             ADD 1 TO WS-MISSING-COUNT
032200             MOVE 1 TO WS-RAISE-SW
032300         ELSE
032400             MOVE "NOT YET DUE" TO WS-JOB-STATUS
032500             ADD 1 TO WS-PENDING-COUNT
032600         END-IF
032700     ELSE
032800         IF XARUNLG-RUNNING
032900             IF WS-NOW-STAMP(1:14) > WS-WINDOW-END-STAMP
033000                 MOVE "RUNNING LATE" TO WS-JOB-STATUS
033100                 ADD 1 TO WS-LATE-COUNT
033200                 MOVE 1 TO WS-RAISE-SW
033300             ELSE
033400                 MOVE "RUNNING" TO WS-JOB-STATUS
033500                 ADD 1 TO WS-PENDING-COUNT
033600             END-IF
033700         ELSE
033800             IF XARUNLG-RETURN-CODE NOT < 8
033900                 MOVE "FAILED" TO WS-JOB-STATUS
034000                 ADD 1 TO WS-FAILED-COUNT
034100                 MOVE 1 TO WS-RAISE-SW
034200             ELSE
034300                 MOVE "ENDED OK" TO WS-JOB-STATUS
034400                 ADD 1 TO WS-ENDED-OK-COUNT
034500             END-IF
034600         END-IF
034700     END-IF.
034800
034900     PERFORM 2300-REPORT-JOB THRU 2300-EXIT.
035000     IF WS-RAISE-SW = 1
035100         PERFORM 8000-RAISE-JOB THRU 8000-EXIT
035200     END-IF.
035300     PERFORM 2100-READ-CARD THRU 2100-EXIT.
035400 2000-EXIT.
035500     EXIT.
035600
035700 2100-READ-CARD.
035800     READ XARUNSCH
035900         AT END
036000             MOVE "Y" TO WS-EOF-SWITCH
036100             GO TO 2100-EXIT
036200     END-READ.
036300     IF XARUNSCH-CARD(1:1) = "*"
036400     OR XARUNSCH-JOB-NAME = SPACES
036500         GO TO 2100-READ-CARD
036600     END-IF.
036700 2100-EXIT.
036800     EXIT.
036900
037000 2200-READ-LEDGER.
037100     MOVE 0 TO WS-LEDGER-FOUND-SW.
037200     IF WS-LEDGER-OPEN-SW = 0
037300         GO TO 2200-EXIT
037400     END-IF.
037500     MOVE XARUNSCH-JOB-NAME TO XARUNLG-JOB-NAME.
037600     MOVE WS-WINDOW-START-DATE TO XARUNLG-RUN-DATE.
037700     MOVE 1 TO WS-LEDGER-FOUND-SW.
037800     READ XARUNLG
037900         INVALID KEY
038000             MOVE 0 TO WS-LEDGER-FOUND-SW
038100     END-READ.
038105     IF WS-LEDGER-FOUND-SW = 1
038110     OR WS-WINDOW-END-DATE = WS-WINDOW-START-DATE
038115         GO TO 2200-EXIT
038120     END-IF.
038125*    9700-RUNCTL-START KEYS A RUN BY THE DATE IT ACTUALLY
038130*    STARTED, SO A JOB WHOSE WINDOW CROSSES MIDNIGHT AND WHICH
038135*    STARTED AFTER MIDNIGHT IS ON FILE UNDER THE WINDOW END DATE.
038140*    ONLY A RUN THAT STARTED BEFORE THE WINDOW CLOSED BELONGS TO
038145*    THIS WINDOW.
038150     MOVE XARUNSCH-JOB-NAME TO XARUNLG-JOB-NAME.
038155     MOVE WS-WINDOW-END-DATE TO XARUNLG-RUN-DATE.
038160     READ XARUNLG
038165         INVALID KEY
038170             GO TO 2200-EXIT
038175     END-READ.
038180     IF XARUNLG-START-TIMESTAMP < WS-WINDOW-END-STAMP
038185         MOVE 1 TO WS-LEDGER-FOUND-SW
038190     END-IF.
038200 2200-EXIT.
038300     EXIT.
038400
038500 2300-REPORT-JOB.
038600     MOVE SPACES TO WS-DL-START-DATE WS-DL-START-TIME
038700                    WS-DL-END-DATE WS-DL-END-TIME WS-DL-RC.
038800     MOVE XARUNSCH-JOB-NAME TO WS-DL-JOB.
038900     MOVE WS-WINDOW-START-DATE TO WS-DL-RUN-DATE.
039000     MOVE XARUNSCH-WINDOW-START TO WS-DL-WINDOW-START.
039100     MOVE XARUNSCH-WINDOW-END TO WS-DL-WINDOW-END.
039200     IF WS-LEDGER-FOUND-SW = 1
039300         MOVE XARUNLG-START-DATE TO WS-DL-START-DATE
039400         MOVE XARUNLG-START-TIME TO WS-DL-START-TIME
039500         IF XARUNLG-ENDED
039600             MOVE XARUNLG-END-DATE TO WS-DL-END-DATE
039700             MOVE XARUNLG-END-TIME TO WS-DL-END-TIME
039800             MOVE XARUNLG-RETURN-CODE TO WS-RC-DISPLAY
039900             MOVE WS-RC-DISPLAY TO WS-DL-RC
040000         END-IF
040100     END-IF.
040200     MOVE WS-JOB-STATUS TO WS-DL-STATUS.
040300     WRITE XARCKRPT-LINE FROM WS-DETAIL-LINE.
040400 2300-EXIT.
040500     EXIT.
040600
040700******************************************************************
040800*    8000-RAISE-JOB -- CONSOLE LINE PLUS A HIGH-SEVERITY XAALERT
040900*    WORK ITEM, RESOURCE = THE JOB NAME, SO THE MORNING SHIFT
041000*    OWNS IT IN XAAL LIKE ANY OTHER ESCALATION.
041100******************************************************************
041200 8000-RAISE-JOB.
041300     MOVE SPACES TO WS-ALERT-TEXT.
041400     IF WS-LEDGER-FOUND-SW = 1
041500     AND XARUNLG-ENDED
041600         MOVE XARUNLG-RETURN-CODE TO WS-RC-DISPLAY
041700         STRING
041800             "BATCH JOB " DELIMITED SIZE
041900             XARUNSCH-JOB-NAME DELIMITED SPACE
042000             " RUN " DELIMITED SIZE
042100             WS-WINDOW-START-DATE DELIMITED SIZE
042200             " ENDED RC " DELIMITED SIZE
042300             WS-RC-DISPLAY DELIMITED SIZE
042400         INTO WS-ALERT-TEXT
042500     ELSE
042600         STRING
042700             "BATCH JOB " DELIMITED SIZE
042800             XARUNSCH-JOB-NAME DELIMITED SPACE
042900             " RUN " DELIMITED SIZE
043000             WS-WINDOW-START-DATE DELIMITED SIZE
043100             " " DELIMITED SIZE
043200             WS-JOB-STATUS DELIMITED "  "
043300             " - WINDOW CLOSED " DELIMITED SIZE
043400             WS-WINDOW-END-DATE DELIMITED SIZE
043500             "/" DELIMITED SIZE
043600             WS-WINDOW-END-HHMM DELIMITED SIZE
043700         INTO WS-ALERT-TEXT
043800     END-IF.
043900
044000     MOVE SPACES TO WS-CONSOLE-MESSAGE.
044100     MOVE 1 TO WS-MSG-LEN.
044200     STRING
044300         "XARUNCHK: " DELIMITED SIZE
044400         WS-ALERT-TEXT DELIMITED SIZE
044500     INTO WS-CONSOLE-MESSAGE POINTER WS-MSG-LEN.
044600     SUBTRACT 1 FROM WS-MSG-LEN.
044700     CALL "mfxaLogConsoleMsg" USING
044800         WS-CONSOLE-MESSAGE WS-MSG-LEN WS-LOG-LEVEL WS-MSG-LEVEL
044900     END-CALL.
045000
045100     PERFORM 8500-WRITE-ALERT-RECORD THRU 8500-EXIT.
045200 8000-EXIT.
045300     EXIT.
045400
045500******************************************************************
045600*    8500-WRITE-ALERT-RECORD -- THE PERSISTENT XAALERT WORK ITEM,
045700*    WRITTEN THE SAME WAY XARECON WRITES ITS ESCALATIONS.
045800******************************************************************
045900 8500-WRITE-ALERT-RECORD.
046000     MOVE FUNCTION CURRENT-DATE TO WS-ALERT-STAMP.
046100     INITIALIZE XAALERT-RECORD.
046200     MOVE WS-ALERT-STAMP-DATE TO XAALERT-DATE.
046300     MOVE WS-ALERT-STAMP-TIME TO XAALERT-TIME.
046400     MOVE "XARUNCHK" TO XAALERT-SOURCE.
046500     MOVE XARUNSCH-JOB-NAME TO XAALERT-RESOURCE.
046600     MOVE "H" TO XAALERT-SEVERITY.
046700     MOVE "N" TO XAALERT-IN-WINDOW.
046800     MOVE WS-ALERT-TEXT TO XAALERT-TEXT.
046900     MOVE "N" TO XAALERT-ACKED.
047000     MOVE ZERO TO XAALERT-REALERT-COUNT.
047100     MOVE WS-ALERT-STAMP-DATE TO XAALERT-LAST-SEEN-DATE.
047200     MOVE WS-ALERT-STAMP-TIME TO XAALERT-LAST-SEEN-TIME.
047300     MOVE 1 TO XAALERT-OCCUR-COUNT.
047400
047500     OPEN I-O XAALERT.
047600     IF WS-XAALERT-NOT-FOUND
047700        OPEN OUTPUT XAALERT
047800        CLOSE XAALERT
047900        OPEN I-O XAALERT
048000     END-IF.
048100     IF NOT WS-XAALERT-OK
048200        DISPLAY "XARUNCHK: UNABLE TO OPEN XAALERT, STATUS="
048300            WS-XAALERT-STATUS UPON CONS
048400        GO TO 8500-EXIT
048500     END-IF.
048600
048700     WRITE XAALERT-RECORD.
048800     IF WS-XAALERT-DUPLICATE
048900        REWRITE XAALERT-RECORD
049000     END-IF.
049025     IF WS-XAALERT-OK
049050         PERFORM 9800-ALOPEN-ADD THRU 9800-EXIT
049075     END-IF.
049100     CLOSE XAALERT.
049200 8500-EXIT.
049300     EXIT.
049400
049500******************************************************************
049600*    9000-TERMINATE -- SUMMARY LINES, THE "*RUNCHK*" SUMMARY
049700*    RECORD FOR XAST, AND CLOSE UP.
049800******************************************************************
049900 9000-TERMINATE.
050000     IF NOT WS-XARCKRPT-OK
050100         GO TO 9000-EXIT
050200     END-IF.
050300     WRITE XARCKRPT-LINE FROM WS-BLANK-LINE.
050400     MOVE "JOBS EXPECTED      =" TO WS-SL-LABEL.
050500     MOVE WS-EXPECTED-COUNT TO WS-SL-COUNT.
050600     WRITE XARCKRPT-LINE FROM WS-SUMMARY-LINE.
050700     MOVE "ENDED OK           =" TO WS-SL-LABEL.
050800     MOVE WS-ENDED-OK-COUNT TO WS-SL-COUNT.
050900     WRITE XARCKRPT-LINE FROM WS-SUMMARY-LINE.
051000     MOVE "NOT YET DUE/RUNNING=" TO WS-SL-LABEL.
051100     MOVE WS-PENDING-COUNT TO WS-SL-COUNT.
051200     WRITE XARCKRPT-LINE FROM WS-SUMMARY-LINE.
051300     MOVE "MISSING            =" TO WS-SL-LABEL.
051400     MOVE WS-MISSING-COUNT TO WS-SL-COUNT.
051500     WRITE XARCKRPT-LINE FROM WS-SUMMARY-LINE.
051600     MOVE "RUNNING LATE       =" TO WS-SL-LABEL.
051700     MOVE WS-LATE-COUNT TO WS-SL-COUNT.
051800     WRITE XARCKRPT-LINE FROM WS-SUMMARY-LINE.
051900     MOVE "FAILED (RC 8+)     =" TO WS-SL-LABEL.
052000     MOVE WS-FAILED-COUNT TO WS-SL-COUNT.
052100     WRITE XARCKRPT-LINE FROM WS-SUMMARY-LINE.
052200     CLOSE XARCKRPT.
052300
052400     IF WS-NO-SCHEDULE
052500         GO TO 9000-EXIT
052600     END-IF.
052700     CLOSE XARUNSCH.
052800     IF WS-LEDGER-OPEN-SW = 1
052900         PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT
053000         CLOSE XARUNLG
053100     END-IF.
053200 9000-EXIT.
053300     EXIT.
053400
053500 9100-WRITE-SUMMARY.
053600     MOVE "*RUNCHK*" TO XARUNLG-JOB-NAME.
053700     MOVE "*LATEST*" TO XARUNLG-RUN-DATE.
053800     MOVE 1 TO WS-LEDGER-FOUND-SW.
053900     READ XARUNLG
054000         INVALID KEY
054100             MOVE 0 TO WS-LEDGER-FOUND-SW
054200     END-READ.
054300     MOVE SPACES TO XARUNLG-SUMMARY-DATA.
054400     MOVE WS-NOW-DATE TO XARUNLG-CHECK-DATE.
054500     MOVE WS-NOW-TIME TO XARUNLG-CHECK-TIME.
054600     MOVE WS-EXPECTED-COUNT TO XARUNLG-EXPECTED-COUNT.
054700     MOVE WS-ENDED-OK-COUNT TO XARUNLG-ENDED-OK-COUNT.
054800     MOVE WS-MISSING-COUNT TO XARUNLG-MISSING-COUNT.
054900     MOVE WS-LATE-COUNT TO XARUNLG-LATE-COUNT.
055000     MOVE WS-FAILED-COUNT TO XARUNLG-FAILED-COUNT.
055100     IF WS-LEDGER-FOUND-SW = 1
055200         REWRITE XARUNLG-RECORD
055300     ELSE
055400         WRITE XARUNLG-RECORD
055500     END-IF.
055600 9100-EXIT.
055700     EXIT.
055800
055900******************************************************************
056000*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
056100*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
056200******************************************************************
056300     copy xarunctl.
056400
056500******************************************************************
056600*    OPEN-ALERT INDEX PARAGRAPHS (9800-ALOPEN-ADD AND
056700*    9820-ALOPEN-DROP) -- SEE XA/XAALOCTL.CPY.
056800******************************************************************
056900     copy xaaloctl.
