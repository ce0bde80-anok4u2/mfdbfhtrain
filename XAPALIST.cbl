000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    XAPALIST.
000300 AUTHOR.        XA SUPPORT TEAM.
000400 INSTALLATION.  ENTERPRISE SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  MODIFICATION HISTORY
000900*  ----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  10/15/2026 XST   NEW PROGRAM.  MORNING-REVIEW LISTING OF THE
001200*                   XAPAGLOG PAGE LOG: WHO WAS PAGED FOR WHICH
001300*                   ALERT AND WHEN, AND WHETHER AND WHEN THE ALERT
001400*                   WAS THEN ACKNOWLEDGED.
001500******************************************************************
001600*  XAPAGE PAGES THE ON-CALL PRIMARY AND SECONDARY OVERNIGHT AND
001700*  LOGS EVERY PAGE.  THIS LISTING IS THE MORNING REVIEW OF THAT
001800*  LOG: ONE LINE PER PAGE SENT SINCE THE FROM DATE (DEFAULT
001900*  YESTERDAY), WITH THE ALERT'S ACKNOWLEDGEMENT FROM XAALERT SO A
002000*  PAGE NOBODY ANSWERED STANDS OUT.  RC 4 = AT LEAST ONE PAGED
002100*  ALERT IS STILL UNACKNOWLEDGED.  RC 8 = THE XAPLPRM CARD WAS
002200*  REJECTED.
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.   IBM-370.
002700 OBJECT-COMPUTER.   IBM-370.
002800 SPECIAL-NAMES.
002900     CONSOLE IS CONS.
003000
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     copy xapaglogsel.
003400
003500     copy xaalertsel.
003600
003700     SELECT XAPLPRM ASSIGN TO "XAPLPRM"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-XAPLPRM-STATUS.
004000
004100     SELECT XAPLRPT ASSIGN TO "XAPLRPT"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-XAPLRPT-STATUS.
004400
004500     copy xarunlgsel.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900     copy xapaglog.
005000
005100     copy xaalert.
005200
005300*****************************************************************
005400*    XAPLPRM -- OPTIONAL CARD.  COLS 1-8 FROM DATE, YYYYMMDD
005500*    (BLANK = YESTERDAY).
005600*****************************************************************
005700 FD  XAPLPRM
005800     LABEL RECORDS ARE STANDARD
005900     RECORDING MODE IS F.
006000
006100 01  XAPLPRM-CARD.
006200     05  XAPLPRM-FROM-DATE           PIC X(08).
006300     05  FILLER                      PIC X(72).
006400
006500 FD  XAPLRPT
006600     LABEL RECORDS ARE STANDARD
006700     RECORDING MODE IS F.
006800
006900 01  XAPLRPT-LINE                    PIC X(132).
007000
007100     copy xarunlg.
007200
007300 WORKING-STORAGE SECTION.
007400     copy xarunws.
007500
007600******************************************************************
007700*    FILE STATUS AND CONTROL SWITCHES
007800******************************************************************
007900 77  WS-XAPAGLOG-STATUS              PIC X(02) VALUE SPACES.
008000     88  WS-XAPAGLOG-OK                 VALUE "00".
008100     88  WS-XAPAGLOG-NOT-FOUND          VALUE "35" "23".
008200
008300 77  WS-XAALERT-STATUS               PIC X(02) VALUE SPACES.
008400     88  WS-XAALERT-OK                  VALUE "00".
008500
008600 77  WS-XAPLPRM-STATUS               PIC X(02) VALUE SPACES.
008700     88  WS-XAPLPRM-OK                  VALUE "00".
008800
008900 77  WS-XAPLRPT-STATUS               PIC X(02) VALUE SPACES.
009000     88  WS-XAPLRPT-OK                  VALUE "00".
009100
009200 77  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
009300     88  WS-END-OF-FILE                 VALUE "Y".
009400
009500 77  WS-ALERT-OPEN-SW                PIC 9(01) VALUE 0.
009600 77  WS-CARD-REJECTED-SW             PIC 9(01) VALUE 0.
009700
009800******************************************************************
009900*    COUNTERS AND WORK FIELDS
010000******************************************************************
010100 77  WS-PRIMARY-COUNT                PIC 9(05) COMP VALUE ZERO.
010200 77  WS-SECONDARY-COUNT              PIC 9(05) COMP VALUE ZERO.
010300 77  WS-OPEN-COUNT                   PIC 9(05) COMP VALUE ZERO.
010400
010500 01  WS-TODAY-DATE-TIME.
010600     05  WS-TODAY-DATE               PIC X(08).
010700     05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE
010800                                     PIC 9(08).
010900     05  WS-TODAY-TIME               PIC X(06).
011000     05  FILLER                      PIC X(07).
011100
011200 01  WS-FROM-DATE-N                  PIC 9(08).
011300 01  WS-FROM-DATE REDEFINES WS-FROM-DATE-N
011400                                     PIC X(08).
011500
011600 01  WS-ALERT-KEY-VIEW.
011700     05  WS-AK-DATE                  PIC X(08).
011800     05  WS-AK-TIME                  PIC X(06).
011900     05  WS-AK-SOURCE                PIC X(08).
012000     05  WS-AK-RESOURCE              PIC X(08).
012100
012200******************************************************************
012300*    REPORT LINE LAYOUTS
012400******************************************************************
012500 01  WS-REPORT-HEADING-1.
012600     05  FILLER                      PIC X(38) VALUE
012700         "XAPALIST -- PAGE LOG REVIEW, PAGES ON ".
012800     05  FILLER                      PIC X(09) VALUE
012900         "OR AFTER ".
013000     05  WS-RH1-FROM-DATE            PIC X(08).
013100     05  FILLER                      PIC X(77) VALUE SPACES.
013200
013300 01  WS-REPORT-HEADING-2.
013400     05  FILLER                      PIC X(36) VALUE
013500         "PAGED    TIME   LV TEAM             ".
013600     05  FILLER                      PIC X(42) VALUE
013700         "ON CALL                  PAGER            ".
013800     05  FILLER                      PIC X(54) VALUE
013900         "ALERT           RESOURCE ACKNOWLEDGED".
014000
014100 01  WS-DETAIL-LINE.
014200     05  WS-DL-PAGED-DATE            PIC X(08).
014300     05  FILLER                      PIC X(01) VALUE SPACES.
014400     05  WS-DL-PAGED-TIME            PIC X(06).
014500     05  FILLER                      PIC X(01) VALUE SPACES.
014600     05  WS-DL-LEVEL                 PIC X(01).
014700     05  FILLER                      PIC X(02) VALUE SPACES.
014800     05  WS-DL-TEAM                  PIC X(16).
014900     05  FILLER                      PIC X(01) VALUE SPACES.
015000     05  WS-DL-NAME                  PIC X(24).
015100     05  FILLER                      PIC X(01) VALUE SPACES.
015200     05  WS-DL-PAGER                 PIC X(16).
015300     05  FILLER                      PIC X(01) VALUE SPACES.
015400     05  WS-DL-ALERT-DATE            PIC X(08).
015500     05  FILLER                      PIC X(01) VALUE SPACES.
015600     05  WS-DL-ALERT-TIME            PIC X(06).
015700     05  FILLER                      PIC X(01) VALUE SPACES.
015800     05  WS-DL-RESOURCE              PIC X(08).
015900     05  FILLER                      PIC X(01) VALUE SPACES.
016000     05  WS-DL-ACK                   PIC X(29).
016100
016200 01  WS-TEXT-LINE.
016300     05  FILLER                      PIC X(19) VALUE SPACES.
016400     05  WS-TL-TEXT                  PIC X(60).
016500     05  FILLER                      PIC X(53) VALUE SPACES.
016600
016700 01  WS-ERROR-LINE.
016800     05  FILLER                      PIC X(20) VALUE
016900         "*** CARD REJECTED:  ".
017000     05  WS-EL-CARD                  PIC X(10).
017100     05  FILLER                      PIC X(02) VALUE SPACES.
017200     05  WS-EL-REASON                PIC X(50).
017300     05  FILLER                      PIC X(50) VALUE SPACES.
017400
017500 01  WS-SUMMARY-LINE.
017600     05  WS-SL-LABEL                 PIC X(30).
017700     05  WS-SL-COUNT                 PIC Z(08)9.
017800     05  FILLER                      PIC X(93) VALUE SPACES.
017900
018000 01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.
018100
018200 PROCEDURE DIVISION.
018300******************************************************************
018400 0000-MAINLINE.
018500******************************************************************
018600     MOVE "XAPALIST" TO WS-RUNCTL-JOB.
018700     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
018800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018900     IF WS-CARD-REJECTED-SW = 0
019000         PERFORM 2000-LIST-PAGES THRU 2000-EXIT
019100     END-IF.
019200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019300     IF WS-CARD-REJECTED-SW = 1
019400         MOVE 8 TO RETURN-CODE
019500     ELSE
019600         IF WS-OPEN-COUNT > ZERO
019700             MOVE 4 TO RETURN-CODE
019800         END-IF
019900     END-IF.
020000     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
020100     GOBACK.
020200
020300******************************************************************
020400*    1000-INITIALIZE -- FROM DATE (CARD OR YESTERDAY) AND THE
020500*    REPORT HEADINGS.
020600******************************************************************
020700 1000-INITIALIZE.
020800     MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE-TIME.
020900     COMPUTE WS-FROM-DATE-N = FUNCTION DATE-OF-INTEGER(
021000         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-N) - 1).
021100
021200     OPEN OUTPUT XAPLRPT.
021300     IF NOT WS-XAPLRPT-OK
021400         DISPLAY "XAPALIST: UNABLE TO OPEN XAPLRPT, STATUS="
021500             WS-XAPLRPT-STATUS UPON CONS
021600     END-IF.
021700
021800     PERFORM 1100-READ-CARD THRU 1100-EXIT.
021900     MOVE WS-FROM-DATE TO WS-RH1-FROM-DATE.
022000     WRITE XAPLRPT-LINE FROM WS-REPORT-HEADING-1.
022100     IF WS-CARD-REJECTED-SW = 1
022200         WRITE XAPLRPT-LINE FROM WS-ERROR-LINE
022300         GO TO 1000-EXIT
022400     END-IF.
022500     WRITE XAPLRPT-LINE FROM WS-BLANK-LINE.
022600     WRITE XAPLRPT-LINE FROM WS-REPORT-HEADING-2.
022700 1000-EXIT.
022800     EXIT.
022900
023000 1100-READ-CARD.
023100     OPEN INPUT XAPLPRM.
023200     IF NOT WS-XAPLPRM-OK
023300         GO TO 1100-EXIT
023400     END-IF.
023500 1100-NEXT.
023600     READ XAPLPRM
023700         AT END
023800             GO TO 1100-CLOSE
023900     END-READ.
024000     IF XAPLPRM-CARD(1:1) = "*"
024100         GO TO 1100-NEXT
024200     END-IF.
024300     IF XAPLPRM-FROM-DATE = SPACES
024400         GO TO 1100-CLOSE
024500     END-IF.
024600     IF XAPLPRM-FROM-DATE IS NOT NUMERIC
024700         MOVE 1 TO WS-CARD-REJECTED-SW
024800         MOVE XAPLPRM-CARD(1:10) TO WS-EL-CARD
024900         MOVE "FROM DATE MUST BE YYYYMMDD" TO WS-EL-REASON
025000         DISPLAY "XAPALIST: CARD REJECTED - " WS-EL-REASON
025100             UPON CONS
025200         GO TO 1100-CLOSE
025300     END-IF.
025400     MOVE XAPLPRM-FROM-DATE TO WS-FROM-DATE.
025500 1100-CLOSE.
025600     CLOSE XAPLPRM.
025700 1100-EXIT.
025800     EXIT.
025900
026000******************************************************************
026100*    2000-LIST-PAGES -- EVERY LOGGED PAGE ON OR AFTER THE FROM
026200*    DATE.  THE LOG IS IN ALERT ORDER, SO A PRIMARY AND ITS
026300*    SECONDARY RE-PAGE LIST TOGETHER.
026400******************************************************************
026500 2000-LIST-PAGES.
026600     OPEN INPUT XAPAGLOG.
026700     IF WS-XAPAGLOG-NOT-FOUND
026800         GO TO 2000-EXIT
026900     END-IF.
027000     IF NOT WS-XAPAGLOG-OK
027100         DISPLAY "XAPALIST: UNABLE TO OPEN XAPAGLOG, STATUS="
027200             WS-XAPAGLOG-STATUS UPON CONS
027300         GO TO 2000-EXIT
027400     END-IF.
027500     OPEN INPUT XAALERT.
027600     IF WS-XAALERT-OK
027700         MOVE 1 TO WS-ALERT-OPEN-SW
027800     END-IF.
027900     MOVE "N" TO WS-EOF-SWITCH.
028000     PERFORM 2100-LIST-ONE-PAGE THRU 2100-EXIT
028100         UNTIL WS-END-OF-FILE.
028200     CLOSE XAPAGLOG.
028300     IF WS-ALERT-OPEN-SW = 1
028400         CLOSE XAALERT
028500     END-IF.
028600 2000-EXIT.
028700     EXIT.
028800
028900 2100-LIST-ONE-PAGE.
029000     READ XAPAGLOG NEXT RECORD
029100         AT END
029200             MOVE "Y" TO WS-EOF-SWITCH
029300             GO TO 2100-EXIT
029400     END-READ.
029500     IF xapaglog-paged-date < WS-FROM-DATE
029600         GO TO 2100-EXIT
029700     END-IF.
029800     IF xapaglog-is-primary
029900         ADD 1 TO WS-PRIMARY-COUNT
030000     ELSE
030100         ADD 1 TO WS-SECONDARY-COUNT
030200     END-IF.
030300     MOVE xapaglog-alert-key TO WS-ALERT-KEY-VIEW.
030400     MOVE xapaglog-paged-date TO WS-DL-PAGED-DATE.
030500     MOVE xapaglog-paged-time TO WS-DL-PAGED-TIME.
030600     MOVE xapaglog-level TO WS-DL-LEVEL.
030700     MOVE xapaglog-team TO WS-DL-TEAM.
030800     MOVE xapaglog-name TO WS-DL-NAME.
030900     MOVE xapaglog-pager TO WS-DL-PAGER.
031000     MOVE WS-AK-DATE TO WS-DL-ALERT-DATE.
031100     MOVE WS-AK-TIME TO WS-DL-ALERT-TIME.
031200     MOVE WS-AK-RESOURCE TO WS-DL-RESOURCE.
031300     PERFORM 2200-ACK-STATUS THRU 2200-EXIT.
031400     WRITE XAPLRPT-LINE FROM WS-DETAIL-LINE.
031500     MOVE xapaglog-text TO WS-TL-TEXT.
031600     WRITE XAPLRPT-LINE FROM WS-TEXT-LINE.
031700 2100-EXIT.
031800     EXIT.
031900
032000*    THE ALERT AS IT STANDS NOW.  A PURGED ALERT WAS CLOSED LONG
032100*    ENOUGH AGO FOR HOUSEKEEPING TO TAKE IT.
032200 2200-ACK-STATUS.
032300     MOVE SPACES TO WS-DL-ACK.
032400     IF WS-ALERT-OPEN-SW = 0
032500         MOVE "(XAALERT NOT AVAILABLE)" TO WS-DL-ACK
032600         GO TO 2200-EXIT
032700     END-IF.
032800     MOVE xapaglog-alert-key TO XAALERT-KEY.
032900     READ XAALERT
033000         INVALID KEY
033100             MOVE "(ALERT PURGED)" TO WS-DL-ACK
033200             GO TO 2200-EXIT
033300     END-READ.
033400     IF XAALERT-IS-ACKED
033500         STRING XAALERT-ACKED-BY DELIMITED BY SPACE
033600                " " DELIMITED BY SIZE
033700                XAALERT-ACK-DATE DELIMITED BY SIZE
033800                " " DELIMITED BY SIZE
033900                XAALERT-ACK-TIME DELIMITED BY SIZE
034000             INTO WS-DL-ACK
034100         END-STRING
034200     ELSE
034300         MOVE "*** STILL OPEN ***" TO WS-DL-ACK
034400         IF xapaglog-is-primary
034500             ADD 1 TO WS-OPEN-COUNT
034600         END-IF
034700     END-IF.
034800 2200-EXIT.
034900     EXIT.
035000
035100******************************************************************
035200*    9000-TERMINATE -- COUNTS AND CLOSE UP.
035300******************************************************************
035400 9000-TERMINATE.
035500     WRITE XAPLRPT-LINE FROM WS-BLANK-LINE.
035600     MOVE "PRIMARY PAGES" TO WS-SL-LABEL.
035700     MOVE WS-PRIMARY-COUNT TO WS-SL-COUNT.
035800     WRITE XAPLRPT-LINE FROM WS-SUMMARY-LINE.
035900     MOVE "SECONDARY RE-PAGES" TO WS-SL-LABEL.
036000     MOVE WS-SECONDARY-COUNT TO WS-SL-COUNT.
036100     WRITE XAPLRPT-LINE FROM WS-SUMMARY-LINE.
036200     MOVE "PAGED ALERTS STILL OPEN" TO WS-SL-LABEL.
036300     MOVE WS-OPEN-COUNT TO WS-SL-COUNT.
036400     WRITE XAPLRPT-LINE FROM WS-SUMMARY-LINE.
036500     CLOSE XAPLRPT.
036600 9000-EXIT.
036700     EXIT.
036800
036900******************************************************************
037000*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
037100*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
037200******************************************************************
037300     copy xarunctl.
