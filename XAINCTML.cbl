000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    XAINCTML.
000300 AUTHOR.        XA SUPPORT TEAM.
000400 INSTALLATION.  ENTERPRISE SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  MODIFICATION HISTORY
000900*  ----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  10/15/2026 XST   NEW PROGRAM.  INCIDENT TIMELINE REPORT:
001200*                   EVERYTHING ATTACHED TO AN XAINCID INCIDENT,
001300*                   IN TIME ORDER, FOR THE POST-INCIDENT REVIEW.
001400******************************************************************
001500*  AN INCIDENT IS OPENED AND CLOSED THROUGH THE XAIC TRANSACTION,
001600*  WHICH ALSO ATTACHES TO IT (XAINCLNK) THE XAALERT ITEMS,
001700*  XAHEURLG HEURISTIC OUTCOMES, MSGBCAST BROADCASTS, XAMAINT
001800*  WINDOWS AND XATKXREF TICKET RECORDS THAT BELONG TO THE OUTAGE.
001900*  FOR EACH INCIDENT NUMBER ON AN XAINCPRM CARD THIS REPORT
002000*  READS EVERY ATTACHED RECORD BACK FROM ITS OWN FILE AND PRINTS
002100*  ONE TIMELINE, IN DATE AND TIME ORDER, OF:
002200*    - THE INCIDENT BEING OPENED AND CLOSED;
002300*    - AN ALERT RAISED, LAST SEEN AND ACKNOWLEDGED;
002400*    - A HEURISTIC OUTCOME LOGGED, AND THE XAHRAUD RESOLUTION OF
002500*      IT (OR THAT IT IS STILL UNRESOLVED);
002600*    - A BROADCAST SENT, WITH THE MSGBACK TERMINAL, ACKNOWLEDGED
002700*      AND ESCALATED COUNTS ALONGSIDE;
002800*    - A MAINTENANCE WINDOW STARTING AND ENDING;
002900*    - A TICKET RAISED THROUGH XATKFEED.
003000*  AN ATTACHED RECORD SINCE PURGED FROM ITS FILE, OR ON A FILE
003100*  NOT AVAILABLE TO THE RUN, IS SHOWN AT THE TIME IT WAS
003200*  ATTACHED.  RETURN CODE 4 WHEN AN INCIDENT ASKED FOR IS NOT ON
003300*  FILE, 8 WHEN XAINCID OR XAINCLNK CANNOT BE READ.
003400******************************************************************
003500
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.   IBM-370.
003900 OBJECT-COMPUTER.   IBM-370.
004000 SPECIAL-NAMES.
004100     CONSOLE IS CONS.
004200
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     copy xaincidsel.
004600
004700     copy xainclnksel.
004800
004900     copy xaalertsel.
005000
005100     copy xaheurlgsel.
005200
005300     copy xahraudsel.
005400
005500     copy msgbcastsel.
005600
005700     copy msgbacksel.
005800
005900     copy xamaintsel.
006000
006100     copy xatkxrefsel.
006200
006300     SELECT XAINCPRM ASSIGN TO "XAINCPRM"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-XAINCPRM-STATUS.
006600
006700     SELECT XAINCRPT ASSIGN TO "XAINCRPT"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-XAINCRPT-STATUS.
007000
007100     copy xarunlgsel.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500     copy xaincid.
007600
007700     copy xainclnk.
007800
007900     copy xaalert.
008000
008100     copy xaheurlg.
008200
008300     copy xahraud.
008400
008500     copy msgbcast.
008600
008700     copy msgback.
008800
008900     copy xamaint.
009000
009100     copy xatkxref.
009200
009300*****************************************************************
009400*    XAINCPRM -- ONE CARD PER INCIDENT TO REPORT, THE INCIDENT
009500*    NUMBER IN COLS 1-6, RIGHT-JUSTIFIED OR WITH LEADING ZEROS.
009600*    "*" IN COL 1 IS A COMMENT.
009700*****************************************************************
009800 FD  XAINCPRM
009900     LABEL RECORDS ARE STANDARD
010000     RECORDING MODE IS F.
010100
010200 01  XAINCPRM-CARD.
010300     05  XAINCPRM-INCIDENT           PIC X(06).
010400     05  XAINCPRM-INCIDENT-N REDEFINES XAINCPRM-INCIDENT
010500                                     PIC 9(06).
010600     05  FILLER                      PIC X(74).
010700
010800 FD  XAINCRPT
010900     LABEL RECORDS ARE STANDARD
011000     RECORDING MODE IS F.
011100
011200 01  XAINCRPT-LINE                   PIC X(132).
011300
011400     copy xarunlg.
011500
011600 WORKING-STORAGE SECTION.
011700     copy xarunws.
011800
011900     copy xainccau.
012000
012100******************************************************************
012200*    FILE STATUS AND CONTROL SWITCHES.  AN ORIGIN FILE THAT IS
012300*    NOT THERE LEAVES ITS OPEN SWITCH "N" AND ITS ATTACHMENTS ARE
012400*    REPORTED AS NOT AVAILABLE.
012500******************************************************************
012600 77  WS-XAINCID-STATUS               PIC X(02) VALUE SPACES.
012700     88  WS-XAINCID-OK                  VALUE "00".
012800     88  WS-XAINCID-NOT-FOUND           VALUE "35" "23".
012900
013000 77  WS-XAINCLNK-STATUS              PIC X(02) VALUE SPACES.
013100     88  WS-XAINCLNK-OK                 VALUE "00".
013200     88  WS-XAINCLNK-NOT-FOUND          VALUE "35" "23".
013300
013400 77  WS-XAALERT-STATUS               PIC X(02) VALUE SPACES.
013500     88  WS-XAALERT-OK                  VALUE "00".
013600     88  WS-XAALERT-NOT-FOUND           VALUE "35" "23".
013700
013800 77  WS-XAHEURLG-STATUS              PIC X(02) VALUE SPACES.
013900     88  WS-XAHEURLG-OK                 VALUE "00".
014000     88  WS-XAHEURLG-NOT-FOUND          VALUE "35" "23".
014100
014200 77  WS-XAHRAUD-STATUS               PIC X(02) VALUE SPACES.
014300     88  WS-XAHRAUD-OK                  VALUE "00".
014400     88  WS-XAHRAUD-NOT-FOUND           VALUE "35" "23".
014500
014600 77  WS-MSGBCAST-STATUS              PIC X(02) VALUE SPACES.
014700     88  WS-MSGBCAST-OK                 VALUE "00".
014800     88  WS-MSGBCAST-NOT-FOUND          VALUE "35" "23".
014900
015000 77  WS-MSGBACK-STATUS               PIC X(02) VALUE SPACES.
015100     88  WS-MSGBACK-OK                  VALUE "00".
015200     88  WS-MSGBACK-NOT-FOUND           VALUE "35" "23".
015300
015400 77  WS-XAMAINT-STATUS               PIC X(02) VALUE SPACES.
015500     88  WS-XAMAINT-OK                  VALUE "00".
015600     88  WS-XAMAINT-NOT-FOUND           VALUE "35" "23".
015700
015800 77  WS-XATKXREF-STATUS              PIC X(02) VALUE SPACES.
015900     88  WS-XATKXREF-OK                 VALUE "00".
016000     88  WS-XATKXREF-NOT-FOUND          VALUE "35" "23".
016100
016200 77  WS-XAINCPRM-STATUS              PIC X(02) VALUE SPACES.
016300     88  WS-XAINCPRM-OK                 VALUE "00".
016400     88  WS-XAINCPRM-NOT-FOUND          VALUE "35" "23".
016500
016600 77  WS-XAINCRPT-STATUS              PIC X(02) VALUE SPACES.
016700     88  WS-XAINCRPT-OK                 VALUE "00".
016800
016900 77  WS-XAINCID-OPEN-SW              PIC X(01) VALUE "N".
017000     88  WS-XAINCID-OPEN                VALUE "Y".
017100 77  WS-XAINCLNK-OPEN-SW             PIC X(01) VALUE "N".
017200     88  WS-XAINCLNK-OPEN               VALUE "Y".
017300 77  WS-XAALERT-OPEN-SW              PIC X(01) VALUE "N".
017400     88  WS-XAALERT-OPEN                VALUE "Y".
017500 77  WS-XAHEURLG-OPEN-SW             PIC X(01) VALUE "N".
017600     88  WS-XAHEURLG-OPEN               VALUE "Y".
017700 77  WS-XAHRAUD-OPEN-SW              PIC X(01) VALUE "N".
017800     88  WS-XAHRAUD-OPEN                VALUE "Y".
017900 77  WS-MSGBCAST-OPEN-SW             PIC X(01) VALUE "N".
018000     88  WS-MSGBCAST-OPEN               VALUE "Y".
018100 77  WS-MSGBACK-OPEN-SW              PIC X(01) VALUE "N".
018200     88  WS-MSGBACK-OPEN                VALUE "Y".
018300 77  WS-XAMAINT-OPEN-SW              PIC X(01) VALUE "N".
018400     88  WS-XAMAINT-OPEN                VALUE "Y".
018500 77  WS-XATKXREF-OPEN-SW             PIC X(01) VALUE "N".
018600     88  WS-XATKXREF-OPEN               VALUE "Y".
018700
018800 77  WS-CARD-EOF-SWITCH              PIC X(01) VALUE "N".
018900     88  WS-END-OF-CARDS                VALUE "Y".
019000
019100 77  WS-LINK-EOF-SWITCH              PIC X(01) VALUE "N".
019200     88  WS-END-OF-LINKS                VALUE "Y".
019300
019400 77  WS-ACK-EOF-SWITCH               PIC X(01) VALUE "N".
019500     88  WS-END-OF-ACKS                 VALUE "Y".
019600
019700 77  WS-READ-FAILED-SWITCH           PIC X(01) VALUE "N".
019800     88  WS-READ-FAILED                 VALUE "Y".
019900
020000 77  WS-ORIGIN-SW                    PIC 9(01) VALUE 0.
020100
020200******************************************************************
020300*    COUNTERS AND SUBSCRIPTS
020400******************************************************************
020500 77  WS-CARD-COUNT                   PIC 9(07) COMP VALUE ZERO.
020600 77  WS-REPORTED-COUNT               PIC 9(07) COMP VALUE ZERO.
020700 77  WS-NOT-FOUND-COUNT              PIC 9(07) COMP VALUE ZERO.
020800 77  WS-LINK-COUNT                   PIC 9(07) COMP VALUE ZERO.
020900 77  WS-GONE-COUNT                   PIC 9(07) COMP VALUE ZERO.
021000 77  WS-UNTABLED-COUNT               PIC 9(07) COMP VALUE ZERO.
021100 77  WS-INCIDENT-LINKS               PIC 9(05) COMP VALUE ZERO.
021200 77  WS-ACK-TERMS                    PIC 9(05) COMP VALUE ZERO.
021300 77  WS-ACK-ACKED                    PIC 9(05) COMP VALUE ZERO.
021400 77  WS-ACK-ESCALATED                PIC 9(05) COMP VALUE ZERO.
021500 77  WS-ACK-RECALLED                 PIC 9(05) COMP VALUE ZERO.
021600 77  WS-TL-SUB                       PIC S9(04) COMP-5 VALUE ZERO.
021700 77  WS-INS-SUB                      PIC S9(04) COMP-5 VALUE ZERO.
021800 77  WS-SHIFT-SUB                    PIC S9(04) COMP-5 VALUE ZERO.
021900 77  WS-CAU-SUB                      PIC S9(04) COMP-5 VALUE ZERO.
022000
022100 01  WS-INCIDENT-NO                  PIC 9(06) VALUE ZERO.
022200 01  WS-INCIDENT-X REDEFINES WS-INCIDENT-NO
022300                                     PIC X(06).
022400 01  WS-CARD-INCIDENT                PIC X(06).
022500 01  WS-CAUSE-DESC                   PIC X(30).
022600
022700 01  WS-EDIT-COUNT                   PIC Z(04)9.
022800 01  WS-EDIT-COUNT-2                 PIC Z(04)9.
022900 01  WS-EDIT-COUNT-3                 PIC Z(04)9.
023000 01  WS-EDIT-COUNT-4                 PIC Z(04)9.
023100
023200******************************************************************
023300*    TIMELINE TABLE -- THE EVENTS OF ONE INCIDENT, KEPT IN DATE
023400*    AND TIME ORDER AS THEY ARE ADDED.  EVENTS AT THE SAME MOMENT
023500*    KEEP THE ORDER THEY WERE ADDED IN.
023600******************************************************************
023700 77  WS-TL-MAX                       PIC S9(04) COMP-5 VALUE 500.
023800 77  WS-TL-COUNT                     PIC S9(04) COMP-5 VALUE ZERO.
023900 01  WS-TL-TABLE.
024000     05  WS-TL-ENTRY OCCURS 500 TIMES.
024100         10  WS-TL-STAMP.
024200             15  WS-TL-DATE          PIC X(08).
024300             15  WS-TL-TIME          PIC X(06).
024400         10  WS-TL-FILE              PIC X(08).
024500         10  WS-TL-TEXT              PIC X(100).
024600
024700 01  WS-NEW-EVENT.
024800     05  WS-NEW-STAMP.
024900         10  WS-NEW-DATE             PIC X(08).
025000         10  WS-NEW-TIME             PIC X(06).
025100     05  WS-NEW-FILE                 PIC X(08).
025200     05  WS-NEW-TEXT                 PIC X(100).
025300
025400******************************************************************
025500*    REPORT LINE LAYOUTS
025600******************************************************************
025700 01  WS-REPORT-HEADING-1.
025800     05  FILLER                      PIC X(43) VALUE
025900         "XAINCTML -- INCIDENT TIMELINE     RUN DATE ".
026000     05  WS-RH1-DATE                 PIC X(08).
026100     05  FILLER                      PIC X(81) VALUE SPACES.
026200
026300 01  WS-INCIDENT-LINE-1.
026400     05  FILLER                      PIC X(09) VALUE "INCIDENT ".
026500     05  WS-IL1-NUMBER               PIC X(06).
026600     05  FILLER                      PIC X(02) VALUE SPACES.
026700     05  WS-IL1-STATUS               PIC X(06).
026800     05  FILLER                      PIC X(02) VALUE SPACES.
026900     05  WS-IL1-TITLE                PIC X(56).
027000     05  FILLER                      PIC X(51) VALUE SPACES.
027100
027200 01  WS-INCIDENT-LINE-2.
027300     05  FILLER                      PIC X(09) VALUE "OPENED".
027400     05  WS-IL2-OPENED-DATE          PIC X(08).
027500     05  FILLER                      PIC X(01) VALUE SPACE.
027600     05  WS-IL2-OPENED-TIME          PIC X(06).
027700     05  FILLER                      PIC X(04) VALUE " BY ".
027800     05  WS-IL2-OPENED-BY            PIC X(08).
027900     05  FILLER                      PIC X(11) VALUE "   CLOSED ".
028000     05  WS-IL2-CLOSED-DATE          PIC X(12).
028100     05  FILLER                      PIC X(01) VALUE SPACE.
028200     05  WS-IL2-CLOSED-TIME          PIC X(06).
028300     05  WS-IL2-CLOSED-BY-LIT        PIC X(04).
028400     05  WS-IL2-CLOSED-BY            PIC X(08).
028500     05  FILLER                      PIC X(20) VALUE
028600         "   ATTACHED RECORDS ".
028700     05  WS-IL2-ATTACHED             PIC Z(03)9.
028800     05  FILLER                      PIC X(30) VALUE SPACES.
028900
029000 01  WS-INCIDENT-LINE-3.
029100     05  FILLER                      PIC X(09) VALUE "CAUSE".
029200     05  WS-IL3-CAUSE                PIC X(04).
029300     05  FILLER                      PIC X(01) VALUE SPACE.
029400     05  WS-IL3-CAUSE-DESC           PIC X(30).
029500     05  FILLER                      PIC X(08) VALUE "  NOTE: ".
029600     05  WS-IL3-NOTE                 PIC X(56).
029700     05  FILLER                      PIC X(24) VALUE SPACES.
029800
029900 01  WS-TIMELINE-HEADING.
030000     05  FILLER                      PIC X(10) VALUE "DATE".
030100     05  FILLER                      PIC X(10) VALUE "TIME".
030200     05  FILLER                      PIC X(10) VALUE "FILE".
030300     05  FILLER                      PIC X(100) VALUE "EVENT".
030400     05  FILLER                      PIC X(02) VALUE SPACES.
030500
030600 01  WS-TIMELINE-LINE.
030700     05  WS-TLL-DATE                 PIC X(08).
030800     05  FILLER                      PIC X(02) VALUE SPACES.
030900     05  WS-TLL-HH                   PIC X(02).
031000     05  FILLER                      PIC X(01) VALUE ":".
031100     05  WS-TLL-MM                   PIC X(02).
031200     05  FILLER                      PIC X(01) VALUE ":".
031300     05  WS-TLL-SS                   PIC X(02).
031400     05  FILLER                      PIC X(02) VALUE SPACES.
031500     05  WS-TLL-FILE                 PIC X(08).
031600     05  FILLER                      PIC X(02) VALUE SPACES.
031700     05  WS-TLL-TEXT                 PIC X(100).
031800     05  FILLER                      PIC X(02) VALUE SPACES.
031900
032000 01  WS-SECTION-HEADING              PIC X(132).
032100
032200 01  WS-SUMMARY-LINE.
032300     05  WS-SL-LABEL                 PIC X(28).
032400     05  WS-SL-COUNT                 PIC Z(08)9.
032500     05  FILLER                      PIC X(95) VALUE SPACES.
032600
032700 01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.
032800
032900 01  WS-TODAY-DATE-TIME.
033000     05  WS-TODAY-DATE               PIC X(08).
033100     05  FILLER                      PIC X(13).
033200
033300 PROCEDURE DIVISION.
033400******************************************************************
033500 0000-MAINLINE.
033600******************************************************************
033700     MOVE "XAINCTML" TO WS-RUNCTL-JOB.
033800     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
033900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034000     IF NOT WS-READ-FAILED
034100         PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT
034200     END-IF.
034300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
034400     IF WS-NOT-FOUND-COUNT > ZERO
034500         MOVE 4 TO RETURN-CODE
034600     END-IF.
034700     IF WS-READ-FAILED
034800         MOVE 8 TO RETURN-CODE
034900     END-IF.
035000     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
035100     GOBACK.
035200
035300******************************************************************
035400*    1000-INITIALIZE -- OPEN THE REPORT, THE INCIDENT FILES AND
035500*    EVERY ORIGIN FILE THAT IS THERE.
035600******************************************************************
035700 1000-INITIALIZE.
035800     MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE-TIME.
035900
036000     OPEN OUTPUT XAINCRPT.
036100     IF NOT WS-XAINCRPT-OK
036200         DISPLAY "XAINCTML: UNABLE TO OPEN XAINCRPT, STATUS="
036300             WS-XAINCRPT-STATUS UPON CONS
036400     END-IF.
036500     MOVE WS-TODAY-DATE TO WS-RH1-DATE.
036600     WRITE XAINCRPT-LINE FROM WS-REPORT-HEADING-1.
036700
036800     OPEN INPUT XAINCID.
036900     IF WS-XAINCID-OK
037000         MOVE "Y" TO WS-XAINCID-OPEN-SW
037100     ELSE
037200         IF NOT WS-XAINCID-NOT-FOUND
037300             DISPLAY "XAINCTML: UNABLE TO OPEN XAINCID, STATUS="
037400                 WS-XAINCID-STATUS UPON CONS
037500             MOVE "Y" TO WS-READ-FAILED-SWITCH
037600             GO TO 1000-EXIT
037700         END-IF
037800     END-IF.
037900
038000     OPEN INPUT XAINCLNK.
038100     IF WS-XAINCLNK-OK
038200         MOVE "Y" TO WS-XAINCLNK-OPEN-SW
038300     ELSE
038400         IF NOT WS-XAINCLNK-NOT-FOUND
038500             DISPLAY "XAINCTML: UNABLE TO OPEN XAINCLNK, STATUS="
038600                 WS-XAINCLNK-STATUS UPON CONS
038700             MOVE "Y" TO WS-READ-FAILED-SWITCH
038800             GO TO 1000-EXIT
038900         END-IF
039000     END-IF.
039100
039200     PERFORM 1100-OPEN-ORIGINS THRU 1100-EXIT.
039300 1000-EXIT.
039400     EXIT.
039500
039600******************************************************************
039700*    1100-OPEN-ORIGINS -- A MISSING OR UNREADABLE ORIGIN FILE IS
039800*    SAID ONCE ON THE CONSOLE AND THE RUN CARRIES ON WITHOUT IT.
039900******************************************************************
040000 1100-OPEN-ORIGINS.
040100     OPEN INPUT XAALERT.
040200     IF WS-XAALERT-OK
040300         MOVE "Y" TO WS-XAALERT-OPEN-SW
040400     ELSE
040500         DISPLAY "XAINCTML: XAALERT NOT AVAILABLE, STATUS="
040600             WS-XAALERT-STATUS UPON CONS
040700     END-IF.
040800     OPEN INPUT XAHEURLG.
040900     IF WS-XAHEURLG-OK
041000         MOVE "Y" TO WS-XAHEURLG-OPEN-SW
041100     ELSE
041200         DISPLAY "XAINCTML: XAHEURLG NOT AVAILABLE, STATUS="
041300             WS-XAHEURLG-STATUS UPON CONS
041400     END-IF.
041500     OPEN INPUT XAHRAUD.
041600     IF WS-XAHRAUD-OK
041700         MOVE "Y" TO WS-XAHRAUD-OPEN-SW
041800     ELSE
041900         DISPLAY "XAINCTML: XAHRAUD NOT AVAILABLE, STATUS="
042000             WS-XAHRAUD-STATUS UPON CONS
042100     END-IF.
042200     OPEN INPUT MSGBCAST.
042300     IF WS-MSGBCAST-OK
042400         MOVE "Y" TO WS-MSGBCAST-OPEN-SW
042500     ELSE
042600         DISPLAY "XAINCTML: MSGBCAST NOT AVAILABLE, STATUS="
042700             WS-MSGBCAST-STATUS UPON CONS
042800     END-IF.
042900     OPEN INPUT MSGBACK.
043000     IF WS-MSGBACK-OK
043100         MOVE "Y" TO WS-MSGBACK-OPEN-SW
043200     ELSE
043300         DISPLAY "XAINCTML: MSGBACK NOT AVAILABLE, STATUS="
043400             WS-MSGBACK-STATUS UPON CONS
043500     END-IF.
043600     OPEN INPUT XAMAINT.
043700     IF WS-XAMAINT-OK
043800         MOVE "Y" TO WS-XAMAINT-OPEN-SW
043900     ELSE
044000         DISPLAY "XAINCTML: XAMAINT NOT AVAILABLE, STATUS="
044100             WS-XAMAINT-STATUS UPON CONS
044200     END-IF.
044300     OPEN INPUT XATKXREF.
044400     IF WS-XATKXREF-OK
044500         MOVE "Y" TO WS-XATKXREF-OPEN-SW
044600     ELSE
044700         DISPLAY "XAINCTML: XATKXREF NOT AVAILABLE, STATUS="
044800             WS-XATKXREF-STATUS UPON CONS
044900     END-IF.
045000 1100-EXIT.
045100     EXIT.
045200
045300******************************************************************
045400*    2000-PROCESS-CARDS -- ONE TIMELINE PER XAINCPRM CARD.
045500******************************************************************
045600 2000-PROCESS-CARDS.
045700     OPEN INPUT XAINCPRM.
045800     IF NOT WS-XAINCPRM-OK
045900         DISPLAY "XAINCTML: NO XAINCPRM CARDS, STATUS="
046000             WS-XAINCPRM-STATUS UPON CONS
046100         MOVE "NO INCIDENT NUMBERS WERE GIVEN ON XAINCPRM"
046200             TO WS-SECTION-HEADING
046300         WRITE XAINCRPT-LINE FROM WS-BLANK-LINE
046400         WRITE XAINCRPT-LINE FROM WS-SECTION-HEADING
046500         GO TO 2000-EXIT
046600     END-IF.
046700     MOVE "N" TO WS-CARD-EOF-SWITCH.
046800     PERFORM 2100-READ-CARD THRU 2100-EXIT
046900         UNTIL WS-END-OF-CARDS
047000            OR WS-READ-FAILED.
047100     CLOSE XAINCPRM.
047200     IF WS-CARD-COUNT = ZERO
047300         MOVE "NO INCIDENT NUMBERS WERE GIVEN ON XAINCPRM"
047400             TO WS-SECTION-HEADING
047500         WRITE XAINCRPT-LINE FROM WS-BLANK-LINE
047600         WRITE XAINCRPT-LINE FROM WS-SECTION-HEADING
047700     END-IF.
047800 2000-EXIT.
047900     EXIT.
048000
048100 2100-READ-CARD.
048200     READ XAINCPRM
048300         AT END
048400             MOVE "Y" TO WS-CARD-EOF-SWITCH
048500             GO TO 2100-EXIT
048600     END-READ.
048700     IF XAINCPRM-CARD(1:1) = "*"
048800     OR XAINCPRM-INCIDENT = SPACES
048900         GO TO 2100-EXIT
049000     END-IF.
049100     ADD 1 TO WS-CARD-COUNT.
049200     MOVE XAINCPRM-INCIDENT TO WS-CARD-INCIDENT.
049300     INSPECT WS-CARD-INCIDENT REPLACING LEADING SPACES BY ZEROS.
049400     IF WS-CARD-INCIDENT IS NOT NUMERIC
049500     OR WS-CARD-INCIDENT = "000000"
049600         DISPLAY "XAINCTML: CARD IGNORED: " XAINCPRM-INCIDENT
049700             UPON CONS
049800         ADD 1 TO WS-NOT-FOUND-COUNT
049900         GO TO 2100-EXIT
050000     END-IF.
050100     MOVE WS-CARD-INCIDENT TO WS-INCIDENT-X.
050200     PERFORM 3000-REPORT-INCIDENT THRU 3000-EXIT.
050300 2100-EXIT.
050400     EXIT.
050500
050600******************************************************************
050700*    3000-REPORT-INCIDENT -- READ THE INCIDENT, GATHER ITS EVENTS
050800*    INTO THE TIMELINE TABLE AND PRINT THEM.
050900******************************************************************
051000 3000-REPORT-INCIDENT.
051100     WRITE XAINCRPT-LINE FROM WS-BLANK-LINE.
051200     IF NOT WS-XAINCID-OPEN
051300         GO TO 3000-NOT-FOUND
051400     END-IF.
051500     MOVE WS-INCIDENT-NO TO xaincid-no.
051600     READ XAINCID
051700         INVALID KEY
051800             GO TO 3000-NOT-FOUND
051900     END-READ.
052000     IF NOT WS-XAINCID-OK
052100         DISPLAY "XAINCTML: XAINCID READ FAILED, STATUS="
052200             WS-XAINCID-STATUS UPON CONS
052300         MOVE "Y" TO WS-READ-FAILED-SWITCH
052400         GO TO 3000-EXIT
052500     END-IF.
052600     ADD 1 TO WS-REPORTED-COUNT.
052700     PERFORM 3100-PRINT-INCIDENT THRU 3100-EXIT.
052800
052900     MOVE ZERO TO WS-TL-COUNT.
053000     MOVE ZERO TO WS-INCIDENT-LINKS.
053100     PERFORM 3200-ADD-INCIDENT-EVENTS THRU 3200-EXIT.
053200     IF WS-XAINCLNK-OPEN
053300         PERFORM 3300-BROWSE-LINKS THRU 3300-EXIT
053400     END-IF.
053500     PERFORM 6000-PRINT-TIMELINE THRU 6000-EXIT.
053600     GO TO 3000-EXIT.
053700 3000-NOT-FOUND.
053800     ADD 1 TO WS-NOT-FOUND-COUNT.
053900     MOVE SPACES TO WS-SECTION-HEADING.
054000     STRING "INCIDENT " DELIMITED SIZE
054100         WS-INCIDENT-X DELIMITED SIZE
054200         " IS NOT ON FILE" DELIMITED SIZE
054300         INTO WS-SECTION-HEADING.
054400     WRITE XAINCRPT-LINE FROM WS-SECTION-HEADING.
054500 3000-EXIT.
054600     EXIT.
054700
054800******************************************************************
054900*    3100-PRINT-INCIDENT -- THE INCIDENT'S OWN DETAILS.
055000******************************************************************
055100 3100-PRINT-INCIDENT.
055200     MOVE WS-INCIDENT-X TO WS-IL1-NUMBER.
055300     IF xaincid-is-closed
055400         MOVE "CLOSED" TO WS-IL1-STATUS
055500     ELSE
055600         MOVE "OPEN" TO WS-IL1-STATUS
055700     END-IF.
055800     MOVE xaincid-title TO WS-IL1-TITLE.
055900     WRITE XAINCRPT-LINE FROM WS-INCIDENT-LINE-1.
056000
056100     MOVE xaincid-opened-date TO WS-IL2-OPENED-DATE.
056200     MOVE xaincid-opened-time TO WS-IL2-OPENED-TIME.
056300     MOVE xaincid-opened-by TO WS-IL2-OPENED-BY.
056400     IF xaincid-is-closed
056500         MOVE xaincid-closed-date TO WS-IL2-CLOSED-DATE
056600         MOVE xaincid-closed-time TO WS-IL2-CLOSED-TIME
056700         MOVE " BY " TO WS-IL2-CLOSED-BY-LIT
056800         MOVE xaincid-closed-by TO WS-IL2-CLOSED-BY
056900     ELSE
057000         MOVE "(STILL OPEN)" TO WS-IL2-CLOSED-DATE
057100         MOVE SPACES TO WS-IL2-CLOSED-TIME
057200         MOVE SPACES TO WS-IL2-CLOSED-BY-LIT
057300         MOVE SPACES TO WS-IL2-CLOSED-BY
057400     END-IF.
057500     MOVE xaincid-attach-count TO WS-IL2-ATTACHED.
057600     WRITE XAINCRPT-LINE FROM WS-INCIDENT-LINE-2.
057700
057800     IF xaincid-is-closed
057900         PERFORM 3110-FIND-CAUSE THRU 3110-EXIT
058000         MOVE xaincid-cause-code TO WS-IL3-CAUSE
058100         MOVE WS-CAUSE-DESC TO WS-IL3-CAUSE-DESC
058200         MOVE xaincid-close-note TO WS-IL3-NOTE
058300         WRITE XAINCRPT-LINE FROM WS-INCIDENT-LINE-3
058400     END-IF.
058500
058600     WRITE XAINCRPT-LINE FROM WS-BLANK-LINE.
058700     WRITE XAINCRPT-LINE FROM WS-TIMELINE-HEADING.
058800 3100-EXIT.
058900     EXIT.
059000
059100 3110-FIND-CAUSE.
059200     MOVE "(CODE NOT IN CAUSE TABLE)" TO WS-CAUSE-DESC.
059300     PERFORM 3120-SCAN-CAUSE THRU 3120-EXIT
059400         VARYING WS-CAU-SUB FROM 1 BY 1
059500         UNTIL WS-CAU-SUB > XAINCCAU-COUNT.
059600 3110-EXIT.
059700     EXIT.
059800
059900 3120-SCAN-CAUSE.
060000     IF XAINCCAU-CODE(WS-CAU-SUB) = xaincid-cause-code
060100         MOVE XAINCCAU-DESC(WS-CAU-SUB) TO WS-CAUSE-DESC
060200     END-IF.
060300 3120-EXIT.
060400     EXIT.
060500
060600******************************************************************
060700*    3200-ADD-INCIDENT-EVENTS -- THE INCIDENT BEING OPENED AND,
060800*    ONCE IT IS, CLOSED.
060900******************************************************************
061000 3200-ADD-INCIDENT-EVENTS.
061100     MOVE xaincid-opened-date TO WS-NEW-DATE.
061200     MOVE xaincid-opened-time TO WS-NEW-TIME.
061300     MOVE "XAINCID" TO WS-NEW-FILE.
061400     MOVE SPACES TO WS-NEW-TEXT.
061500     STRING "INCIDENT OPENED BY " DELIMITED SIZE
061600         xaincid-opened-by DELIMITED SPACE
061700         ": " DELIMITED SIZE
061800         xaincid-title DELIMITED SIZE
061900         INTO WS-NEW-TEXT.
062000     PERFORM 5000-ADD-EVENT THRU 5000-EXIT.
062100     IF xaincid-is-closed
062200         MOVE xaincid-closed-date TO WS-NEW-DATE
062300         MOVE xaincid-closed-time TO WS-NEW-TIME
062400         MOVE SPACES TO WS-NEW-TEXT
062500         STRING "INCIDENT CLOSED BY " DELIMITED SIZE
062600             xaincid-closed-by DELIMITED SPACE
062700             ", CAUSE " DELIMITED SIZE
062800             xaincid-cause-code DELIMITED SIZE
062900             " " DELIMITED SIZE
063000             WS-CAUSE-DESC DELIMITED SIZE
063100             INTO WS-NEW-TEXT
063200         PERFORM 5000-ADD-EVENT THRU 5000-EXIT
063300     END-IF.
063400 3200-EXIT.
063500     EXIT.
063600
063700******************************************************************
063800*    3300-BROWSE-LINKS -- EVERY XAINCLNK RECORD FOR THE INCIDENT.
063900******************************************************************
064000 3300-BROWSE-LINKS.
064100     MOVE WS-INCIDENT-NO TO xainclnk-incident-no.
064200     MOVE LOW-VALUES TO xainclnk-file.
064300     MOVE LOW-VALUES TO xainclnk-rec-key.
064400     START XAINCLNK KEY NOT LESS THAN xainclnk-key
064500         INVALID KEY
064600             GO TO 3300-EXIT
064700     END-START.
064800     MOVE "N" TO WS-LINK-EOF-SWITCH.
064900     PERFORM 3310-READ-LINK THRU 3310-EXIT
065000         UNTIL WS-END-OF-LINKS.
065100 3300-EXIT.
065200     EXIT.
065300
065400 3310-READ-LINK.
065500     READ XAINCLNK NEXT RECORD
065600         AT END
065700             MOVE "Y" TO WS-LINK-EOF-SWITCH
065800             GO TO 3310-EXIT
065900     END-READ.
066000     IF NOT WS-XAINCLNK-OK
066100         DISPLAY "XAINCTML: XAINCLNK READ FAILED, STATUS="
066200             WS-XAINCLNK-STATUS UPON CONS
066300         MOVE "Y" TO WS-READ-FAILED-SWITCH
066400         MOVE "Y" TO WS-LINK-EOF-SWITCH
066500         GO TO 3310-EXIT
066600     END-IF.
066700     IF xainclnk-incident-no NOT = WS-INCIDENT-NO
066800         MOVE "Y" TO WS-LINK-EOF-SWITCH
066900         GO TO 3310-EXIT
067000     END-IF.
067100     ADD 1 TO WS-LINK-COUNT.
067200     ADD 1 TO WS-INCIDENT-LINKS.
067300     PERFORM 4000-ADD-LINK-EVENTS THRU 4000-EXIT.
067400 3310-EXIT.
067500     EXIT.
067600
067700******************************************************************
067800*    4000-ADD-LINK-EVENTS -- READ THE ATTACHED RECORD BACK FROM
067900*    ITS OWN FILE.  WS-ORIGIN-SW: 0 = FILE NOT AVAILABLE, 1 = ON
068000*    FILE, 2 = NO LONGER ON FILE.
068100******************************************************************
068200 4000-ADD-LINK-EVENTS.
068300     MOVE 0 TO WS-ORIGIN-SW.
068400     MOVE xainclnk-file TO WS-NEW-FILE.
068500     EVALUATE xainclnk-file
068600         WHEN "XAALERT"
068700             PERFORM 4100-ALERT-EVENTS THRU 4100-EXIT
068800         WHEN "XAHEURLG"
068900             PERFORM 4200-HEURISTIC-EVENTS THRU 4200-EXIT
069000         WHEN "MSGBCAST"
069100             PERFORM 4300-BROADCAST-EVENTS THRU 4300-EXIT
069200         WHEN "XAMAINT"
069300             PERFORM 4400-WINDOW-EVENTS THRU 4400-EXIT
069400         WHEN "XATKXREF"
069500             PERFORM 4500-TICKET-EVENTS THRU 4500-EXIT
069600     END-EVALUATE.
069700     IF WS-ORIGIN-SW NOT = 1
069800         PERFORM 4900-ORIGIN-MISSING THRU 4900-EXIT
069900     END-IF.
070000 4000-EXIT.
070100     EXIT.
070200
070300******************************************************************
070400*    4100-ALERT-EVENTS -- RAISED, LAST SEEN (WHEN IT RECURRED)
070500*    AND ACKNOWLEDGED.
070600******************************************************************
070700 4100-ALERT-EVENTS.
070800     IF NOT WS-XAALERT-OPEN
070900         GO TO 4100-EXIT
071000     END-IF.
071100     MOVE xainclnk-rec-key(1:30) TO XAALERT-KEY.
071200     READ XAALERT
071300         INVALID KEY
071400             MOVE 2 TO WS-ORIGIN-SW
071500             GO TO 4100-EXIT
071600     END-READ.
071700     MOVE 1 TO WS-ORIGIN-SW.
071800     MOVE XAALERT-DATE TO WS-NEW-DATE.
071900     MOVE XAALERT-TIME TO WS-NEW-TIME.
072000     MOVE SPACES TO WS-NEW-TEXT.
072100     STRING "ALERT SEV " DELIMITED SIZE
072200         XAALERT-SEVERITY DELIMITED SIZE
072300         " " DELIMITED SIZE
072400         XAALERT-SOURCE DELIMITED SPACE
072500         "/" DELIMITED SIZE
072600         XAALERT-RESOURCE DELIMITED SPACE
072700         ": " DELIMITED SIZE
072800         XAALERT-TEXT DELIMITED SIZE
072900         INTO WS-NEW-TEXT.
073000     PERFORM 5000-ADD-EVENT THRU 5000-EXIT.
073100
073200     IF XAALERT-OCCUR-COUNT > 1
073300     AND XAALERT-LAST-SEEN-DATE NOT = SPACES
073400         MOVE XAALERT-LAST-SEEN-DATE TO WS-NEW-DATE
073500         MOVE XAALERT-LAST-SEEN-TIME TO WS-NEW-TIME
073600         MOVE XAALERT-OCCUR-COUNT TO WS-EDIT-COUNT
073700         MOVE SPACES TO WS-NEW-TEXT
073800         STRING "ALERT LAST SEEN, " DELIMITED SIZE
073900             WS-EDIT-COUNT DELIMITED SIZE
074000             " OCCURRENCES IN ALL" DELIMITED SIZE
074100             INTO WS-NEW-TEXT
074200         PERFORM 5000-ADD-EVENT THRU 5000-EXIT
074300     END-IF.
074400
074500     IF XAALERT-IS-ACKED
074600         MOVE XAALERT-ACK-DATE TO WS-NEW-DATE
074700         MOVE XAALERT-ACK-TIME TO WS-NEW-TIME
074800         MOVE SPACES TO WS-NEW-TEXT
074900         STRING "ALERT ACKNOWLEDGED BY " DELIMITED SIZE
075000             XAALERT-ACKED-BY DELIMITED SIZE
075100             INTO WS-NEW-TEXT
075200         PERFORM 5000-ADD-EVENT THRU 5000-EXIT
075300     END-IF.
075400 4100-EXIT.
075500     EXIT.
075600
075700******************************************************************
075800*    4200-HEURISTIC-EVENTS -- THE OUTCOME AS LOGGED, THEN ITS
075900*    XAHRAUD RESOLUTION OR A NOTE THAT IT IS STILL UNRESOLVED.
076000******************************************************************
076100 4200-HEURISTIC-EVENTS.
076200     IF NOT WS-XAHEURLG-OPEN
076300         GO TO 4200-EXIT
076400     END-IF.
076500     MOVE xainclnk-rec-key(1:22) TO XAHEURLG-KEY.
076600     READ XAHEURLG
076700         INVALID KEY
076800             MOVE 2 TO WS-ORIGIN-SW
076900             GO TO 4200-EXIT
077000     END-READ.
077100     MOVE 1 TO WS-ORIGIN-SW.
077200     MOVE XAHEURLG-LOG-DATE TO WS-NEW-DATE.
077300     MOVE XAHEURLG-LOG-TIME TO WS-NEW-TIME.
077400     MOVE SPACES TO WS-NEW-TEXT.
077500     STRING "HEURISTIC OUTCOME ON " DELIMITED SIZE
077600         XAHEURLG-RESOURCE DELIMITED SPACE
077700         ": " DELIMITED SIZE
077800         XAHEURLG-OUTCOME-DESC DELIMITED SIZE
077900         " XID " DELIMITED SIZE
078000         XAHEURLG-XID DELIMITED SIZE
078100         INTO WS-NEW-TEXT.
078200     IF XAHEURLG-NOT-RESOLVED
078300         MOVE "- UNRESOLVED" TO WS-NEW-TEXT(89:12)
078400     END-IF.
078500     PERFORM 5000-ADD-EVENT THRU 5000-EXIT.
078600
078700     IF NOT WS-XAHRAUD-OPEN
078800         GO TO 4200-EXIT
078900     END-IF.
079000     MOVE XAHEURLG-KEY TO XAHRAUD-KEY.
079100     READ XAHRAUD
079200         INVALID KEY
079300             GO TO 4200-EXIT
079400     END-READ.
079500     MOVE XAHRAUD-RESOLVED-DATE TO WS-NEW-DATE.
079600     MOVE XAHRAUD-RESOLVED-TIME TO WS-NEW-TIME.
079700     MOVE "XAHRAUD" TO WS-NEW-FILE.
079800     MOVE SPACES TO WS-NEW-TEXT.
079900     STRING "HEURISTIC RESOLVED BY " DELIMITED SIZE
080000         XAHRAUD-RESOLVED-BY DELIMITED SPACE
080100         ", REASON " DELIMITED SIZE
080200         XAHRAUD-REASON-CODE DELIMITED SIZE
080300         INTO WS-NEW-TEXT.
080400     PERFORM 5000-ADD-EVENT THRU 5000-EXIT.
080500 4200-EXIT.
080600     EXIT.
080700
080800******************************************************************
080900*    4300-BROADCAST-EVENTS -- THE BROADCAST, THEN HOW ITS
081000*    TERMINALS RESPONDED ACCORDING TO MSGBACK.
081100******************************************************************
081200 4300-BROADCAST-EVENTS.
081300     IF NOT WS-MSGBCAST-OPEN
081400         GO TO 4300-EXIT
081500     END-IF.
081600     MOVE xainclnk-rec-key(1:14) TO msgbcast-msg-id.
081700     READ MSGBCAST
081800         INVALID KEY
081900             MOVE 2 TO WS-ORIGIN-SW
082000             GO TO 4300-EXIT
082100     END-READ.
082200     MOVE 1 TO WS-ORIGIN-SW.
082300     MOVE msgbcast-sent-date TO WS-NEW-DATE.
082400     MOVE msgbcast-sent-time TO WS-NEW-TIME.
082500     MOVE msgbcast-term-count TO WS-EDIT-COUNT.
082600     MOVE SPACES TO WS-NEW-TEXT.
082700     STRING "BROADCAST BY " DELIMITED SIZE
082800         msgbcast-sent-by DELIMITED SPACE
082900         " TO" DELIMITED SIZE
083000         WS-EDIT-COUNT DELIMITED SIZE
083100         " TERMINALS: " DELIMITED SIZE
083200         msgbcast-line(1) DELIMITED SIZE
083300         INTO WS-NEW-TEXT.
083400     PERFORM 5000-ADD-EVENT THRU 5000-EXIT.
083500
083600     IF NOT WS-MSGBACK-OPEN
083700         GO TO 4300-EXIT
083800     END-IF.
083900     PERFORM 4310-COUNT-RESPONSES THRU 4310-EXIT.
084000     MOVE "MSGBACK" TO WS-NEW-FILE.
084100     MOVE WS-ACK-TERMS TO WS-EDIT-COUNT.
084200     MOVE WS-ACK-ACKED TO WS-EDIT-COUNT-2.
084300     MOVE WS-ACK-ESCALATED TO WS-EDIT-COUNT-3.
084400     MOVE WS-ACK-RECALLED TO WS-EDIT-COUNT-4.
084500     MOVE SPACES TO WS-NEW-TEXT.
084600     STRING "RESPONSES:" DELIMITED SIZE
084700         WS-EDIT-COUNT DELIMITED SIZE
084800         " TERMINALS," DELIMITED SIZE
084900         WS-EDIT-COUNT-2 DELIMITED SIZE
085000         " ACKNOWLEDGED," DELIMITED SIZE
085100         WS-EDIT-COUNT-3 DELIMITED SIZE
085200         " ESCALATED," DELIMITED SIZE
085300         WS-EDIT-COUNT-4 DELIMITED SIZE
085400         " RECALLED" DELIMITED SIZE
085500         INTO WS-NEW-TEXT.
085600     PERFORM 5000-ADD-EVENT THRU 5000-EXIT.
085700 4300-EXIT.
085800     EXIT.
085900
086000 4310-COUNT-RESPONSES.
086100     MOVE ZERO TO WS-ACK-TERMS.
086200     MOVE ZERO TO WS-ACK-ACKED.
086300     MOVE ZERO TO WS-ACK-ESCALATED.
086400     MOVE ZERO TO WS-ACK-RECALLED.
086500     MOVE msgbcast-msg-id TO msgback-msg-id.
086600     MOVE LOW-VALUES TO msgback-termid.
086700     START MSGBACK KEY NOT LESS THAN msgback-key
086800         INVALID KEY
086900             GO TO 4310-EXIT
087000     END-START.
087100     MOVE "N" TO WS-ACK-EOF-SWITCH.
087200     PERFORM 4320-TALLY-RESPONSE THRU 4320-EXIT
087300         UNTIL WS-END-OF-ACKS.
087400 4310-EXIT.
087500     EXIT.
087600
087700 4320-TALLY-RESPONSE.
087800     READ MSGBACK NEXT RECORD
087900         AT END
088000             MOVE "Y" TO WS-ACK-EOF-SWITCH
088100             GO TO 4320-EXIT
088200     END-READ.
088300     IF NOT WS-MSGBACK-OK
088400     OR msgback-msg-id NOT = msgbcast-msg-id
088500         MOVE "Y" TO WS-ACK-EOF-SWITCH
088600         GO TO 4320-EXIT
088700     END-IF.
088800     ADD 1 TO WS-ACK-TERMS.
088900     IF msgback-is-acked
089000         ADD 1 TO WS-ACK-ACKED
089100     END-IF.
089200     IF msgback-is-escalated
089300         ADD 1 TO WS-ACK-ESCALATED
089400     END-IF.
089500     IF msgback-is-recalled
089600         ADD 1 TO WS-ACK-RECALLED
089700     END-IF.
089800 4320-EXIT.
089900     EXIT.
090000
090100******************************************************************
090200*    4400-WINDOW-EVENTS -- THE MAINTENANCE WINDOW'S START AND END.
090300******************************************************************
090400 4400-WINDOW-EVENTS.
090500     IF NOT WS-XAMAINT-OPEN
090600         GO TO 4400-EXIT
090700     END-IF.
090800     MOVE xainclnk-rec-key(1:22) TO xamaint-key.
090900     READ XAMAINT
091000         INVALID KEY
091100             MOVE 2 TO WS-ORIGIN-SW
091200             GO TO 4400-EXIT
091300     END-READ.
091400     MOVE 1 TO WS-ORIGIN-SW.
091500     MOVE xamaint-start-date TO WS-NEW-DATE.
091600     MOVE xamaint-start-time TO WS-NEW-TIME.
091700     MOVE SPACES TO WS-NEW-TEXT.
091800     STRING "MAINTENANCE WINDOW STARTS FOR " DELIMITED SIZE
091900         xamaint-resource DELIMITED SPACE
092000         ", CHANGE " DELIMITED SIZE
092100         xamaint-change-ref DELIMITED SIZE
092200         INTO WS-NEW-TEXT.
092300     PERFORM 5000-ADD-EVENT THRU 5000-EXIT.
092400     IF xamaint-end-date = SPACES
092500         GO TO 4400-EXIT
092600     END-IF.
092700     MOVE xamaint-end-date TO WS-NEW-DATE.
092800     MOVE xamaint-end-time TO WS-NEW-TIME.
092900     MOVE SPACES TO WS-NEW-TEXT.
093000     STRING "MAINTENANCE WINDOW ENDS FOR " DELIMITED SIZE
093100         xamaint-resource DELIMITED SPACE
093200         INTO WS-NEW-TEXT.
093300     PERFORM 5000-ADD-EVENT THRU 5000-EXIT.
093400 4400-EXIT.
093500     EXIT.
093600
093700******************************************************************
093800*    4500-TICKET-EVENTS -- THE TICKET XATKFEED RAISED.
093900******************************************************************
094000 4500-TICKET-EVENTS.
094100     IF NOT WS-XATKXREF-OPEN
094200         GO TO 4500-EXIT
094300     END-IF.
094400     MOVE xainclnk-rec-key TO xatkxref-key.
094500     READ XATKXREF
094600         INVALID KEY
094700             MOVE 2 TO WS-ORIGIN-SW
094800             GO TO 4500-EXIT
094900     END-READ.
095000     MOVE 1 TO WS-ORIGIN-SW.
095100     MOVE xatkxref-export-date TO WS-NEW-DATE.
095200     MOVE xatkxref-export-time TO WS-NEW-TIME.
095300     MOVE SPACES TO WS-NEW-TEXT.
095400     STRING "TICKET RAISED FOR " DELIMITED SIZE
095500         xatkxref-origin DELIMITED SPACE
095600         " " DELIMITED SIZE
095700         xatkxref-origin-key DELIMITED SIZE
095800         INTO WS-NEW-TEXT.
095900     PERFORM 5000-ADD-EVENT THRU 5000-EXIT.
096000 4500-EXIT.
096100     EXIT.
096200
096300******************************************************************
096400*    4900-ORIGIN-MISSING -- SHOW THE ATTACHMENT AT THE TIME IT WAS
096500*    MADE, WITH THE KEY, SO THE GAP IN THE TIMELINE IS VISIBLE.
096600******************************************************************
096700 4900-ORIGIN-MISSING.
096800     MOVE xainclnk-attached-date TO WS-NEW-DATE.
096900     MOVE xainclnk-attached-time TO WS-NEW-TIME.
097000     MOVE xainclnk-file TO WS-NEW-FILE.
097100     MOVE SPACES TO WS-NEW-TEXT.
097200     IF WS-ORIGIN-SW = 2
097300         ADD 1 TO WS-GONE-COUNT
097400         STRING "ATTACHED RECORD NO LONGER ON FILE: "
097500                 DELIMITED SIZE
097600             xainclnk-rec-key DELIMITED SIZE
097700             INTO WS-NEW-TEXT
097800     ELSE
097900         STRING "FILE NOT AVAILABLE TO THIS RUN: " DELIMITED SIZE
098000             xainclnk-rec-key DELIMITED SIZE
098100             INTO WS-NEW-TEXT
098200     END-IF.
098300     PERFORM 5000-ADD-EVENT THRU 5000-EXIT.
098400 4900-EXIT.
098500     EXIT.
098600
098700******************************************************************
098800*    5000-ADD-EVENT -- INSERT WS-NEW-EVENT AFTER EVERY EVENT AT
098900*    OR BEFORE ITS DATE AND TIME.  A FULL TABLE IS SAID ONCE PER
099000*    INCIDENT AND THE LATER EVENTS ARE LEFT OFF.
099100******************************************************************
099200 5000-ADD-EVENT.
099300     IF WS-TL-COUNT NOT < WS-TL-MAX
099400         IF WS-UNTABLED-COUNT = ZERO
099500             DISPLAY "XAINCTML: TIMELINE TABLE FULL AT "
099600                 WS-TL-MAX " EVENTS" UPON CONS
099700         END-IF
099800         ADD 1 TO WS-UNTABLED-COUNT
099900         GO TO 5000-EXIT
100000     END-IF.
100100     MOVE ZERO TO WS-INS-SUB.
100200     PERFORM 5010-SCAN-EVENT THRU 5010-EXIT
100300         VARYING WS-TL-SUB FROM 1 BY 1
100400         UNTIL WS-TL-SUB > WS-TL-COUNT
100500            OR WS-INS-SUB > ZERO.
100600     IF WS-INS-SUB = ZERO
100700         COMPUTE WS-INS-SUB = WS-TL-COUNT + 1
100800     END-IF.
100900     PERFORM 5020-SHIFT-EVENT THRU 5020-EXIT
101000         VARYING WS-SHIFT-SUB FROM WS-TL-COUNT BY -1
101100         UNTIL WS-SHIFT-SUB < WS-INS-SUB.
101200     ADD 1 TO WS-TL-COUNT.
101300     MOVE WS-NEW-EVENT TO WS-TL-ENTRY(WS-INS-SUB).
101400 5000-EXIT.
101500     EXIT.
101600
101700 5010-SCAN-EVENT.
101800     IF WS-TL-STAMP(WS-TL-SUB) > WS-NEW-STAMP
101900         MOVE WS-TL-SUB TO WS-INS-SUB
102000     END-IF.
102100 5010-EXIT.
102200     EXIT.
102300
102400 5020-SHIFT-EVENT.
102500     MOVE WS-TL-ENTRY(WS-SHIFT-SUB)
102600         TO WS-TL-ENTRY(WS-SHIFT-SUB + 1).
102700 5020-EXIT.
102800     EXIT.
102900
103000******************************************************************
103100*    6000-PRINT-TIMELINE -- ONE LINE PER EVENT, OLDEST FIRST.
103200******************************************************************
103300 6000-PRINT-TIMELINE.
103400     PERFORM 6100-PRINT-EVENT THRU 6100-EXIT
103500         VARYING WS-TL-SUB FROM 1 BY 1
103600         UNTIL WS-TL-SUB > WS-TL-COUNT.
103700     IF WS-INCIDENT-LINKS = ZERO
103800         MOVE "NO RECORDS ARE ATTACHED TO THIS INCIDENT"
103900             TO WS-SECTION-HEADING
104000         WRITE XAINCRPT-LINE FROM WS-SECTION-HEADING
104100     END-IF.
104200 6000-EXIT.
104300     EXIT.
104400
104500 6100-PRINT-EVENT.
104600     MOVE WS-TL-DATE(WS-TL-SUB) TO WS-TLL-DATE.
104700     MOVE WS-TL-TIME(WS-TL-SUB)(1:2) TO WS-TLL-HH.
104800     MOVE WS-TL-TIME(WS-TL-SUB)(3:2) TO WS-TLL-MM.
104900     MOVE WS-TL-TIME(WS-TL-SUB)(5:2) TO WS-TLL-SS.
105000     MOVE WS-TL-FILE(WS-TL-SUB) TO WS-TLL-FILE.
105100     MOVE WS-TL-TEXT(WS-TL-SUB) TO WS-TLL-TEXT.
105200     WRITE XAINCRPT-LINE FROM WS-TIMELINE-LINE.
105300 6100-EXIT.
105400     EXIT.
105500
105600******************************************************************
105700*    9000-TERMINATE -- COUNTS AND CLOSE UP.
105800******************************************************************
105900 9000-TERMINATE.
106000     WRITE XAINCRPT-LINE FROM WS-BLANK-LINE.
106100     IF WS-READ-FAILED
106200         MOVE "RUN INCOMPLETE -- XAINCID OR XAINCLNK NOT READ"
106300             TO WS-SECTION-HEADING
106400         WRITE XAINCRPT-LINE FROM WS-SECTION-HEADING
106500     END-IF.
106600     MOVE "INCIDENTS REQUESTED        =" TO WS-SL-LABEL.
106700     MOVE WS-CARD-COUNT TO WS-SL-COUNT.
106800     WRITE XAINCRPT-LINE FROM WS-SUMMARY-LINE.
106900     MOVE "INCIDENTS REPORTED         =" TO WS-SL-LABEL.
107000     MOVE WS-REPORTED-COUNT TO WS-SL-COUNT.
107100     WRITE XAINCRPT-LINE FROM WS-SUMMARY-LINE.
107200     MOVE "INCIDENTS NOT ON FILE      =" TO WS-SL-LABEL.
107300     MOVE WS-NOT-FOUND-COUNT TO WS-SL-COUNT.
107400     WRITE XAINCRPT-LINE FROM WS-SUMMARY-LINE.
107500     MOVE "ATTACHED RECORDS READ      =" TO WS-SL-LABEL.
107600     MOVE WS-LINK-COUNT TO WS-SL-COUNT.
107700     WRITE XAINCRPT-LINE FROM WS-SUMMARY-LINE.
107800     MOVE "NO LONGER ON FILE          =" TO WS-SL-LABEL.
107900     MOVE WS-GONE-COUNT TO WS-SL-COUNT.
108000     WRITE XAINCRPT-LINE FROM WS-SUMMARY-LINE.
108100     MOVE "EVENTS NOT TABLED (FULL)   =" TO WS-SL-LABEL.
108200     MOVE WS-UNTABLED-COUNT TO WS-SL-COUNT.
108300     WRITE XAINCRPT-LINE FROM WS-SUMMARY-LINE.
108400     IF WS-XAINCID-OPEN
108500         CLOSE XAINCID
108600     END-IF.
108700     IF WS-XAINCLNK-OPEN
108800         CLOSE XAINCLNK
108900     END-IF.
109000     IF WS-XAALERT-OPEN
109100         CLOSE XAALERT
109200     END-IF.
109300     IF WS-XAHEURLG-OPEN
109400         CLOSE XAHEURLG
109500     END-IF.
109600     IF WS-XAHRAUD-OPEN
109700         CLOSE XAHRAUD
109800     END-IF.
109900     IF WS-MSGBCAST-OPEN
110000         CLOSE MSGBCAST
110100     END-IF.
110200     IF WS-MSGBACK-OPEN
110300         CLOSE MSGBACK
110400     END-IF.
110500     IF WS-XAMAINT-OPEN
110600         CLOSE XAMAINT
110700     END-IF.
110800     IF WS-XATKXREF-OPEN
110900         CLOSE XATKXREF
111000     END-IF.
111100     CLOSE XAINCRPT.
111200 9000-EXIT.
111300     EXIT.
111400
111500******************************************************************
111600*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
111700*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
111800******************************************************************
111900     copy xarunctl.
