000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    XAALIDX.
000300 AUTHOR.        XA SUPPORT TEAM.
000400 INSTALLATION.  ENTERPRISE SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  MODIFICATION HISTORY
000900*  ----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  10/15/2026 XST   NEW PROGRAM.  REBUILDS THE XAALOPEN OPEN-ALERT
001200*                   INDEX FROM XAALERT, FOR USE AFTER XAALERT HAS
001300*                   BEEN RESTORED OR WHEN A JOB REPORTS THE INDEX
001400*                   COULD NOT BE UPDATED.
001500******************************************************************
001600*  XAALOPEN HOLDS TWO ENTRIES FOR EVERY UNACKNOWLEDGED XAALERT
001700*  ALERT, ONE BY RESOURCE AND ONE BY SEVERITY (SEE
001800*  XA/XAALOPEN.CPY), AND IS KEPT CURRENT BY EVERY PROGRAM THAT
001900*  WRITES, ACKNOWLEDGES OR DELETES AN ALERT.  WHEN XAALERT IS
002000*  RESTORED FROM A BACKUP, OR AN UPDATE TO THE INDEX FAILED, THE
002100*  TWO NO LONGER AGREE.  THIS JOB THROWS THE INDEX AWAY AND
002200*  WRITES IT AGAIN FROM A FULL READ OF XAALERT.
002300*
002400*  RUN IT WITH THE ONLINE REGIONS' XAALERT AND XAALOPEN FILES
002500*  CLOSED (AS FOR THE RESTORE ITSELF): AN ALERT RAISED OR
002600*  ACKNOWLEDGED ONLINE WHILE THE INDEX IS BEING REWRITTEN MAY BE
002700*  MISSED.  THE REPORT COMPARES THE ENTRIES FOUND IN THE OLD
002800*  INDEX WITH THE ENTRIES WRITTEN, SO DRIFT CAN BE SEEN.
002900*  RC 4 = THE OLD INDEX DID NOT MATCH XAALERT (OR WAS MISSING).
003000*  RC 8 = XAALERT COULD NOT BE READ OR XAALOPEN COULD NOT BE
003100*         WRITTEN; THE INDEX IS INCOMPLETE - SEE THE CONSOLE LOG.
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
004300     copy xaalertsel.
004400
004500     copy xaalopensel.
004600
004700     SELECT XAALIRPT ASSIGN TO "XAALIRPT"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-XAALIRPT-STATUS.
005000
005100     copy xarunlgsel.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500     copy xaalert.
005600
005700     copy xaalopen.
005800
005900 FD  XAALIRPT
006000     LABEL RECORDS ARE STANDARD
006100     RECORDING MODE IS F.
006200
006300 01  XAALIRPT-LINE                   PIC X(132).
006400
006500     copy xarunlg.
006600
006700 WORKING-STORAGE SECTION.
006800     copy xarunws.
006900
007000     copy xaalows.
007100
007200******************************************************************
007300*    FILE STATUS AND CONTROL SWITCHES
007400******************************************************************
007500 77  WS-XAALERT-STATUS               PIC X(02) VALUE SPACES.
007600     88  WS-XAALERT-OK                  VALUE "00".
007700     88  WS-XAALERT-NOT-FOUND           VALUE "35" "23".
007800
007900 77  WS-XAALIRPT-STATUS              PIC X(02) VALUE SPACES.
008000     88  WS-XAALIRPT-OK                 VALUE "00".
008100
008200 77  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
008300     88  WS-END-OF-FILE                 VALUE "Y".
008400
008500 77  WS-NO-ALERT-SWITCH              PIC X(01) VALUE "N".
008600     88  WS-NO-ALERT-FILE               VALUE "Y".
008700
008800 77  WS-FAILED-SWITCH                PIC X(01) VALUE "N".
008900     88  WS-REBUILD-FAILED              VALUE "Y".
009000
009100 77  WS-OLD-INDEX-SWITCH             PIC X(01) VALUE "Y".
009200     88  WS-OLD-INDEX-MISSING           VALUE "N".
009300
009400******************************************************************
009500*    COUNTERS
009600******************************************************************
009700 77  WS-OLD-ENTRY-COUNT              PIC 9(07) COMP VALUE ZERO.
009800 77  WS-READ-COUNT                   PIC 9(07) COMP VALUE ZERO.
009900 77  WS-ACKED-COUNT                  PIC 9(07) COMP VALUE ZERO.
010000 77  WS-OPEN-COUNT                   PIC 9(07) COMP VALUE ZERO.
010100 77  WS-HIGH-COUNT                   PIC 9(07) COMP VALUE ZERO.
010200 77  WS-MEDIUM-COUNT                 PIC 9(07) COMP VALUE ZERO.
010300 77  WS-LOW-COUNT                    PIC 9(07) COMP VALUE ZERO.
010400 77  WS-OTHER-COUNT                  PIC 9(07) COMP VALUE ZERO.
010500 77  WS-ENTRY-COUNT                  PIC 9(07) COMP VALUE ZERO.
010600 77  WS-FAILED-COUNT                 PIC 9(07) COMP VALUE ZERO.
010700
010800 01  WS-TODAY-DATE-TIME.
010900     05  WS-TODAY-DATE               PIC X(08).
011000     05  WS-TODAY-TIME               PIC X(06).
011100     05  FILLER                      PIC X(07).
011200
011300******************************************************************
011400*    REPORT LINE LAYOUTS
011500******************************************************************
011600 01  WS-REPORT-HEADING-1.
011700     05  FILLER                      PIC X(43) VALUE
011800         "XAALIDX -- OPEN-ALERT INDEX REBUILD  RUN ".
011900     05  WS-RH1-DATE                 PIC X(08).
012000     05  FILLER                      PIC X(01) VALUE "/".
012100     05  WS-RH1-TIME                 PIC X(06).
012200     05  FILLER                      PIC X(74) VALUE SPACES.
012300
012400 01  WS-NOTE-LINE.
012500     05  FILLER                      PIC X(02) VALUE SPACES.
012600     05  WS-NL-TEXT                  PIC X(130).
012700
012800 01  WS-SUMMARY-LINE.
012900     05  WS-SL-LABEL                 PIC X(36).
013000     05  WS-SL-COUNT                 PIC Z(06)9.
013100     05  FILLER                      PIC X(89) VALUE SPACES.
013200
013300 01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.
013400
013500 PROCEDURE DIVISION.
013600******************************************************************
013700 0000-MAINLINE.
013800******************************************************************
013900     MOVE "XAALIDX" TO WS-RUNCTL-JOB.
014000     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
014100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014200     IF NOT WS-REBUILD-FAILED
014300     AND NOT WS-NO-ALERT-FILE
014400         PERFORM 2000-INDEX-ALERTS THRU 2000-EXIT
014500             UNTIL WS-END-OF-FILE
014600     END-IF.
014700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014800     IF WS-REBUILD-FAILED
014900         MOVE 8 TO RETURN-CODE
015000     ELSE
015100         IF WS-OLD-INDEX-MISSING
015200         OR WS-OLD-ENTRY-COUNT NOT = WS-ENTRY-COUNT
015300             MOVE 4 TO RETURN-CODE
015400         END-IF
015500     END-IF.
015600     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
015700     GOBACK.
015800
015900******************************************************************
016000*    1000-INITIALIZE -- COUNT WHAT THE OLD INDEX HELD, THEN OPEN
016100*    XAALERT AND START XAALOPEN AGAIN EMPTY.  A MISSING XAALERT
016200*    (NOTHING HAS EVER ESCALATED) LEAVES AN EMPTY INDEX.
016300******************************************************************
016400 1000-INITIALIZE.
016500     MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE-TIME.
016600     OPEN OUTPUT XAALIRPT.
016700     IF NOT WS-XAALIRPT-OK
016800         DISPLAY "XAALIDX: UNABLE TO OPEN XAALIRPT, STATUS="
016900             WS-XAALIRPT-STATUS UPON CONS
017000     END-IF.
017100     MOVE WS-TODAY-DATE TO WS-RH1-DATE.
017200     MOVE WS-TODAY-TIME TO WS-RH1-TIME.
017300     WRITE XAALIRPT-LINE FROM WS-REPORT-HEADING-1.
017400     WRITE XAALIRPT-LINE FROM WS-BLANK-LINE.
017500
017600     PERFORM 1100-COUNT-OLD-INDEX THRU 1100-EXIT.
017700
017800     OPEN INPUT XAALERT.
017900     IF WS-XAALERT-NOT-FOUND
018000         MOVE "Y" TO WS-NO-ALERT-SWITCH
018100         MOVE "XAALERT DOES NOT EXIST - THE INDEX IS LEFT EMPTY"
018200             TO WS-NL-TEXT
018300         WRITE XAALIRPT-LINE FROM WS-NOTE-LINE
018400     ELSE
018500         IF NOT WS-XAALERT-OK
018600             DISPLAY "XAALIDX: UNABLE TO OPEN XAALERT, STATUS="
018700                 WS-XAALERT-STATUS UPON CONS
018800             MOVE "Y" TO WS-FAILED-SWITCH
018900             GO TO 1000-EXIT
019000         END-IF
019100     END-IF.
019200
019300     OPEN OUTPUT XAALOPEN.
019400     IF NOT WS-XAALOPEN-OK
019500         DISPLAY "XAALIDX: UNABLE TO OPEN XAALOPEN, STATUS="
019600             WS-XAALOPEN-STATUS UPON CONS
019700         MOVE "Y" TO WS-FAILED-SWITCH
019800         IF NOT WS-NO-ALERT-FILE
019900             CLOSE XAALERT
020000         END-IF
020100         GO TO 1000-EXIT
020200     END-IF.
020300     MOVE 1 TO WS-ALOPEN-OPEN-SW.
020400     IF NOT WS-NO-ALERT-FILE
020500         PERFORM 2100-READ-NEXT THRU 2100-EXIT
020600     END-IF.
020700 1000-EXIT.
020800     EXIT.
020900
021000******************************************************************
021100*    1100-COUNT-OLD-INDEX -- ENTRIES IN XAALOPEN BEFORE THE
021200*    REBUILD, FOR THE REPORT AND THE RETURN CODE.
021300******************************************************************
021400 1100-COUNT-OLD-INDEX.
021500     OPEN INPUT XAALOPEN.
021600     IF NOT WS-XAALOPEN-OK
021700         MOVE "N" TO WS-OLD-INDEX-SWITCH
021800         MOVE "NO USABLE XAALOPEN FOUND - THE INDEX IS CREATED"
021900             TO WS-NL-TEXT
022000         WRITE XAALIRPT-LINE FROM WS-NOTE-LINE
022100         GO TO 1100-EXIT
022200     END-IF.
022300     MOVE "N" TO WS-EOF-SWITCH.
022400     PERFORM 1150-COUNT-ONE-ENTRY THRU 1150-EXIT
022500         UNTIL WS-END-OF-FILE.
022600     CLOSE XAALOPEN.
022700     MOVE "N" TO WS-EOF-SWITCH.
022800 1100-EXIT.
022900     EXIT.
023000
023100 1150-COUNT-ONE-ENTRY.
023200     READ XAALOPEN NEXT RECORD
023300         AT END
023400             MOVE "Y" TO WS-EOF-SWITCH
023500             GO TO 1150-EXIT
023600     END-READ.
023700     ADD 1 TO WS-OLD-ENTRY-COUNT.
023800 1150-EXIT.
023900     EXIT.
024000
024100******************************************************************
024200*    2000-INDEX-ALERTS -- ONE PASS PER XAALERT RECORD.  EVERY
024300*    UNACKNOWLEDGED ALERT GETS ITS RESOURCE AND SEVERITY ENTRIES.
024400******************************************************************
024500 2000-INDEX-ALERTS.
024600     ADD 1 TO WS-READ-COUNT.
024700     IF XAALERT-IS-ACKED
024800         ADD 1 TO WS-ACKED-COUNT
024900         GO TO 2000-NEXT
025000     END-IF.
025100     ADD 1 TO WS-OPEN-COUNT.
025200     EVALUATE TRUE
025300         WHEN XAALERT-SEV-HIGH
025400             ADD 1 TO WS-HIGH-COUNT
025500         WHEN XAALERT-SEV-MEDIUM
025600             ADD 1 TO WS-MEDIUM-COUNT
025700         WHEN XAALERT-SEV-LOW
025800             ADD 1 TO WS-LOW-COUNT
025900         WHEN OTHER
026000             ADD 1 TO WS-OTHER-COUNT
026100     END-EVALUATE.
026200     MOVE XAALERT-SEVERITY TO WS-ALOPEN-SEV.
026300     PERFORM 9840-ALOPEN-RANK THRU 9840-EXIT.
026400     MOVE SPACES TO XAALOPEN-RECORD.
026500     MOVE XAALERT-KEY TO XAALOPEN-ALERT-KEY.
026600     MOVE XAALERT-SEVERITY TO XAALOPEN-SEVERITY.
026700     MOVE XAALERT-IN-WINDOW TO XAALOPEN-IN-WINDOW.
026800     MOVE "R" TO XAALOPEN-PATH.
026900     MOVE XAALERT-RESOURCE TO XAALOPEN-PATH-VALUE.
027000     PERFORM 2200-WRITE-ENTRY THRU 2200-EXIT.
027100     MOVE "S" TO XAALOPEN-PATH.
027200     MOVE WS-ALOPEN-RANK TO XAALOPEN-PATH-VALUE.
027300     PERFORM 2200-WRITE-ENTRY THRU 2200-EXIT.
027400 2000-NEXT.
027500     PERFORM 2100-READ-NEXT THRU 2100-EXIT.
027600 2000-EXIT.
027700     EXIT.
027800
027900 2100-READ-NEXT.
028000     READ XAALERT NEXT RECORD
028100         AT END
028200             MOVE "Y" TO WS-EOF-SWITCH
028300             GO TO 2100-EXIT
028400     END-READ.
028500     IF NOT WS-XAALERT-OK
028600         DISPLAY "XAALIDX: XAALERT READ FAILED, STATUS="
028700             WS-XAALERT-STATUS UPON CONS
028800         MOVE "Y" TO WS-FAILED-SWITCH
028900         MOVE "Y" TO WS-EOF-SWITCH
029000     END-IF.
029100 2100-EXIT.
029200     EXIT.
029300
029400******************************************************************
029500*    2200-WRITE-ENTRY -- THE FILE WAS OPENED OUTPUT, SO A
029600*    DUPLICATE CANNOT ARISE; ANY FAILURE IS COUNTED AND REPORTED
029700*    ONCE ON THE CONSOLE.
029800******************************************************************
029900 2200-WRITE-ENTRY.
030000     WRITE XAALOPEN-RECORD.
030100     IF WS-XAALOPEN-OK
030200         ADD 1 TO WS-ENTRY-COUNT
030300         GO TO 2200-EXIT
030400     END-IF.
030500     ADD 1 TO WS-FAILED-COUNT.
030600     IF NOT WS-REBUILD-FAILED
030700         DISPLAY "XAALIDX: XAALOPEN WRITE FAILED FOR ALERT "
030800             XAALERT-KEY ", STATUS=" WS-XAALOPEN-STATUS
030900             UPON CONS
031000         MOVE "Y" TO WS-FAILED-SWITCH
031100     END-IF.
031200 2200-EXIT.
031300     EXIT.
031400
031500******************************************************************
031600*    9000-TERMINATE -- COUNTS, THEN CLOSE UP.
031700******************************************************************
031800 9000-TERMINATE.
031900     IF WS-REBUILD-FAILED
032000         MOVE "REBUILD INCOMPLETE - SEE THE CONSOLE LOG AND RERUN"
032100             TO WS-NL-TEXT
032200         WRITE XAALIRPT-LINE FROM WS-NOTE-LINE
032300         WRITE XAALIRPT-LINE FROM WS-BLANK-LINE
032400     END-IF.
032500     MOVE "ENTRIES IN THE OLD INDEX" TO WS-SL-LABEL.
032600     MOVE WS-OLD-ENTRY-COUNT TO WS-SL-COUNT.
032700     WRITE XAALIRPT-LINE FROM WS-SUMMARY-LINE.
032800     MOVE "XAALERT RECORDS READ" TO WS-SL-LABEL.
032900     MOVE WS-READ-COUNT TO WS-SL-COUNT.
033000     WRITE XAALIRPT-LINE FROM WS-SUMMARY-LINE.
033100     MOVE "  ACKNOWLEDGED (NOT INDEXED)" TO WS-SL-LABEL.
033200     MOVE WS-ACKED-COUNT TO WS-SL-COUNT.
033300     WRITE XAALIRPT-LINE FROM WS-SUMMARY-LINE.
033400     MOVE "  OPEN" TO WS-SL-LABEL.
033500     MOVE WS-OPEN-COUNT TO WS-SL-COUNT.
033600     WRITE XAALIRPT-LINE FROM WS-SUMMARY-LINE.
033700     MOVE "    HIGH SEVERITY" TO WS-SL-LABEL.
033800     MOVE WS-HIGH-COUNT TO WS-SL-COUNT.
033900     WRITE XAALIRPT-LINE FROM WS-SUMMARY-LINE.
034000     MOVE "    MEDIUM SEVERITY" TO WS-SL-LABEL.
034100     MOVE WS-MEDIUM-COUNT TO WS-SL-COUNT.
034200     WRITE XAALIRPT-LINE FROM WS-SUMMARY-LINE.
034300     MOVE "    LOW SEVERITY" TO WS-SL-LABEL.
034400     MOVE WS-LOW-COUNT TO WS-SL-COUNT.
034500     WRITE XAALIRPT-LINE FROM WS-SUMMARY-LINE.
034600     IF WS-OTHER-COUNT > ZERO
034700         MOVE "    OTHER SEVERITY" TO WS-SL-LABEL
034800         MOVE WS-OTHER-COUNT TO WS-SL-COUNT
034900         WRITE XAALIRPT-LINE FROM WS-SUMMARY-LINE
035000     END-IF.
035100     MOVE "INDEX ENTRIES WRITTEN" TO WS-SL-LABEL.
035200     MOVE WS-ENTRY-COUNT TO WS-SL-COUNT.
035300     WRITE XAALIRPT-LINE FROM WS-SUMMARY-LINE.
035400     IF WS-FAILED-COUNT > ZERO
035500         MOVE "INDEX ENTRIES NOT WRITTEN" TO WS-SL-LABEL
035600         MOVE WS-FAILED-COUNT TO WS-SL-COUNT
035700         WRITE XAALIRPT-LINE FROM WS-SUMMARY-LINE
035800     END-IF.
035900     PERFORM 9850-ALOPEN-CLOSE THRU 9850-EXIT.
036000     IF NOT WS-NO-ALERT-FILE
036100         CLOSE XAALERT
036200     END-IF.
036300     CLOSE XAALIRPT.
036400     IF NOT WS-REBUILD-FAILED
036500         DISPLAY "XAALIDX: XAALOPEN REBUILT, " WS-OPEN-COUNT
036600             " OPEN ALERTS INDEXED" UPON CONS
036700     END-IF.
036800 9000-EXIT.
036900     EXIT.
037000
037100******************************************************************
037200*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
037300*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
037400******************************************************************
037500     copy xarunctl.
037600
037700******************************************************************
037800*    OPEN-ALERT INDEX PARAGRAPHS (9840-ALOPEN-RANK AND
037900*    9850-ALOPEN-CLOSE) -- SEE XA/XAALOCTL.CPY.
038000******************************************************************
038100     copy xaaloctl.
