000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    XAREFCHG.
000300 AUTHOR.        XA SUPPORT TEAM.
000400 INSTALLATION.  ENTERPRISE SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  MODIFICATION HISTORY
000900*  ----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  10/15/2026 XST   NEW PROGRAM.  DAILY REFERENCE-DATA CHANGE
001200*                   LISTING FROM XAREFAUD FOR SUPERVISOR REVIEW.
001233*  10/15/2026 XST   ADD XASLAREG (XASL SLA TARGET REGISTER
001266*                   MAINTENANCE) TO THE PER-FILE TOTALS.
001277*  10/15/2026 XST   ADD XACAL (XACL SHOP BUSINESS CALENDAR
001288*                   MAINTENANCE) TO THE PER-FILE TOTALS.
001292*  10/15/2026 XST   ADD XAREGION (XARN REGION REGISTRY
001296*                   MAINTENANCE) TO THE PER-FILE TOTALS.
001297*  10/15/2026 XST   ADD ENQSLIB (ENQL CONTENTION-SCENARIO LIBRARY
001298*                   MAINTENANCE) TO THE PER-FILE TOTALS.
001300******************************************************************
001400*  LISTS EVERY ADD, UPDATE AND DELETE MADE THROUGH ENQG, MSGT,
001500*  MSGL, XAMW, XASL, XACL, XARN AND ENQL ON ONE DAY: WHEN, WHICH
001600*  FILE AND KEY, WHO, FROM WHICH TERMINAL AND TRANSACTION, AND THE
001700*  RECORD BEFORE AND AFTER THE CHANGE.  CLOSES WITH ADD / UPDATE /
001750*  DELETE COUNTS PER FILE.  THE DAY COMES FROM THE OPTIONAL
001800*  XARFCPRM CARD (COLS 1-8, YYYYMMDD); WITHOUT ONE THE LISTING IS
001900*  FOR THE RUN DATE, SO SCHEDULE AFTER THE ONLINE DAY HAS ENDED.
002100*  ENDS RC 8 WHEN THE CARD IS INVALID.
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.   IBM-370.
002600 OBJECT-COMPUTER.   IBM-370.
002700 SPECIAL-NAMES.
002800     CONSOLE IS CONS.
002900
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     copy xarefaudsel.
003300
003400     SELECT XARFCPRM ASSIGN TO "XARFCPRM"
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-XARFCPRM-STATUS.
003700
003800     SELECT XARFCRPT ASSIGN TO "XARFCRPT"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-XARFCRPT-STATUS.
004100
004200     copy xarunlgsel.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600     copy xarefaud.
004700
004800 FD  XARFCPRM
004900     LABEL RECORDS ARE STANDARD
005000     RECORDING MODE IS F.
005100
005200 01  XARFCPRM-CARD.
005300     05  XARFCPRM-DATE               PIC X(08).
005400     05  FILLER                      PIC X(72).
005500
005600 FD  XARFCRPT
005700     LABEL RECORDS ARE STANDARD
005800     RECORDING MODE IS F.
005900
006000 01  XARFCRPT-LINE                   PIC X(132).
006100
006200     copy xarunlg.
006300
006400 WORKING-STORAGE SECTION.
006500     copy xarunws.
006600
006700     copy xarefws.
006800
006900******************************************************************
007000*    FILE STATUS AND CONTROL SWITCHES
007100******************************************************************
007200 77  WS-XAREFAUD-STATUS              PIC X(02) VALUE SPACES.
007300     88  WS-XAREFAUD-OK                 VALUE "00".
007400     88  WS-XAREFAUD-NOT-FOUND          VALUE "35" "23".
007500
007600 77  WS-XARFCPRM-STATUS              PIC X(02) VALUE SPACES.
007700     88  WS-XARFCPRM-OK                 VALUE "00".
007800
007900 77  WS-XARFCRPT-STATUS              PIC X(02) VALUE SPACES.
008000     88  WS-XARFCRPT-OK                 VALUE "00".
008100
008200 77  WS-AUD-EOF-SWITCH               PIC X(01) VALUE "N".
008300     88  WS-END-OF-HISTORY              VALUE "Y".
008400
008500 77  WS-CARD-REJECTED-SW             PIC 9(01) VALUE 0.
008600 77  WS-AUD-OPEN-SW                  PIC 9(01) VALUE 0.
008700
008800******************************************************************
008900*    COUNTERS AND SUBSCRIPTS
009000******************************************************************
009100 77  WS-CHANGES-LISTED               PIC 9(07) COMP VALUE ZERO.
009200 77  WS-FS                           PIC 9(02) COMP VALUE ZERO.
009300
009400******************************************************************
009500*    DATE WORK FIELDS
009600******************************************************************
009700 01  WS-TODAY-DATE-TIME.
009800     05  WS-TODAY-DATE               PIC X(08).
009900     05  WS-TODAY-TIME               PIC X(06).
010000     05  FILLER                      PIC X(07).
010100
010200 01  WS-LIST-DATE                    PIC X(08).
010300
010400******************************************************************
010500*    PER-FILE TOTALS, IN THE ORDER THE SUMMARY PRINTS THEM
010600******************************************************************
010700 01  WS-FILE-TOTALS.
010800     05  WS-FT-NAMES.
010900         10  FILLER                  PIC X(40) VALUE
010933             "ENQREG  MSGTERMSMSGLIB  XAMAINT XASLAREG".
010966         10  FILLER                  PIC X(24) VALUE
010983             "XACAL   XAREGIONENQSLIB ".
011000     05  WS-FT-NAME-TABLE REDEFINES WS-FT-NAMES.
011100         10  WS-FT-NAME              PIC X(08) OCCURS 8 TIMES.
011200     05  WS-FT-COUNTS                OCCURS 8 TIMES.
011300         10  WS-FT-ADDS              PIC 9(07) COMP.
011400         10  WS-FT-UPDATES           PIC 9(07) COMP.
011500         10  WS-FT-DELETES           PIC 9(07) COMP.
011600
011700******************************************************************
011800*    REPORT LINE LAYOUTS
011900******************************************************************
012000 01  WS-REPORT-HEADING-1.
012100     05  FILLER                      PIC X(44) VALUE
012200         "XAREFCHG -- REFERENCE DATA CHANGES MADE ON  ".
012300     05  WS-RH1-LIST-DATE            PIC X(08).
012400     05  FILLER                      PIC X(08) VALUE "   RUN  ".
012500     05  WS-RH1-DATE                 PIC X(08).
012600     05  FILLER                      PIC X(01) VALUE SPACES.
012700     05  WS-RH1-TIME                 PIC X(06).
012800     05  FILLER                      PIC X(57) VALUE SPACES.
012900
013000 01  WS-REPORT-HEADING-2.
013100     05  FILLER                      PIC X(50) VALUE
013200         "TIME    FILE     KEY                      ACTION  ".
013300     05  FILLER                      PIC X(18) VALUE
013400         "USERID   TERM TRAN".
013500     05  FILLER                      PIC X(64) VALUE SPACES.
013600
013700 01  WS-CHANGE-LINE.
013800     05  WS-CL-TIME                  PIC X(06).
013900     05  FILLER                      PIC X(02) VALUE SPACES.
014000     05  WS-CL-FILE                  PIC X(08).
014100     05  FILLER                      PIC X(01) VALUE SPACES.
014200     05  WS-CL-KEY                   PIC X(24).
014300     05  FILLER                      PIC X(01) VALUE SPACES.
014400     05  WS-CL-ACTION                PIC X(08).
014500     05  WS-CL-USERID                PIC X(08).
014600     05  FILLER                      PIC X(01) VALUE SPACES.
014700     05  WS-CL-TERMID                PIC X(04).
014800     05  FILLER                      PIC X(01) VALUE SPACES.
014900     05  WS-CL-TRANSID               PIC X(04).
015000     05  FILLER                      PIC X(64) VALUE SPACES.
015100
015200 01  WS-IMAGE-LINE.
015300     05  FILLER                      PIC X(10) VALUE SPACES.
015400     05  WS-IL-TAG                   PIC X(07).
015500     05  FILLER                      PIC X(05) VALUE SPACES.
015600     05  WS-IL-TEXT                  PIC X(110).
015700
015800 01  WS-ERROR-LINE.
015900     05  FILLER                      PIC X(20) VALUE
016000         "*** CARD REJECTED:  ".
016100     05  WS-EL-CARD                  PIC X(08).
016200     05  FILLER                      PIC X(02) VALUE SPACES.
016300     05  WS-EL-REASON                PIC X(50).
016400     05  FILLER                      PIC X(52) VALUE SPACES.
016500
016600 01  WS-TOTAL-HEADING.
016700     05  FILLER                      PIC X(50) VALUE
016800         "FILE          ADDS   UPDATES   DELETES".
016900     05  FILLER                      PIC X(82) VALUE SPACES.
017000
017100 01  WS-TOTAL-LINE.
017200     05  WS-TL-FILE                  PIC X(08).
017300     05  WS-TL-ADDS                  PIC Z(09)9.
017400     05  WS-TL-UPDATES               PIC Z(09)9.
017500     05  WS-TL-DELETES               PIC Z(09)9.
017600     05  FILLER                      PIC X(94) VALUE SPACES.
017700
017800 01  WS-SUMMARY-LINE.
017900     05  WS-SL-LABEL                 PIC X(30).
018000     05  WS-SL-COUNT                 PIC Z(08)9.
018100     05  FILLER                      PIC X(93) VALUE SPACES.
018200
018300 01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.
018400
018500 PROCEDURE DIVISION.
018600******************************************************************
018700 0000-MAINLINE.
018800******************************************************************
018900     MOVE "XAREFCHG" TO WS-RUNCTL-JOB.
019000     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
019100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019200     PERFORM 2000-LIST-CHANGE THRU 2000-EXIT
019300         UNTIL WS-END-OF-HISTORY.
019400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019500     IF WS-CARD-REJECTED-SW = 1
019600         MOVE 8 TO RETURN-CODE
019700     END-IF.
019800     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
019900     GOBACK.
020000
020100******************************************************************
020200*    1000-INITIALIZE -- PICK UP THE LISTING DATE, OPEN THE REPORT
020300*    AND THE CHANGE HISTORY.  NO XAREFAUD YET MEANS NO CHANGES.
020400******************************************************************
020500 1000-INITIALIZE.
020600     MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE-TIME.
020700     MOVE WS-TODAY-DATE TO WS-LIST-DATE.
020800     PERFORM 1050-ZERO-TOTALS THRU 1050-EXIT
020900         VARYING WS-FS FROM 1 BY 1 UNTIL WS-FS > 8.
021000
021100     OPEN OUTPUT XARFCRPT.
021200     IF NOT WS-XARFCRPT-OK
021300         DISPLAY "XAREFCHG: UNABLE TO OPEN XARFCRPT, STATUS="
021400             WS-XARFCRPT-STATUS UPON CONS
021500     END-IF.
021600
021700     PERFORM 1100-READ-CARD THRU 1100-EXIT.
021800
021900     MOVE WS-LIST-DATE TO WS-RH1-LIST-DATE.
022000     MOVE WS-TODAY-DATE TO WS-RH1-DATE.
022100     MOVE WS-TODAY-TIME TO WS-RH1-TIME.
022200     WRITE XARFCRPT-LINE FROM WS-REPORT-HEADING-1.
022300     WRITE XARFCRPT-LINE FROM WS-BLANK-LINE.
022400     WRITE XARFCRPT-LINE FROM WS-REPORT-HEADING-2.
022500
022600     IF WS-CARD-REJECTED-SW = 1
022700         MOVE "Y" TO WS-AUD-EOF-SWITCH
022800         GO TO 1000-EXIT
022900     END-IF.
023000
023100     OPEN INPUT XAREFAUD.
023200     IF NOT WS-XAREFAUD-OK
023300         IF NOT WS-XAREFAUD-NOT-FOUND
023400             DISPLAY "XAREFCHG: UNABLE TO OPEN XAREFAUD, STATUS="
023500                 WS-XAREFAUD-STATUS UPON CONS
023600         END-IF
023700         MOVE "Y" TO WS-AUD-EOF-SWITCH
023800         GO TO 1000-EXIT
023900     END-IF.
024000     MOVE 1 TO WS-AUD-OPEN-SW.
024100     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
024200 1000-EXIT.
024300     EXIT.
024400
024500 1050-ZERO-TOTALS.
024600     MOVE ZERO TO WS-FT-ADDS(WS-FS).
024700     MOVE ZERO TO WS-FT-UPDATES(WS-FS).
024800     MOVE ZERO TO WS-FT-DELETES(WS-FS).
024900 1050-EXIT.
025000     EXIT.
025100
025200******************************************************************
025300*    1100-READ-CARD -- OPTIONAL XARFCPRM CARD: THE DATE TO LIST.
025400*    A MISSING DECK, NO CARD OR A BLANK DATE MEANS TODAY.
025500******************************************************************
025600 1100-READ-CARD.
025700     OPEN INPUT XARFCPRM.
025800     IF NOT WS-XARFCPRM-OK
025900         GO TO 1100-EXIT
026000     END-IF.
026100 1100-NEXT.
026200     READ XARFCPRM
026300         AT END
026400             GO TO 1100-CLOSE
026500     END-READ.
026600     IF XARFCPRM-CARD(1:1) = "*"
026700         GO TO 1100-NEXT
026800     END-IF.
026900     IF XARFCPRM-DATE = SPACES
027000         GO TO 1100-CLOSE
027100     END-IF.
027200     IF XARFCPRM-DATE IS NOT NUMERIC
027300         MOVE "LISTING DATE MUST BE YYYYMMDD" TO WS-EL-REASON
027400         PERFORM 1900-REJECT-CARD THRU 1900-EXIT
027500         GO TO 1100-CLOSE
027600     END-IF.
027700     MOVE XARFCPRM-DATE TO WS-LIST-DATE.
027800 1100-CLOSE.
027900     CLOSE XARFCPRM.
028000 1100-EXIT.
028100     EXIT.
028200
028300 1900-REJECT-CARD.
028400     MOVE 1 TO WS-CARD-REJECTED-SW.
028500     MOVE XARFCPRM-DATE TO WS-EL-CARD.
028600     WRITE XARFCRPT-LINE FROM WS-ERROR-LINE.
028700     DISPLAY "XAREFCHG: CARD REJECTED - " WS-EL-REASON UPON CONS.
028800 1900-EXIT.
028900     EXIT.
029000
029100******************************************************************
029200*    2000-LIST-CHANGE -- ONE XAREFAUD RECORD.  THE FILE IS KEYED
029300*    BY FILE AND RECORD KEY, NOT BY TIME, SO THE WHOLE FILE IS
029400*    READ AND THE LISTING DATE PICKED OUT.
029500******************************************************************
029600 2000-LIST-CHANGE.
029700     IF xarefaud-date NOT = WS-LIST-DATE
029800         GO TO 2000-NEXT
029900     END-IF.
030000     ADD 1 TO WS-CHANGES-LISTED.
030100     PERFORM 2200-COUNT-CHANGE THRU 2200-EXIT.
030200
030300     WRITE XARFCRPT-LINE FROM WS-BLANK-LINE.
030400     MOVE xarefaud-time TO WS-CL-TIME.
030500     MOVE xarefaud-file TO WS-CL-FILE.
030600     MOVE xarefaud-rec-key TO WS-CL-KEY.
030700     MOVE xarefaud-action TO WS-CL-ACTION.
030800     MOVE xarefaud-userid TO WS-CL-USERID.
030900     MOVE xarefaud-termid TO WS-CL-TERMID.
031000     MOVE xarefaud-transid TO WS-CL-TRANSID.
031100     WRITE XARFCRPT-LINE FROM WS-CHANGE-LINE.
031200
031300     MOVE "BEFORE" TO WS-IL-TAG.
031400     MOVE xarefaud-before-image TO WS-IMG-DATA.
031500     PERFORM 2300-PRINT-IMAGE THRU 2300-EXIT.
031600     MOVE "AFTER" TO WS-IL-TAG.
031700     MOVE xarefaud-after-image TO WS-IMG-DATA.
031800     PERFORM 2300-PRINT-IMAGE THRU 2300-EXIT.
031900 2000-NEXT.
032000     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
032100 2000-EXIT.
032200     EXIT.
032300
032400 2100-READ-HISTORY.
032500     READ XAREFAUD NEXT RECORD
032600         AT END
032700             MOVE "Y" TO WS-AUD-EOF-SWITCH
032800     END-READ.
032900 2100-EXIT.
033000     EXIT.
033100
033200 2200-COUNT-CHANGE.
033300     PERFORM 2210-FIND-FILE THRU 2210-EXIT
033400         VARYING WS-FS FROM 1 BY 1
033500         UNTIL WS-FS > 8
033600         OR WS-FT-NAME(WS-FS) = xarefaud-file.
033700     IF WS-FS > 8
033800         GO TO 2200-EXIT
033900     END-IF.
034000     EVALUATE TRUE
034100         WHEN xarefaud-is-add
034200             ADD 1 TO WS-FT-ADDS(WS-FS)
034300         WHEN xarefaud-is-update
034400             ADD 1 TO WS-FT-UPDATES(WS-FS)
034500         WHEN xarefaud-is-delete
034600             ADD 1 TO WS-FT-DELETES(WS-FS)
034700     END-EVALUATE.
034800 2200-EXIT.
034900     EXIT.
035000
035100 2210-FIND-FILE.
035200 2210-EXIT.
035300     EXIT.
035400
035500******************************************************************
035600*    2300-PRINT-IMAGE -- ONE SIDE OF THE CHANGE, FORMATTED BY
035700*    9600-FORMAT-IMAGE; THE TAG PRINTS ON THE FIRST LINE ONLY.
035800******************************************************************
035900 2300-PRINT-IMAGE.
036000     MOVE xarefaud-file TO WS-IMG-FILE.
036100     PERFORM 9600-FORMAT-IMAGE THRU 9600-EXIT.
036200     PERFORM 2310-PRINT-IMAGE-LINE THRU 2310-EXIT
036300         VARYING WS-FMT-SUB FROM 1 BY 1
036400         UNTIL WS-FMT-SUB > WS-FMT-COUNT.
036500 2300-EXIT.
036600     EXIT.
036700
036800 2310-PRINT-IMAGE-LINE.
036900     MOVE WS-FMT-LINE(WS-FMT-SUB) TO WS-IL-TEXT.
037000     WRITE XARFCRPT-LINE FROM WS-IMAGE-LINE.
037100     MOVE SPACES TO WS-IL-TAG.
037200 2310-EXIT.
037300     EXIT.
037400
037500******************************************************************
037600*    9000-TERMINATE -- PER-FILE TOTALS AND CLOSE UP.
037700******************************************************************
037800 9000-TERMINATE.
037900     WRITE XARFCRPT-LINE FROM WS-BLANK-LINE.
038000     MOVE "CHANGES LISTED" TO WS-SL-LABEL.
038100     MOVE WS-CHANGES-LISTED TO WS-SL-COUNT.
038200     WRITE XARFCRPT-LINE FROM WS-SUMMARY-LINE.
038300     WRITE XARFCRPT-LINE FROM WS-BLANK-LINE.
038400     WRITE XARFCRPT-LINE FROM WS-TOTAL-HEADING.
038500     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
038600         VARYING WS-FS FROM 1 BY 1 UNTIL WS-FS > 8.
038700
038800     IF WS-AUD-OPEN-SW = 1
038900         CLOSE XAREFAUD
039000     END-IF.
039100     CLOSE XARFCRPT.
039200 9000-EXIT.
039300     EXIT.
039400
039500 9100-WRITE-TOTAL.
039600     MOVE WS-FT-NAME(WS-FS) TO WS-TL-FILE.
039700     MOVE WS-FT-ADDS(WS-FS) TO WS-TL-ADDS.
039800     MOVE WS-FT-UPDATES(WS-FS) TO WS-TL-UPDATES.
039900     MOVE WS-FT-DELETES(WS-FS) TO WS-TL-DELETES.
040000     WRITE XARFCRPT-LINE FROM WS-TOTAL-LINE.
040100 9100-EXIT.
040200     EXIT.
040300
040400******************************************************************
040500*    REFERENCE-DATA IMAGE FORMATTING (9600-FORMAT-IMAGE) -- SEE
040600*    XA/XAREFFMT.CPY.
040700******************************************************************
040800     copy xareffmt.
040900
041000******************************************************************
041100*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
041200*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
041300******************************************************************
041400     copy xarunctl.
