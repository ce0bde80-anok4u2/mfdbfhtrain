000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    XARGBULK.
000300 AUTHOR.        XA SUPPORT TEAM.
000400 INSTALLATION.  ENTERPRISE SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  MODIFICATION HISTORY
000900*  ----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  10/15/2026 XST   NEW PROGRAM.  BULK LOAD AND EXTRACT OF THE
001200*                   XARESREG, ENQREG AND MSGTERMS REGISTRIES
001300*                   THROUGH A DELIMITED DECK.
001400******************************************************************
001500*  ONBOARDING A DEPARTMENT OR A DATABASE PLATFORM MEANS DOZENS OF
001600*  REGISTRY ENTRIES; KEYING THEM ONE SCREEN AT A TIME THROUGH
001700*  XARG, ENQG OR MSGT IS SLOW AND LETS TYPOS IN.  XARGBULK TAKES
001800*  THEM AS A DELIMITED DECK INSTEAD, ONE ROW PER ENTRY, AND
001900*  WRITES THE SAME DECK BACK OUT SO A REGISTRY CAN BE REVIEWED IN
002000*  A SPREADSHEET AND RELOADED.
002100*
002200*  LOAD -- EVERY ROW GOES THROUGH THE CHECKS THE ONLINE SCREEN
002300*  MAKES (KEY PRESENT; NUMERIC RMID FOR XARESREG; NUMERIC, NON-
002400*  ZERO MAX HOLD FOR ENQREG; ACTIVE Y OR N FOR MSGTERMS) PLUS
002500*  FIELD WIDTHS AND ONE ROW PER KEY.  A GOOD ROW WHOSE KEY IS NOT
002600*  ON FILE IS AN ADD; ONE WHOSE KEY IS ON FILE REPLACES THAT
002700*  ENTRY'S FIELDS, AS AN UPDATE ON THE SCREEN DOES.  NOTHING IS
002800*  EVER DELETED.  A DRY RUN (THE DEFAULT) READS THE FILE ONLY AND
002900*  REPORTS WHAT WOULD BE ADDED, CHANGED OR REJECTED; AN APPLY RUN
003000*  MAKES THE CHANGES.  APPLIED ENQREG AND MSGTERMS CHANGES GO TO
003100*  THE XAREFAUD CHANGE HISTORY UNDER THE REQUESTER'S USERID, AS
003200*  ENQG AND MSGT RECORD THEIRS.  AN APPLY RUN AGAINST XARESREG
003300*  NEEDS THE REQUESTER TO HOLD XAOPAUTH REGISTRY AUTHORITY, THE
003400*  SAME AS XARG; A REFUSAL IS LOGGED TO XAAUTHAUD.
003500*
003600*  EXTRACT -- WRITES EVERY ENTRY OF THE REGISTRY TO XRGBOUT IN
003700*  THE LOAD FORMAT, AFTER A "*" COLUMN-NAME ROW (LOAD SKIPS "*"
003800*  ROWS).
003900*
004000*  RC 0 = CLEAN.  RC 4 = ROWS REJECTED ON A LOAD, OR AN EXTRACTED
004100*  FIELD CONTAINS THE DELIMITER.  RC 8 = THE CONTROL CARD WAS
004200*  INVALID OR A FILE COULD NOT BE OPENED; NOTHING WAS DONE.
004300******************************************************************
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.   IBM-370.
004700 OBJECT-COMPUTER.   IBM-370.
004800 SPECIAL-NAMES.
004900     CONSOLE IS CONS.
005000
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     copy xaresregsel.
005400
005500     copy enqregsel.
005600
005700     copy msgtermssel.
005800
005900     copy xarefaudsel.
006000
006100     copy xaopauthsel.
006200
006300*    XAAUTHAUD'S OWN NAME IS ONE CHARACTER TOO LONG FOR A DD
006400*    STATEMENT; IN BATCH IT IS REACHED THROUGH DD XAAUTHAD.
006500     SELECT XAAUTHAUD ASSIGN TO "XAAUTHAD"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS XAAUTHAUD-KEY
006900         FILE STATUS IS WS-XAAUTHAUD-STATUS.
007000
007100     SELECT XRGBPRM ASSIGN TO "XRGBPRM"
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-XRGBPRM-STATUS.
007400
007500     SELECT XRGBDECK ASSIGN TO "XRGBDECK"
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS WS-XRGBDECK-STATUS.
007800
007900     SELECT XRGBOUT ASSIGN TO "XRGBOUT"
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS WS-XRGBOUT-STATUS.
008200
008300     SELECT XRGBRPT ASSIGN TO "XRGBRPT"
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WS-XRGBRPT-STATUS.
008600
008700     copy xarunlgsel.
008800
008900 DATA DIVISION.
009000 FILE SECTION.
009100     copy xaresreg.
009200
009300     copy enqreg.
009400
009500     copy msgterms.
009600
009700     copy xarefaud.
009800
009900     copy xaopauth.
010000
010100     copy xaauthaud.
010200
010300*****************************************************************
010400*    XRGBPRM -- THE CONTROL CARD.  THE FIRST CARD WITHOUT "*" IN
010500*    COLUMN 1 IS USED.
010600*****************************************************************
010700 FD  XRGBPRM
010800     LABEL RECORDS ARE STANDARD
010900     RECORDING MODE IS F.
011000
011100 01  XRGBPRM-CARD.
011200     05  XRGBPRM-FUNCTION            PIC X(08).
011300         88  XRGBPRM-IS-LOAD            VALUE "LOAD".
011400         88  XRGBPRM-IS-EXTRACT         VALUE "EXTRACT".
011500     05  FILLER                      PIC X(01).
011600     05  XRGBPRM-REGISTRY            PIC X(08).
011700     05  FILLER                      PIC X(01).
011800     05  XRGBPRM-MODE                PIC X(01).
011900         88  XRGBPRM-IS-DRY-RUN         VALUE "D" " ".
012000         88  XRGBPRM-IS-APPLY           VALUE "A".
012100     05  FILLER                      PIC X(01).
012200     05  XRGBPRM-USERID              PIC X(08).
012300     05  FILLER                      PIC X(01).
012400     05  XRGBPRM-DELIM               PIC X(01).
012500     05  FILLER                      PIC X(50).
012600
012700*****************************************************************
012800*    XRGBDECK / XRGBOUT -- DELIMITED ROWS, ONE REGISTRY ENTRY PER
012900*    ROW, FIELDS IN THE ORDER OF WS-LAYOUT BELOW.
013000*****************************************************************
013100 FD  XRGBDECK
013200     LABEL RECORDS ARE STANDARD
013300     RECORDING MODE IS F.
013400
013500 01  XRGBDECK-ROW                    PIC X(200).
013600
013700 FD  XRGBOUT
013800     LABEL RECORDS ARE STANDARD
013900     RECORDING MODE IS F.
014000
014100 01  XRGBOUT-ROW                     PIC X(200).
014200
014300 FD  XRGBRPT
014400     LABEL RECORDS ARE STANDARD
014500     RECORDING MODE IS F.
014600
014700 01  XRGBRPT-LINE                    PIC X(132).
014800
014900     copy xarunlg.
015000
015100 WORKING-STORAGE SECTION.
015200     copy xarunws.
015300
015400     copy xarefws.
015500
015600******************************************************************
015700*    FILE STATUS AND CONTROL SWITCHES
015800******************************************************************
015900 77  WS-XARESREG-STATUS              PIC X(02) VALUE SPACES.
016000     88  WS-XARESREG-OK                 VALUE "00".
016100     88  WS-XARESREG-NOT-FOUND          VALUE "35" "23".
016200
016300 77  WS-ENQREG-STATUS                PIC X(02) VALUE SPACES.
016400     88  WS-ENQREG-OK                   VALUE "00".
016500     88  WS-ENQREG-NOT-FOUND            VALUE "35" "23".
016600
016700 77  WS-MSGTERMS-STATUS              PIC X(02) VALUE SPACES.
016800     88  WS-MSGTERMS-OK                 VALUE "00".
016900     88  WS-MSGTERMS-NOT-FOUND          VALUE "35" "23".
017000
017100 77  WS-XAREFAUD-STATUS              PIC X(02) VALUE SPACES.
017200     88  WS-XAREFAUD-OK                 VALUE "00".
017300
017400 77  WS-XAOPAUTH-STATUS              PIC X(02) VALUE SPACES.
017500     88  WS-XAOPAUTH-OK                 VALUE "00".
017600
017700 77  WS-XAAUTHAUD-STATUS             PIC X(02) VALUE SPACES.
017800     88  WS-XAAUTHAUD-OK                VALUE "00".
017900
018000 77  WS-XRGBPRM-STATUS               PIC X(02) VALUE SPACES.
018100     88  WS-XRGBPRM-OK                  VALUE "00".
018200
018300 77  WS-XRGBDECK-STATUS              PIC X(02) VALUE SPACES.
018400     88  WS-XRGBDECK-OK                 VALUE "00".
018500
018600 77  WS-XRGBOUT-STATUS               PIC X(02) VALUE SPACES.
018700     88  WS-XRGBOUT-OK                  VALUE "00".
018800
018900 77  WS-XRGBRPT-STATUS               PIC X(02) VALUE SPACES.
019000     88  WS-XRGBRPT-OK                  VALUE "00".
019100
019200 77  WS-RUN-OK-SW                    PIC 9(01) VALUE 0.
019300 77  WS-REG-OPEN-SW                  PIC 9(01) VALUE 0.
019400 77  WS-AUD-OPEN-SW                  PIC 9(01) VALUE 0.
019500 77  WS-DECK-OPEN-SW                 PIC 9(01) VALUE 0.
019600 77  WS-OUT-OPEN-SW                  PIC 9(01) VALUE 0.
019700 77  WS-FOUND-SW                     PIC 9(01) VALUE 0.
019800 77  WS-ROW-REJECTED-SW              PIC 9(01) VALUE 0.
019900
020000 77  WS-INPUT-EOF-SWITCH             PIC X(01) VALUE "N".
020100     88  WS-END-OF-INPUT                VALUE "Y".
020200
020300******************************************************************
020400*    COUNTERS AND SUBSCRIPTS
020500******************************************************************
020600 77  WS-ROWS-READ                    PIC 9(07) COMP VALUE ZERO.
020700 77  WS-ROWS-ADDED                   PIC 9(07) COMP VALUE ZERO.
020800 77  WS-ROWS-CHANGED                 PIC 9(07) COMP VALUE ZERO.
020900 77  WS-ROWS-UNCHANGED               PIC 9(07) COMP VALUE ZERO.
021000 77  WS-ROWS-REJECTED                PIC 9(07) COMP VALUE ZERO.
021100 77  WS-HISTORY-FAILED               PIC 9(07) COMP VALUE ZERO.
021200 77  WS-ROWS-EXTRACTED               PIC 9(07) COMP VALUE ZERO.
021300 77  WS-EXTRACT-WARNINGS             PIC 9(07) COMP VALUE ZERO.
021400 77  WS-FIELD-TOTAL                  PIC S9(04) COMP VALUE ZERO.
021500 77  WS-FX                           PIC S9(04) COMP VALUE ZERO.
021600 77  WS-ROW-LEN                      PIC S9(04) COMP VALUE ZERO.
021700 77  WS-DELIM-COUNT                  PIC S9(04) COMP VALUE ZERO.
021800 77  WS-NUM-POS                      PIC S9(04) COMP VALUE ZERO.
021900 77  WS-OUT-PTR                      PIC S9(04) COMP VALUE ZERO.
022000 77  WS-SEEN-COUNT                   PIC S9(04) COMP VALUE ZERO.
022100 77  WS-SEEN-MAX                     PIC S9(04) COMP VALUE 5000.
022200 77  WS-SX                           PIC S9(04) COMP VALUE ZERO.
022300
022400******************************************************************
022500*    RUN PARAMETERS, FROM THE CONTROL CARD
022600******************************************************************
022700 01  WS-CONTROL-CARD                 PIC X(80) VALUE SPACES.
022800 01  WS-FUNCTION                     PIC X(08) VALUE SPACES.
022900     88  WS-LOAD-RUN                    VALUE "LOAD".
023000     88  WS-EXTRACT-RUN                 VALUE "EXTRACT".
023100 01  WS-REGISTRY                     PIC X(08).
023200 01  WS-DELIM                        PIC X(01).
023300 01  WS-REQUESTER                    PIC X(08).
023400 01  WS-MODE-SW                      PIC X(01).
023500     88  WS-APPLY-RUN                   VALUE "A".
023600
023700 01  WS-TODAY-DATE-TIME.
023800     05  WS-TODAY-DATE               PIC X(08).
023900     05  WS-TODAY-TIME               PIC X(06).
024000     05  FILLER                      PIC X(07).
024100
024200 01  WS-NOW-DATE-TIME.
024300     05  WS-NOW-DATE                 PIC X(08).
024400     05  WS-NOW-TIME                 PIC X(06).
024500     05  FILLER                      PIC X(07).
024600
024700******************************************************************
024800*    DECK FIELD LAYOUT PER REGISTRY: COLUMN NAME AND WIDTH OF EACH
024900*    FIELD, IN DECK ORDER.  THE FIRST FIELD IS THE KEY.  THE ONE
025000*    FOR THE RUN IS MOVED TO WS-LAYOUT.
025100******************************************************************
025200 01  WS-LAYOUT-XARESREG.
025300     05  FILLER                      PIC X(13) VALUE
025400         "RESOURCE  008".
025500     05  FILLER                      PIC X(13) VALUE
025600         "RMID      009".
025700     05  FILLER                      PIC X(13) VALUE
025800         "SWITCH    032".
025900     05  FILLER                      PIC X(13) VALUE
026000         "DBTECH    008".
026100     05  FILLER                      PIC X(13) VALUE
026200         "TEAM      016".
026300     05  FILLER                      PIC X(13) VALUE
026400         "CONTACT   024".
026500 01  WS-LAYOUT-ENQREG.
026600     05  FILLER                      PIC X(13) VALUE
026700         "RESOURCE  010".
026800     05  FILLER                      PIC X(13) VALUE
026900         "OWNERAPP  008".
027000     05  FILLER                      PIC X(13) VALUE
027100         "TEAM      016".
027200     05  FILLER                      PIC X(13) VALUE
027300         "CONTACT   024".
027400     05  FILLER                      PIC X(13) VALUE
027500         "MAXHOLD   005".
027600     05  FILLER                      PIC X(13) VALUE SPACES.
027700 01  WS-LAYOUT-MSGTERMS.
027800     05  FILLER                      PIC X(13) VALUE
027900         "TERMID    004".
028000     05  FILLER                      PIC X(13) VALUE
028100         "ACTIVE    001".
028200     05  FILLER                      PIC X(13) VALUE
028300         "GROUP     004".
028400     05  FILLER                      PIC X(39) VALUE SPACES.
028500 01  WS-LAYOUT.
028600     05  WS-LO-ENTRY                 OCCURS 6 TIMES.
028700         10  WS-LO-NAME              PIC X(10).
028800         10  WS-LO-WIDTH             PIC 9(03).
028900
029000******************************************************************
029100*    ONE DECK ROW, SPLIT.  WS-FLD-LEN IS THE FIELD'S LENGTH LESS
029200*    TRAILING SPACES (OVER 40 MEANS IT WAS TOO LONG FOR ANY
029300*    FIELD).
029400******************************************************************
029500 01  WS-ROW                          PIC X(200).
029600 01  WS-FIELDS.
029700     05  WS-FIELD                    OCCURS 6 TIMES.
029800         10  WS-FLD                  PIC X(40).
029900         10  WS-FLD-LEN              PIC S9(04) COMP.
030000
030100 01  WS-NUM-TEXT                     PIC X(09).
030200 01  WS-NUM-VALUE REDEFINES WS-NUM-TEXT
030300                                     PIC 9(09).
030400 01  WS-RMID-DISP                    PIC 9(09).
030500 01  WS-WIDTH-EDIT                   PIC Z9.
030600 01  WS-FIELDS-REASON                PIC X(60).
030700 01  WS-REJECT-REASON                PIC X(60).
030800 01  WS-BEFORE-IMAGE                 PIC X(200).
030900 01  WS-AFTER-IMAGE                  PIC X(200).
031000 01  WS-HIST-ACTION                  PIC X(08).
031100 01  WS-OUT-ROW                      PIC X(200).
031200
031300*    KEYS ALREADY LOADED FROM THIS DECK -- A SECOND ROW FOR THE
031400*    SAME KEY IS REJECTED RATHER THAN SILENTLY OVERLAYING THE
031500*    FIRST.
031600 01  WS-SEEN-TABLE.
031700     05  WS-SEEN-KEY                 PIC X(10) OCCURS 5000 TIMES.
031800
031900******************************************************************
032000*    REPORT LINE LAYOUTS
032100******************************************************************
032200 01  WS-REPORT-HEADING-1.
032300     05  FILLER                      PIC X(52) VALUE
032400         "XARGBULK -- REGISTRY BULK LOAD AND EXTRACT, RUN     ".
032500     05  WS-RH1-DATE                 PIC X(08).
032600     05  FILLER                      PIC X(01) VALUE SPACES.
032700     05  WS-RH1-TIME                 PIC X(06).
032800     05  FILLER                      PIC X(65) VALUE SPACES.
032900
033000 01  WS-CARD-LINE.
033100     05  FILLER                      PIC X(09) VALUE "FUNCTION ".
033200     05  WS-CD-FUNCTION              PIC X(08).
033300     05  FILLER                      PIC X(11) VALUE
033400         "  REGISTRY ".
033500     05  WS-CD-REGISTRY              PIC X(08).
033600     05  FILLER                      PIC X(07) VALUE "  MODE ".
033700     05  WS-CD-MODE                  PIC X(08).
033800     05  FILLER                      PIC X(12) VALUE
033900         "  REQUESTER ".
034000     05  WS-CD-REQUESTER             PIC X(08).
034100     05  FILLER                      PIC X(12) VALUE
034200         "  DELIMITER ".
034300     05  WS-CD-DELIM                 PIC X(01).
034400     05  FILLER                      PIC X(48) VALUE SPACES.
034500
034600 01  WS-ROW-LINE.
034700     05  FILLER                      PIC X(04) VALUE "ROW ".
034800     05  WS-RL-ROW                   PIC Z(06)9.
034900     05  FILLER                      PIC X(02) VALUE SPACES.
035000     05  WS-RL-KEY                   PIC X(10).
035100     05  FILLER                      PIC X(02) VALUE SPACES.
035200     05  WS-RL-OUTCOME               PIC X(14).
035300     05  FILLER                      PIC X(02) VALUE SPACES.
035400     05  WS-RL-REASON                PIC X(60).
035500     05  FILLER                      PIC X(31) VALUE SPACES.
035600
035700 01  WS-IMAGE-LINE.
035800     05  FILLER                      PIC X(10) VALUE SPACES.
035900     05  WS-IL-TAG                   PIC X(07).
036000     05  FILLER                      PIC X(05) VALUE SPACES.
036100     05  WS-IL-TEXT                  PIC X(110).
036200
036300 01  WS-ERROR-LINE.
036400     05  FILLER                      PIC X(20) VALUE
036500         "*** CARD REJECTED:  ".
036600     05  WS-EL-CARD                  PIC X(30).
036700     05  FILLER                      PIC X(02) VALUE SPACES.
036800     05  WS-EL-REASON                PIC X(60).
036900     05  FILLER                      PIC X(20) VALUE SPACES.
037000
037100 01  WS-SUMMARY-LINE.
037200     05  WS-SL-LABEL                 PIC X(30).
037300     05  WS-SL-COUNT                 PIC Z(08)9.
037400     05  FILLER                      PIC X(93) VALUE SPACES.
037500
037600 01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.
037700
037800 PROCEDURE DIVISION.
037900******************************************************************
038000 0000-MAINLINE.
038100******************************************************************
038200     MOVE "XARGBULK" TO WS-RUNCTL-JOB.
038300     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
038400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
038500     IF WS-RUN-OK-SW = 1
038600         IF WS-LOAD-RUN
038700             PERFORM 3000-LOAD-ROW THRU 3000-EXIT
038800                 UNTIL WS-END-OF-INPUT
038900         ELSE
039000             PERFORM 5000-EXTRACT-ENTRY THRU 5000-EXIT
039100                 UNTIL WS-END-OF-INPUT
039200         END-IF
039300     END-IF.
039400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
039500     IF WS-RUN-OK-SW = 0
039600         MOVE 8 TO RETURN-CODE
039700     ELSE
039800         IF WS-ROWS-REJECTED > ZERO
039900         OR WS-EXTRACT-WARNINGS > ZERO
040000         OR WS-HISTORY-FAILED > ZERO
040100             MOVE 4 TO RETURN-CODE
040200         END-IF
040300     END-IF.
040400     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
040500     GOBACK.
040600
040700******************************************************************
040800*    1000-INITIALIZE -- OPEN THE REPORT, READ AND CHECK THE
040900*    CONTROL CARD, CHECK AUTHORITY, OPEN THE FILES THE RUN NEEDS.
041000*    WS-RUN-OK-SW STAYS 0 IF ANY OF IT FAILS.
041100******************************************************************
041200 1000-INITIALIZE.
041300     MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE-TIME.
041400
041500     OPEN OUTPUT XRGBRPT.
041600     IF NOT WS-XRGBRPT-OK
041700         DISPLAY "XARGBULK: UNABLE TO OPEN XRGBRPT, STATUS="
041800             WS-XRGBRPT-STATUS UPON CONS
041900     END-IF.
042000     MOVE WS-TODAY-DATE TO WS-RH1-DATE.
042100     MOVE WS-TODAY-TIME TO WS-RH1-TIME.
042200     WRITE XRGBRPT-LINE FROM WS-REPORT-HEADING-1.
042300     WRITE XRGBRPT-LINE FROM WS-BLANK-LINE.
042400
042500     PERFORM 1100-READ-CARD THRU 1100-EXIT.
042600     IF WS-EL-REASON NOT = SPACES
042700         PERFORM 1900-REJECT-CARD THRU 1900-EXIT
042800         GO TO 1000-EXIT
042900     END-IF.
043000
043100     MOVE WS-FUNCTION TO WS-CD-FUNCTION.
043200     MOVE WS-REGISTRY TO WS-CD-REGISTRY.
043300     IF WS-EXTRACT-RUN
043400         MOVE SPACES TO WS-CD-MODE
043500     ELSE
043600         IF WS-APPLY-RUN
043700             MOVE "APPLY" TO WS-CD-MODE
043800         ELSE
043900             MOVE "DRY RUN" TO WS-CD-MODE
044000         END-IF
044100     END-IF.
044200     MOVE WS-REQUESTER TO WS-CD-REQUESTER.
044300     MOVE WS-DELIM TO WS-CD-DELIM.
044400     WRITE XRGBRPT-LINE FROM WS-CARD-LINE.
044500     WRITE XRGBRPT-LINE FROM WS-BLANK-LINE.
044600
044700     PERFORM 1200-SET-LAYOUT THRU 1200-EXIT.
044800
044900     IF WS-LOAD-RUN AND WS-APPLY-RUN
045000     AND WS-REGISTRY = "XARESREG"
045100         PERFORM 1300-CHECK-AUTHORITY THRU 1300-EXIT
045200         IF WS-EL-REASON NOT = SPACES
045300             PERFORM 1900-REJECT-CARD THRU 1900-EXIT
045400             GO TO 1000-EXIT
045500         END-IF
045600     END-IF.
045700
045800     PERFORM 1400-OPEN-FILES THRU 1400-EXIT.
045900     IF WS-EL-REASON NOT = SPACES
046000         PERFORM 1900-REJECT-CARD THRU 1900-EXIT
046100         GO TO 1000-EXIT
046200     END-IF.
046300
046400     MOVE 1 TO WS-RUN-OK-SW.
046500     IF WS-LOAD-RUN
046600         PERFORM 3900-READ-DECK THRU 3900-EXIT
046700     ELSE
046800         PERFORM 5900-READ-REGISTRY THRU 5900-EXIT
046900         PERFORM 5300-WRITE-HEADER-ROW THRU 5300-EXIT
047000     END-IF.
047100 1000-EXIT.
047200     EXIT.
047300
047400******************************************************************
047500*    1100-READ-CARD -- FIRST NON-COMMENT XRGBPRM CARD, CHECKED.
047600*    A PROBLEM LEAVES ITS REASON IN WS-EL-REASON.
047700******************************************************************
047800 1100-READ-CARD.
047900     MOVE SPACES TO WS-EL-REASON.
048000     OPEN INPUT XRGBPRM.
048100     IF NOT WS-XRGBPRM-OK
048200         MOVE "XRGBPRM CONTROL CARD FILE COULD NOT BE OPENED"
048300             TO WS-EL-REASON
048400         GO TO 1100-EXIT
048500     END-IF.
048600 1100-NEXT.
048700     READ XRGBPRM
048800         AT END
048900             MOVE "NO CONTROL CARD" TO WS-EL-REASON
049000             GO TO 1100-CLOSE
049100     END-READ.
049200     IF XRGBPRM-CARD(1:1) = "*"
049300         GO TO 1100-NEXT
049400     END-IF.
049500     MOVE XRGBPRM-CARD TO WS-CONTROL-CARD.
049600     MOVE XRGBPRM-FUNCTION TO WS-FUNCTION.
049700
049800     IF NOT XRGBPRM-IS-LOAD AND NOT XRGBPRM-IS-EXTRACT
049900         MOVE "FUNCTION MUST BE LOAD OR EXTRACT" TO WS-EL-REASON
050000         GO TO 1100-CLOSE
050100     END-IF.
050200     MOVE XRGBPRM-REGISTRY TO WS-REGISTRY.
050300     IF WS-REGISTRY NOT = "XARESREG"
050400     AND WS-REGISTRY NOT = "ENQREG"
050500     AND WS-REGISTRY NOT = "MSGTERMS"
050600         MOVE "REGISTRY MUST BE XARESREG, ENQREG OR MSGTERMS"
050700             TO WS-EL-REASON
050800         GO TO 1100-CLOSE
050900     END-IF.
051000     IF NOT XRGBPRM-IS-DRY-RUN AND NOT XRGBPRM-IS-APPLY
051100         MOVE "MODE MUST BE D (DRY RUN) OR A (APPLY)"
051200             TO WS-EL-REASON
051300         GO TO 1100-CLOSE
051400     END-IF.
051500     MOVE XRGBPRM-MODE TO WS-MODE-SW.
051600     IF WS-EXTRACT-RUN
051700         MOVE "D" TO WS-MODE-SW
051800     END-IF.
051900     MOVE XRGBPRM-USERID TO WS-REQUESTER.
052000     IF WS-APPLY-RUN AND WS-REQUESTER = SPACES
052100         MOVE "AN APPLY RUN NEEDS THE REQUESTER USERID"
052200             TO WS-EL-REASON
052300         GO TO 1100-CLOSE
052400     END-IF.
052500     MOVE XRGBPRM-DELIM TO WS-DELIM.
052600     IF WS-DELIM = SPACE
052700         MOVE "," TO WS-DELIM
052800     END-IF.
052900     IF WS-DELIM = "*"
053000         MOVE "DELIMITER MAY NOT BE *" TO WS-EL-REASON
053100     END-IF.
053200 1100-CLOSE.
053300     CLOSE XRGBPRM.
053400 1100-EXIT.
053500     EXIT.
053600
053700******************************************************************
053800*    1200-SET-LAYOUT -- THE RUN'S DECK LAYOUT AND FIELD COUNT.
053900******************************************************************
054000 1200-SET-LAYOUT.
054100     EVALUATE WS-REGISTRY
054200         WHEN "XARESREG"
054300             MOVE WS-LAYOUT-XARESREG TO WS-LAYOUT
054400             MOVE 6 TO WS-FIELD-TOTAL
054500             MOVE
054600                 "WRONG FIELD COUNT - XARESREG ROWS HAVE 6 FIELDS"
054700                 TO WS-FIELDS-REASON
054800         WHEN "ENQREG"
054900             MOVE WS-LAYOUT-ENQREG TO WS-LAYOUT
055000             MOVE 5 TO WS-FIELD-TOTAL
055100             MOVE
055200                 "WRONG FIELD COUNT - ENQREG ROWS HAVE 5 FIELDS"
055300                 TO WS-FIELDS-REASON
055400         WHEN "MSGTERMS"
055500             MOVE WS-LAYOUT-MSGTERMS TO WS-LAYOUT
055600             MOVE 3 TO WS-FIELD-TOTAL
055700             MOVE
055800                 "WRONG FIELD COUNT - MSGTERMS ROWS HAVE 3 FIELDS"
055900                 TO WS-FIELDS-REASON
056000     END-EVALUATE.
056100 1200-EXIT.
056200     EXIT.
056300
056400******************************************************************
056500*    1300-CHECK-AUTHORITY -- XARESREG CHANGES NEED REGISTRY
056600*    AUTHORITY ON THE REQUESTER'S XAOPAUTH RECORD, AS IN XARG.
056700*    A REFUSAL IS LOGGED TO XAAUTHAUD THE WAY XARG LOGS ONE.
056800******************************************************************
056900 1300-CHECK-AUTHORITY.
057000     OPEN INPUT XAOPAUTH.
057100     IF NOT WS-XAOPAUTH-OK
057200         MOVE "XAOPAUTH COULD NOT BE OPENED TO CHECK AUTHORITY"
057300             TO WS-EL-REASON
057400         GO TO 1300-EXIT
057500     END-IF.
057600     MOVE WS-REQUESTER TO XAOPAUTH-USERID.
057700     READ XAOPAUTH
057800         INVALID KEY
057900             MOVE SPACES TO XAOPAUTH-REGISTRY-AUTH
058000     END-READ.
058100     CLOSE XAOPAUTH.
058200     IF XAOPAUTH-MAY-REGISTRY
058300         GO TO 1300-EXIT
058400     END-IF.
058500
058600     MOVE "REQUESTER NOT AUTHORIZED TO CHANGE THE REGISTRY"
058700         TO WS-EL-REASON.
058800     OPEN I-O XAAUTHAUD.
058900     IF NOT WS-XAAUTHAUD-OK
059000         DISPLAY "XARGBULK: UNABLE TO OPEN XAAUTHAUD, STATUS="
059100             WS-XAAUTHAUD-STATUS UPON CONS
059200         GO TO 1300-EXIT
059300     END-IF.
059400     MOVE SPACES TO XAAUTHAUD-RECORD.
059500     MOVE WS-REQUESTER TO XAAUTHAUD-USERID.
059600     MOVE WS-TODAY-DATE TO XAAUTHAUD-DATE.
059700     MOVE WS-TODAY-TIME TO XAAUTHAUD-TIME.
059800     MOVE "DENY" TO XAAUTHAUD-ACTION.
059900     MOVE WS-REQUESTER TO XAAUTHAUD-ACTOR.
060000     MOVE "XARGBULK LOAD" TO XAAUTHAUD-DETAIL.
060100     WRITE XAAUTHAUD-RECORD
060200         INVALID KEY
060300             DISPLAY "XARGBULK: XAAUTHAUD WRITE FAILED, STATUS="
060400                 WS-XAAUTHAUD-STATUS UPON CONS
060500     END-WRITE.
060600     CLOSE XAAUTHAUD.
060700 1300-EXIT.
060800     EXIT.
060900
061000******************************************************************
061100*    1400-OPEN-FILES -- THE REGISTRY (INPUT FOR A DRY RUN OR AN
061200*    EXTRACT, I-O FOR AN APPLY), THE CHANGE HISTORY FOR AN APPLY
061300*    TO ENQREG OR MSGTERMS, AND THE DECK OR THE EXTRACT FILE.
061400******************************************************************
061500 1400-OPEN-FILES.
061600     EVALUATE WS-REGISTRY
061700         WHEN "XARESREG"
061800             IF WS-APPLY-RUN
061900                 OPEN I-O XARESREG
062000             ELSE
062100                 OPEN INPUT XARESREG
062200             END-IF
062300             IF NOT WS-XARESREG-OK
062400                 MOVE "XARESREG COULD NOT BE OPENED"
062500                     TO WS-EL-REASON
062600                 GO TO 1400-EXIT
062700             END-IF
062800         WHEN "ENQREG"
062900             IF WS-APPLY-RUN
063000                 OPEN I-O ENQREG
063100             ELSE
063200                 OPEN INPUT ENQREG
063300             END-IF
063400             IF NOT WS-ENQREG-OK
063500                 MOVE "ENQREG COULD NOT BE OPENED"
063600                     TO WS-EL-REASON
063700                 GO TO 1400-EXIT
063800             END-IF
063900         WHEN "MSGTERMS"
064000             IF WS-APPLY-RUN
064100                 OPEN I-O MSGTERMS
064200             ELSE
064300                 OPEN INPUT MSGTERMS
064400             END-IF
064500             IF NOT WS-MSGTERMS-OK
064600                 MOVE "MSGTERMS COULD NOT BE OPENED"
064700                     TO WS-EL-REASON
064800                 GO TO 1400-EXIT
064900             END-IF
065000     END-EVALUATE.
065100     MOVE 1 TO WS-REG-OPEN-SW.
065200
065300     IF WS-APPLY-RUN AND WS-REGISTRY NOT = "XARESREG"
065400         OPEN I-O XAREFAUD
065500         IF NOT WS-XAREFAUD-OK
065600             MOVE "XAREFAUD CHANGE HISTORY COULD NOT BE OPENED"
065700                 TO WS-EL-REASON
065800             GO TO 1400-EXIT
065900         END-IF
066000         MOVE 1 TO WS-AUD-OPEN-SW
066100     END-IF.
066200
066300     IF WS-LOAD-RUN
066400         OPEN INPUT XRGBDECK
066500         IF NOT WS-XRGBDECK-OK
066600             MOVE "XRGBDECK COULD NOT BE OPENED" TO WS-EL-REASON
066700             GO TO 1400-EXIT
066800         END-IF
066900         MOVE 1 TO WS-DECK-OPEN-SW
067000     ELSE
067100         OPEN OUTPUT XRGBOUT
067200         IF NOT WS-XRGBOUT-OK
067300             MOVE "XRGBOUT COULD NOT BE OPENED" TO WS-EL-REASON
067400             GO TO 1400-EXIT
067500         END-IF
067600         MOVE 1 TO WS-OUT-OPEN-SW
067700     END-IF.
067800 1400-EXIT.
067900     EXIT.
068000
068100******************************************************************
068200*    1900-REJECT-CARD -- PRINT THE CARD AND WHY NOTHING WAS DONE.
068300*    THE CALLER LOADS WS-EL-REASON.
068400******************************************************************
068500 1900-REJECT-CARD.
068600     MOVE WS-CONTROL-CARD(1:30) TO WS-EL-CARD.
068700     WRITE XRGBRPT-LINE FROM WS-ERROR-LINE.
068800     DISPLAY "XARGBULK: CARD REJECTED - " WS-EL-REASON UPON CONS.
068900 1900-EXIT.
069000     EXIT.
069100
069200******************************************************************
069300*    3000-LOAD-ROW -- ONE DECK ROW: SPLIT, CHECK, LOOK THE KEY UP,
069400*    AND ADD, CHANGE OR LEAVE THE ENTRY (OR SAY WHAT WOULD BE
069500*    DONE, ON A DRY RUN).  BLANK ROWS AND "*" ROWS ARE SKIPPED.
069600******************************************************************
069700 3000-LOAD-ROW.
069800     MOVE XRGBDECK-ROW TO WS-ROW.
069900     IF WS-ROW = SPACES OR WS-ROW(1:1) = "*"
070000         GO TO 3000-NEXT
070100     END-IF.
070200     ADD 1 TO WS-ROWS-READ.
070300     MOVE 0 TO WS-ROW-REJECTED-SW.
070400     MOVE SPACES TO WS-REJECT-REASON.
070500
070600     PERFORM 3100-SPLIT-ROW THRU 3100-EXIT.
070700     IF WS-ROW-REJECTED-SW = 1
070800         GO TO 3000-REJECT
070900     END-IF.
071000     EVALUATE WS-REGISTRY
071100         WHEN "XARESREG"
071200             PERFORM 3210-CHECK-XARESREG THRU 3210-EXIT
071300         WHEN "ENQREG"
071400             PERFORM 3220-CHECK-ENQREG THRU 3220-EXIT
071500         WHEN "MSGTERMS"
071600             PERFORM 3230-CHECK-MSGTERMS THRU 3230-EXIT
071700     END-EVALUATE.
071800     IF WS-ROW-REJECTED-SW = 1
071900         GO TO 3000-REJECT
072000     END-IF.
072100     PERFORM 3300-CHECK-DUPLICATE THRU 3300-EXIT.
072200     IF WS-ROW-REJECTED-SW = 1
072300         GO TO 3000-REJECT
072400     END-IF.
072500
072600     PERFORM 3400-BUILD-ENTRY THRU 3400-EXIT.
072700     IF WS-ROW-REJECTED-SW = 1
072800         GO TO 3000-REJECT
072900     END-IF.
073000     IF WS-FOUND-SW = 1
073100     AND WS-AFTER-IMAGE = WS-BEFORE-IMAGE
073200         ADD 1 TO WS-ROWS-UNCHANGED
073300         MOVE "UNCHANGED" TO WS-RL-OUTCOME
073400         PERFORM 3800-WRITE-ROW-LINE THRU 3800-EXIT
073500         GO TO 3000-NEXT
073600     END-IF.
073700
073800     PERFORM 3500-APPLY-ENTRY THRU 3500-EXIT.
073900     IF WS-ROW-REJECTED-SW = 1
074000         GO TO 3000-REJECT
074100     END-IF.
074200     GO TO 3000-NEXT.
074300
074400 3000-REJECT.
074500     ADD 1 TO WS-ROWS-REJECTED.
074600     MOVE "REJECTED" TO WS-RL-OUTCOME.
074700     MOVE WS-REJECT-REASON TO WS-RL-REASON.
074800     PERFORM 3800-WRITE-ROW-LINE THRU 3800-EXIT.
074900 3000-NEXT.
075000     PERFORM 3900-READ-DECK THRU 3900-EXIT.
075100 3000-EXIT.
075200     EXIT.
075300
075400******************************************************************
075500*    3100-SPLIT-ROW -- CHECK THE FIELD COUNT, SPLIT THE ROW ON THE
075600*    DELIMITER AND MEASURE EACH FIELD.
075700******************************************************************
075800 3100-SPLIT-ROW.
075900     MOVE 200 TO WS-ROW-LEN.
076000     PERFORM 3110-TRIM-ROW THRU 3110-EXIT
076100         UNTIL WS-ROW(WS-ROW-LEN:1) NOT = SPACE.
076200     MOVE ZERO TO WS-DELIM-COUNT.
076300     INSPECT WS-ROW(1:WS-ROW-LEN)
076400         TALLYING WS-DELIM-COUNT FOR ALL WS-DELIM.
076500     IF WS-DELIM-COUNT NOT = WS-FIELD-TOTAL - 1
076600         MOVE WS-FIELDS-REASON TO WS-REJECT-REASON
076700         MOVE 1 TO WS-ROW-REJECTED-SW
076800         GO TO 3100-EXIT
076900     END-IF.
077000
077100     MOVE SPACES TO WS-FIELDS.
077200     MOVE ZERO TO WS-FLD-LEN(1) WS-FLD-LEN(2) WS-FLD-LEN(3)
077300                  WS-FLD-LEN(4) WS-FLD-LEN(5) WS-FLD-LEN(6).
077400     UNSTRING WS-ROW(1:WS-ROW-LEN)
077500         DELIMITED BY WS-DELIM
077600         INTO WS-FLD(1) COUNT IN WS-FLD-LEN(1)
077700              WS-FLD(2) COUNT IN WS-FLD-LEN(2)
077800              WS-FLD(3) COUNT IN WS-FLD-LEN(3)
077900              WS-FLD(4) COUNT IN WS-FLD-LEN(4)
078000              WS-FLD(5) COUNT IN WS-FLD-LEN(5)
078100              WS-FLD(6) COUNT IN WS-FLD-LEN(6)
078200     END-UNSTRING.
078300     PERFORM 3120-MEASURE-FIELD THRU 3120-EXIT
078400         VARYING WS-FX FROM 1 BY 1
078500         UNTIL WS-FX > WS-FIELD-TOTAL.
078600
078700     IF WS-FLD-LEN(1) = ZERO
078800         STRING WS-LO-NAME(1) DELIMITED BY SPACE
078900                " IS REQUIRED" DELIMITED BY SIZE
079000             INTO WS-REJECT-REASON
079100         END-STRING
079200         MOVE 1 TO WS-ROW-REJECTED-SW
079300         GO TO 3100-EXIT
079400     END-IF.
079500     PERFORM 3130-CHECK-WIDTH THRU 3130-EXIT
079600         VARYING WS-FX FROM 1 BY 1
079700         UNTIL WS-FX > WS-FIELD-TOTAL
079800         OR WS-ROW-REJECTED-SW = 1.
079900 3100-EXIT.
080000     EXIT.
080100
080200 3110-TRIM-ROW.
080300     SUBTRACT 1 FROM WS-ROW-LEN.
080400 3110-EXIT.
080500     EXIT.
080600
080700*    TRAILING SPACES IN A FIELD ARE NOT PART OF ITS LENGTH.
080800 3120-MEASURE-FIELD.
080900     IF WS-FLD-LEN(WS-FX) > 40
081000         GO TO 3120-EXIT
081100     END-IF.
081200     PERFORM 3125-TRIM-FIELD THRU 3125-EXIT
081300         UNTIL WS-FLD-LEN(WS-FX) = ZERO
081400         OR WS-FLD(WS-FX)(WS-FLD-LEN(WS-FX):1) NOT = SPACE.
081500 3120-EXIT.
081600     EXIT.
081700
081800 3125-TRIM-FIELD.
081900     SUBTRACT 1 FROM WS-FLD-LEN(WS-FX).
082000 3125-EXIT.
082100     EXIT.
082200
082300 3130-CHECK-WIDTH.
082400     IF WS-FLD-LEN(WS-FX) > WS-LO-WIDTH(WS-FX)
082500         MOVE WS-LO-WIDTH(WS-FX) TO WS-WIDTH-EDIT
082600         STRING WS-LO-NAME(WS-FX) DELIMITED BY SPACE
082700                " IS LONGER THAN " DELIMITED BY SIZE
082800                WS-WIDTH-EDIT DELIMITED BY SIZE
082900                " CHARACTERS" DELIMITED BY SIZE
083000             INTO WS-REJECT-REASON
083100         END-STRING
083200         MOVE 1 TO WS-ROW-REJECTED-SW
083300     END-IF.
083400 3130-EXIT.
083500     EXIT.
083600
083700******************************************************************
083800*    3210 / 3220 / 3230 -- THE ONLINE SCREEN'S OWN FIELD CHECKS,
083900*    WITH ITS OWN WORDING.
084000******************************************************************
084100*    XARG: THE RMID MUST BE NUMERIC -- THE PING CALL PASSES IT BY
084200*    VALUE TO THE SWITCH MODULE.
084300 3210-CHECK-XARESREG.
084400     MOVE 2 TO WS-FX.
084500     PERFORM 3250-RIGHT-JUSTIFY THRU 3250-EXIT.
084600     IF WS-FLD-LEN(2) = ZERO
084700     OR WS-NUM-TEXT IS NOT NUMERIC
084800         MOVE "RMID MUST BE NUMERIC" TO WS-REJECT-REASON
084900         MOVE 1 TO WS-ROW-REJECTED-SW
085000     END-IF.
085100 3210-EXIT.
085200     EXIT.
085300
085400*    ENQG: THE MAXIMUM HOLD MUST BE NUMERIC AND NON-ZERO.
085500 3220-CHECK-ENQREG.
085600     MOVE 5 TO WS-FX.
085700     PERFORM 3250-RIGHT-JUSTIFY THRU 3250-EXIT.
085800     IF WS-FLD-LEN(5) = ZERO
085900     OR WS-NUM-TEXT IS NOT NUMERIC
086000         MOVE "MAX HOLD MUST BE NUMERIC AND NON-ZERO"
086100             TO WS-REJECT-REASON
086200         MOVE 1 TO WS-ROW-REJECTED-SW
086300         GO TO 3220-EXIT
086400     END-IF.
086500     IF WS-NUM-VALUE = ZERO
086600         MOVE "MAX HOLD MUST BE NUMERIC AND NON-ZERO"
086700             TO WS-REJECT-REASON
086800         MOVE 1 TO WS-ROW-REJECTED-SW
086900     END-IF.
087000 3220-EXIT.
087100     EXIT.
087200
087300*    MSGT: ACTIVE MUST BE Y OR N -- ANYTHING ELSE WOULD SILENTLY
087400*    DROP THE TERMINAL OUT OF EVERY BROADCAST.
087500 3230-CHECK-MSGTERMS.
087600     IF WS-FLD(2) NOT = "Y" AND WS-FLD(2) NOT = "N"
087700         MOVE "ACTIVE MUST BE Y OR N" TO WS-REJECT-REASON
087800         MOVE 1 TO WS-ROW-REJECTED-SW
087900     END-IF.
088000 3230-EXIT.
088100     EXIT.
088200
088300*    FIELD WS-FX RIGHT-JUSTIFIED OVER ZEROS INTO WS-NUM-TEXT.
088400*    ITS WIDTH IS ALREADY CHECKED.
088500 3250-RIGHT-JUSTIFY.
088600     MOVE ZEROS TO WS-NUM-TEXT.
088700     IF WS-FLD-LEN(WS-FX) = ZERO
088800         GO TO 3250-EXIT
088900     END-IF.
089000     COMPUTE WS-NUM-POS = 10 - WS-FLD-LEN(WS-FX).
089100     MOVE WS-FLD(WS-FX)(1:WS-FLD-LEN(WS-FX))
089200         TO WS-NUM-TEXT(WS-NUM-POS:WS-FLD-LEN(WS-FX)).
089300 3250-EXIT.
089400     EXIT.
089500
089600******************************************************************
089700*    3300-CHECK-DUPLICATE -- ONE ROW PER KEY IN A DECK.
089800******************************************************************
089900 3300-CHECK-DUPLICATE.
090000     PERFORM 3310-SCAN-SEEN THRU 3310-EXIT
090100         VARYING WS-SX FROM 1 BY 1
090200         UNTIL WS-SX > WS-SEEN-COUNT
090300         OR WS-SEEN-KEY(WS-SX) = WS-FLD(1).
090400     IF WS-SX NOT > WS-SEEN-COUNT
090500         MOVE "KEY ALREADY LOADED FROM AN EARLIER ROW OF THE DECK"
090600             TO WS-REJECT-REASON
090700         MOVE 1 TO WS-ROW-REJECTED-SW
090800         GO TO 3300-EXIT
090900     END-IF.
091000     IF WS-SEEN-COUNT NOT < WS-SEEN-MAX
091100         MOVE "DECK HOLDS MORE THAN 5000 ENTRIES - SPLIT IT"
091200             TO WS-REJECT-REASON
091300         MOVE 1 TO WS-ROW-REJECTED-SW
091400         GO TO 3300-EXIT
091500     END-IF.
091600     ADD 1 TO WS-SEEN-COUNT.
091700     MOVE WS-FLD(1) TO WS-SEEN-KEY(WS-SEEN-COUNT).
091800 3300-EXIT.
091900     EXIT.
092000
092100 3310-SCAN-SEEN.
092200 3310-EXIT.
092300     EXIT.
092400
092500******************************************************************
092600*    3400-BUILD-ENTRY -- READ THE KEY.  FOUND: KEEP THE RECORD AS
092700*    IT STANDS IN WS-BEFORE-IMAGE AND LAY THE ROW'S FIELDS OVER
092800*    IT, AS THE SCREEN'S UPDATE DOES.  NOT FOUND: BUILD A NEW
092900*    RECORD.  THE RESULT IS LEFT IN THE FD RECORD AND IN
093000*    WS-AFTER-IMAGE.
093100******************************************************************
093200 3400-BUILD-ENTRY.
093300     MOVE 0 TO WS-FOUND-SW.
093400     MOVE SPACES TO WS-BEFORE-IMAGE.
093500     EVALUATE WS-REGISTRY
093600         WHEN "XARESREG"
093700             PERFORM 3410-BUILD-XARESREG THRU 3410-EXIT
093800         WHEN "ENQREG"
093900             PERFORM 3420-BUILD-ENQREG THRU 3420-EXIT
094000         WHEN "MSGTERMS"
094100             PERFORM 3430-BUILD-MSGTERMS THRU 3430-EXIT
094200     END-EVALUATE.
094300 3400-EXIT.
094400     EXIT.
094500
094600 3410-BUILD-XARESREG.
094700     MOVE WS-FLD(1) TO xaresreg-resource.
094800     READ XARESREG
094900         INVALID KEY
095000             CONTINUE
095100         NOT INVALID KEY
095200             MOVE 1 TO WS-FOUND-SW
095300             MOVE xaresreg-record TO WS-BEFORE-IMAGE
095400     END-READ.
095500     IF WS-FOUND-SW = 0
095600         IF NOT WS-XARESREG-NOT-FOUND
095700             MOVE "XARESREG READ FAILED" TO WS-REJECT-REASON
095800             MOVE 1 TO WS-ROW-REJECTED-SW
095900             GO TO 3410-EXIT
096000         END-IF
096100         MOVE SPACES TO xaresreg-record
096200         MOVE WS-FLD(1) TO xaresreg-resource
096300     END-IF.
096400     MOVE WS-NUM-VALUE TO xaresreg-rmid.
096500     MOVE WS-FLD(3) TO xaresreg-switch-module.
096600     MOVE WS-FLD(4) TO xaresreg-db-tech.
096700     MOVE WS-FLD(5) TO xaresreg-owner-team.
096800     MOVE WS-FLD(6) TO xaresreg-contact.
096900     MOVE xaresreg-record TO WS-AFTER-IMAGE.
097000 3410-EXIT.
097100     EXIT.
097200
097300 3420-BUILD-ENQREG.
097400     MOVE WS-FLD(1) TO enqreg-resource.
097500     READ ENQREG
097600         INVALID KEY
097700             CONTINUE
097800         NOT INVALID KEY
097900             MOVE 1 TO WS-FOUND-SW
098000             MOVE enqreg-record TO WS-BEFORE-IMAGE
098100     END-READ.
098200     IF WS-FOUND-SW = 0
098300         IF NOT WS-ENQREG-NOT-FOUND
098400             MOVE "ENQREG READ FAILED" TO WS-REJECT-REASON
098500             MOVE 1 TO WS-ROW-REJECTED-SW
098600             GO TO 3420-EXIT
098700         END-IF
098800         MOVE SPACES TO enqreg-record
098900         MOVE WS-FLD(1) TO enqreg-resource
099000     END-IF.
099100     MOVE WS-FLD(2) TO enqreg-owner-app.
099200     MOVE WS-FLD(3) TO enqreg-owner-team.
099300     MOVE WS-FLD(4) TO enqreg-contact.
099400     MOVE WS-NUM-VALUE TO enqreg-max-hold-secs.
099500     MOVE enqreg-record TO WS-AFTER-IMAGE.
099600 3420-EXIT.
099700     EXIT.
099800
099900 3430-BUILD-MSGTERMS.
100000     MOVE WS-FLD(1) TO msgterms-termid.
100100     READ MSGTERMS
100200         INVALID KEY
100300             CONTINUE
100400         NOT INVALID KEY
100500             MOVE 1 TO WS-FOUND-SW
100600             MOVE msgterms-record TO WS-BEFORE-IMAGE
100700     END-READ.
100800     IF WS-FOUND-SW = 0
100900         IF NOT WS-MSGTERMS-NOT-FOUND
101000             MOVE "MSGTERMS READ FAILED" TO WS-REJECT-REASON
101100             MOVE 1 TO WS-ROW-REJECTED-SW
101200             GO TO 3430-EXIT
101300         END-IF
101400         MOVE SPACES TO msgterms-record
101500         MOVE WS-FLD(1) TO msgterms-termid
101600     END-IF.
101700     MOVE WS-FLD(2) TO msgterms-active.
101800     MOVE WS-FLD(3) TO msgterms-group.
101900     MOVE msgterms-record TO WS-AFTER-IMAGE.
102000 3430-EXIT.
102100     EXIT.
102200
102300******************************************************************
102400*    3500-APPLY-ENTRY -- ADD OR CHANGE THE ENTRY (APPLY RUN), OR
102500*    JUST COUNT IT (DRY RUN), AND REPORT IT WITH ITS IMAGES.
102600******************************************************************
102700 3500-APPLY-ENTRY.
102800     IF WS-FOUND-SW = 1
102900         MOVE "UPDATE" TO WS-HIST-ACTION
103000     ELSE
103100         MOVE "ADD" TO WS-HIST-ACTION
103200     END-IF.
103300     IF WS-APPLY-RUN
103400         PERFORM 3600-WRITE-ENTRY THRU 3600-EXIT
103500         IF WS-ROW-REJECTED-SW = 1
103600             GO TO 3500-EXIT
103700         END-IF
103800     END-IF.
103900
104000     IF WS-FOUND-SW = 1
104100         ADD 1 TO WS-ROWS-CHANGED
104200         IF WS-APPLY-RUN
104300             MOVE "CHANGED" TO WS-RL-OUTCOME
104400         ELSE
104500             MOVE "WOULD CHANGE" TO WS-RL-OUTCOME
104600         END-IF
104700     ELSE
104800         ADD 1 TO WS-ROWS-ADDED
104900         IF WS-APPLY-RUN
105000             MOVE "ADDED" TO WS-RL-OUTCOME
105100         ELSE
105200             MOVE "WOULD ADD" TO WS-RL-OUTCOME
105300         END-IF
105400     END-IF.
105500     PERFORM 3800-WRITE-ROW-LINE THRU 3800-EXIT.
105600
105700     MOVE WS-REGISTRY TO WS-IMG-FILE.
105800     IF WS-FOUND-SW = 1
105900         MOVE "BEFORE" TO WS-IL-TAG
106000         MOVE WS-BEFORE-IMAGE TO WS-IMG-DATA
106100         PERFORM 3850-WRITE-IMAGE THRU 3850-EXIT
106200     END-IF.
106300     MOVE "AFTER" TO WS-IL-TAG.
106400     MOVE WS-AFTER-IMAGE TO WS-IMG-DATA.
106500     PERFORM 3850-WRITE-IMAGE THRU 3850-EXIT.
106600 3500-EXIT.
106700     EXIT.
106800
106900******************************************************************
107000*    3600-WRITE-ENTRY -- WRITE OR REWRITE THE FD RECORD BUILT BY
107100*    3400, THEN RECORD THE CHANGE IN XAREFAUD (ENQREG, MSGTERMS).
107200******************************************************************
107300 3600-WRITE-ENTRY.
107400     EVALUATE WS-REGISTRY
107500         WHEN "XARESREG"
107600             IF WS-FOUND-SW = 1
107700                 REWRITE xaresreg-record
107800             ELSE
107900                 WRITE xaresreg-record
108000             END-IF
108100             IF NOT WS-XARESREG-OK
108200                 MOVE "XARESREG WRITE FAILED" TO WS-REJECT-REASON
108300                 MOVE 1 TO WS-ROW-REJECTED-SW
108400             END-IF
108500         WHEN "ENQREG"
108600             IF WS-FOUND-SW = 1
108700                 REWRITE enqreg-record
108800             ELSE
108900                 WRITE enqreg-record
109000             END-IF
109100             IF NOT WS-ENQREG-OK
109200                 MOVE "ENQREG WRITE FAILED" TO WS-REJECT-REASON
109300                 MOVE 1 TO WS-ROW-REJECTED-SW
109400             END-IF
109500         WHEN "MSGTERMS"
109600             IF WS-FOUND-SW = 1
109700                 REWRITE msgterms-record
109800             ELSE
109900                 WRITE msgterms-record
110000             END-IF
110100             IF NOT WS-MSGTERMS-OK
110200                 MOVE "MSGTERMS WRITE FAILED" TO WS-REJECT-REASON
110300                 MOVE 1 TO WS-ROW-REJECTED-SW
110400             END-IF
110500     END-EVALUATE.
110600     IF WS-ROW-REJECTED-SW = 1 OR WS-AUD-OPEN-SW = 0
110700         GO TO 3600-EXIT
110800     END-IF.
110900     PERFORM 3700-WRITE-HISTORY THRU 3700-EXIT.
111000 3600-EXIT.
111100     EXIT.
111200
111300******************************************************************
111400*    3700-WRITE-HISTORY -- THE SAME XAREFAUD RECORD ENQG AND MSGT
111500*    WRITE, UNDER THE REQUESTER'S USERID.  A BATCH CHANGE HAS NO
111600*    TERMINAL OR TRANSACTION; THE DECK ROW NUMBER STANDS IN FOR
111700*    THE TASK NUMBER SO TWO CHANGES IN ONE SECOND STILL BOTH LAND.
111800*    THE CHANGE IS ALREADY MADE, SO A FAILED HISTORY WRITE IS
111900*    REPORTED, NOT UNDONE.
112000******************************************************************
112100 3700-WRITE-HISTORY.
112200     MOVE FUNCTION CURRENT-DATE TO WS-NOW-DATE-TIME.
112300     MOVE SPACES TO xarefaud-record.
112400     MOVE WS-REGISTRY TO xarefaud-file.
112500     MOVE WS-FLD(1) TO xarefaud-rec-key.
112600     MOVE WS-NOW-DATE TO xarefaud-date.
112700     MOVE WS-NOW-TIME TO xarefaud-time.
112800     MOVE WS-ROWS-READ TO xarefaud-taskno.
112900     MOVE WS-HIST-ACTION TO xarefaud-action.
113000     MOVE WS-REQUESTER TO xarefaud-userid.
113100     MOVE WS-BEFORE-IMAGE TO xarefaud-before-image.
113200     MOVE WS-AFTER-IMAGE TO xarefaud-after-image.
113300     WRITE xarefaud-record
113400         INVALID KEY
113500             CONTINUE
113600     END-WRITE.
113700     IF NOT WS-XAREFAUD-OK
113800         ADD 1 TO WS-HISTORY-FAILED
113900         MOVE "CHANGE APPLIED - CHANGE HISTORY NOT WRITTEN"
114000             TO WS-RL-REASON
114100         DISPLAY "XARGBULK: XAREFAUD WRITE FAILED, STATUS="
114200             WS-XAREFAUD-STATUS UPON CONS
114300     END-IF.
114400 3700-EXIT.
114500     EXIT.
114600
114700 3800-WRITE-ROW-LINE.
114800     MOVE WS-ROWS-READ TO WS-RL-ROW.
114900     MOVE WS-FLD(1) TO WS-RL-KEY.
115000     WRITE XRGBRPT-LINE FROM WS-ROW-LINE.
115100     MOVE SPACES TO WS-RL-REASON.
115200 3800-EXIT.
115300     EXIT.
115400
115500 3850-WRITE-IMAGE.
115600     PERFORM 9600-FORMAT-IMAGE THRU 9600-EXIT.
115700     PERFORM 3860-WRITE-IMAGE-LINE THRU 3860-EXIT
115800         VARYING WS-FMT-SUB FROM 1 BY 1
115900         UNTIL WS-FMT-SUB > WS-FMT-COUNT.
116000 3850-EXIT.
116100     EXIT.
116200
116300 3860-WRITE-IMAGE-LINE.
116400     MOVE WS-FMT-LINE(WS-FMT-SUB) TO WS-IL-TEXT.
116500     WRITE XRGBRPT-LINE FROM WS-IMAGE-LINE.
116600     MOVE SPACES TO WS-IL-TAG.
116700 3860-EXIT.
116800     EXIT.
116900
117000 3900-READ-DECK.
117100     READ XRGBDECK
117200         AT END
117300             MOVE "Y" TO WS-INPUT-EOF-SWITCH
117400     END-READ.
117500 3900-EXIT.
117600     EXIT.
117700
117800******************************************************************
117900*    5000-EXTRACT-ENTRY -- ONE REGISTRY ENTRY OUT AS A DECK ROW.
118000*    A FIELD HOLDING THE DELIMITER WOULD NOT RELOAD; IT IS
118100*    WRITTEN ANYWAY AND REPORTED, SO THE RUN CAN BE REPEATED WITH
118200*    ANOTHER DELIMITER.
118300******************************************************************
118400 5000-EXTRACT-ENTRY.
118500     MOVE SPACES TO WS-FIELDS.
118600     EVALUATE WS-REGISTRY
118700         WHEN "XARESREG"
118800             MOVE xaresreg-resource TO WS-FLD(1)
118900             MOVE xaresreg-rmid TO WS-RMID-DISP
119000             MOVE WS-RMID-DISP TO WS-FLD(2)
119100             MOVE xaresreg-switch-module TO WS-FLD(3)
119200             MOVE xaresreg-db-tech TO WS-FLD(4)
119300             MOVE xaresreg-owner-team TO WS-FLD(5)
119400             MOVE xaresreg-contact TO WS-FLD(6)
119500         WHEN "ENQREG"
119600             MOVE enqreg-resource TO WS-FLD(1)
119700             MOVE enqreg-owner-app TO WS-FLD(2)
119800             MOVE enqreg-owner-team TO WS-FLD(3)
119900             MOVE enqreg-contact TO WS-FLD(4)
120000             MOVE enqreg-max-hold-secs TO WS-FLD(5)
120100         WHEN "MSGTERMS"
120200             MOVE msgterms-termid TO WS-FLD(1)
120300             MOVE msgterms-active TO WS-FLD(2)
120400             MOVE msgterms-group TO WS-FLD(3)
120500     END-EVALUATE.
120600     PERFORM 5100-BUILD-OUT-ROW THRU 5100-EXIT.
120700     WRITE XRGBOUT-ROW FROM WS-OUT-ROW.
120800     ADD 1 TO WS-ROWS-EXTRACTED.
120900     IF WS-DELIM-COUNT > ZERO
121000         ADD 1 TO WS-EXTRACT-WARNINGS
121100         MOVE WS-ROWS-EXTRACTED TO WS-RL-ROW
121200         MOVE WS-FLD(1) TO WS-RL-KEY
121300         MOVE "WARNING" TO WS-RL-OUTCOME
121400         MOVE "A FIELD HOLDS THE DELIMITER - ROW WILL NOT RELOAD"
121500             TO WS-RL-REASON
121600         WRITE XRGBRPT-LINE FROM WS-ROW-LINE
121700         MOVE SPACES TO WS-RL-REASON
121800     END-IF.
121900     PERFORM 5900-READ-REGISTRY THRU 5900-EXIT.
122000 5000-EXIT.
122100     EXIT.
122200
122300******************************************************************
122400*    5100-BUILD-OUT-ROW -- JOIN WS-FLD(1) THRU WS-FLD(FIELD-TOTAL)
122500*    WITH THE DELIMITER, TRAILING SPACES DROPPED, INTO WS-OUT-ROW
122600*    FROM POSITION WS-OUT-PTR (1, OR 2 AFTER A LEADING "*").
122700*    WS-DELIM-COUNT COUNTS DELIMITERS FOUND INSIDE THE FIELDS.
122800******************************************************************
122900 5100-BUILD-OUT-ROW.
123000     IF WS-OUT-PTR NOT = 2
123100         MOVE SPACES TO WS-OUT-ROW
123200         MOVE 1 TO WS-OUT-PTR
123300     END-IF.
123400     MOVE ZERO TO WS-DELIM-COUNT.
123500     PERFORM 5110-APPEND-FIELD THRU 5110-EXIT
123600         VARYING WS-FX FROM 1 BY 1
123700         UNTIL WS-FX > WS-FIELD-TOTAL.
123800     MOVE 1 TO WS-OUT-PTR.
123900 5100-EXIT.
124000     EXIT.
124100
124200 5110-APPEND-FIELD.
124300     IF WS-FX > 1
124400         STRING WS-DELIM DELIMITED BY SIZE
124500             INTO WS-OUT-ROW WITH POINTER WS-OUT-PTR
124600         END-STRING
124700     END-IF.
124800     INSPECT WS-FLD(WS-FX)
124900         TALLYING WS-DELIM-COUNT FOR ALL WS-DELIM.
125000     MOVE 40 TO WS-FLD-LEN(WS-FX).
125100     PERFORM 3125-TRIM-FIELD THRU 3125-EXIT
125200         UNTIL WS-FLD-LEN(WS-FX) = ZERO
125300         OR WS-FLD(WS-FX)(WS-FLD-LEN(WS-FX):1) NOT = SPACE.
125400     IF WS-FLD-LEN(WS-FX) > ZERO
125500         STRING WS-FLD(WS-FX)(1:WS-FLD-LEN(WS-FX))
125600                 DELIMITED BY SIZE
125700             INTO WS-OUT-ROW WITH POINTER WS-OUT-PTR
125800         END-STRING
125900     END-IF.
126000 5110-EXIT.
126100     EXIT.
126200
126300******************************************************************
126400*    5300-WRITE-HEADER-ROW -- "*" PLUS THE COLUMN NAMES, SO THE
126500*    SPREADSHEET HAS HEADINGS AND A RELOAD SKIPS THE ROW.
126600******************************************************************
126700 5300-WRITE-HEADER-ROW.
126800     MOVE SPACES TO WS-FIELDS.
126900     PERFORM 5310-MOVE-NAME THRU 5310-EXIT
127000         VARYING WS-FX FROM 1 BY 1
127100         UNTIL WS-FX > WS-FIELD-TOTAL.
127200     MOVE SPACES TO WS-OUT-ROW.
127300     MOVE "*" TO WS-OUT-ROW(1:1).
127400     MOVE 2 TO WS-OUT-PTR.
127500     PERFORM 5100-BUILD-OUT-ROW THRU 5100-EXIT.
127600     WRITE XRGBOUT-ROW FROM WS-OUT-ROW.
127700 5300-EXIT.
127800     EXIT.
127900
128000 5310-MOVE-NAME.
128100     MOVE WS-LO-NAME(WS-FX) TO WS-FLD(WS-FX).
128200 5310-EXIT.
128300     EXIT.
128400
128500 5900-READ-REGISTRY.
128600     EVALUATE WS-REGISTRY
128700         WHEN "XARESREG"
128800             READ XARESREG NEXT RECORD
128900                 AT END
129000                     MOVE "Y" TO WS-INPUT-EOF-SWITCH
129100             END-READ
129200         WHEN "ENQREG"
129300             READ ENQREG NEXT RECORD
129400                 AT END
129500                     MOVE "Y" TO WS-INPUT-EOF-SWITCH
129600             END-READ
129700         WHEN "MSGTERMS"
129800             READ MSGTERMS NEXT RECORD
129900                 AT END
130000                     MOVE "Y" TO WS-INPUT-EOF-SWITCH
130100             END-READ
130200     END-EVALUATE.
130300 5900-EXIT.
130400     EXIT.
130500
130600******************************************************************
130700*    9000-TERMINATE -- WRITE THE SUMMARY LINES AND CLOSE UP.
130800******************************************************************
130900 9000-TERMINATE.
131000     IF WS-RUN-OK-SW = 0
131100         GO TO 9000-CLOSE
131200     END-IF.
131300     WRITE XRGBRPT-LINE FROM WS-BLANK-LINE.
131400     IF WS-EXTRACT-RUN
131500         MOVE "ENTRIES EXTRACTED" TO WS-SL-LABEL
131600         MOVE WS-ROWS-EXTRACTED TO WS-SL-COUNT
131700         WRITE XRGBRPT-LINE FROM WS-SUMMARY-LINE
131800         MOVE "ROWS THAT WILL NOT RELOAD" TO WS-SL-LABEL
131900         MOVE WS-EXTRACT-WARNINGS TO WS-SL-COUNT
132000         WRITE XRGBRPT-LINE FROM WS-SUMMARY-LINE
132100         GO TO 9000-CLOSE
132200     END-IF.
132300     MOVE "DECK ROWS READ" TO WS-SL-LABEL.
132400     MOVE WS-ROWS-READ TO WS-SL-COUNT.
132500     WRITE XRGBRPT-LINE FROM WS-SUMMARY-LINE.
132600     IF WS-APPLY-RUN
132700         MOVE "ENTRIES ADDED" TO WS-SL-LABEL
132800     ELSE
132900         MOVE "ENTRIES THAT WOULD BE ADDED" TO WS-SL-LABEL
133000     END-IF.
133100     MOVE WS-ROWS-ADDED TO WS-SL-COUNT.
133200     WRITE XRGBRPT-LINE FROM WS-SUMMARY-LINE.
133300     IF WS-APPLY-RUN
133400         MOVE "ENTRIES CHANGED" TO WS-SL-LABEL
133500     ELSE
133600         MOVE "ENTRIES THAT WOULD CHANGE" TO WS-SL-LABEL
133700     END-IF.
133800     MOVE WS-ROWS-CHANGED TO WS-SL-COUNT.
133900     WRITE XRGBRPT-LINE FROM WS-SUMMARY-LINE.
134000     MOVE "ENTRIES ALREADY AS LOADED" TO WS-SL-LABEL.
134100     MOVE WS-ROWS-UNCHANGED TO WS-SL-COUNT.
134200     WRITE XRGBRPT-LINE FROM WS-SUMMARY-LINE.
134300     MOVE "ROWS REJECTED" TO WS-SL-LABEL.
134400     MOVE WS-ROWS-REJECTED TO WS-SL-COUNT.
134500     WRITE XRGBRPT-LINE FROM WS-SUMMARY-LINE.
134600     IF WS-HISTORY-FAILED > ZERO
134700         MOVE "CHANGE HISTORY NOT WRITTEN" TO WS-SL-LABEL
134800         MOVE WS-HISTORY-FAILED TO WS-SL-COUNT
134900         WRITE XRGBRPT-LINE FROM WS-SUMMARY-LINE
135000     END-IF.
135100     IF NOT WS-APPLY-RUN
135200         WRITE XRGBRPT-LINE FROM WS-BLANK-LINE
135300         MOVE "DRY RUN -- THE REGISTRY WAS NOT UPDATED"
135400             TO XRGBRPT-LINE
135500         WRITE XRGBRPT-LINE
135600     END-IF.
135700 9000-CLOSE.
135800     IF WS-REG-OPEN-SW = 1
135900         EVALUATE WS-REGISTRY
136000             WHEN "XARESREG"
136100                 CLOSE XARESREG
136200             WHEN "ENQREG"
136300                 CLOSE ENQREG
136400             WHEN "MSGTERMS"
136500                 CLOSE MSGTERMS
136600         END-EVALUATE
136700     END-IF.
136800     IF WS-AUD-OPEN-SW = 1
136900         CLOSE XAREFAUD
137000     END-IF.
137100     IF WS-DECK-OPEN-SW = 1
137200         CLOSE XRGBDECK
137300     END-IF.
137400     IF WS-OUT-OPEN-SW = 1
137500         CLOSE XRGBOUT
137600     END-IF.
137700     CLOSE XRGBRPT.
137800 9000-EXIT.
137900     EXIT.
138000
138100******************************************************************
138200*    REFERENCE-DATA IMAGE FORMATTING (9600-FORMAT-IMAGE) -- SEE
138300*    XA/XAREFFMT.CPY.
138400******************************************************************
138500     copy xareffmt.
138600
138700******************************************************************
138800*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
138900*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
139000******************************************************************
139100     copy xarunctl.
