000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    XACFGEXP.
000300 AUTHOR.        XA SUPPORT TEAM.
000400 INSTALLATION.  ENTERPRISE SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  MODIFICATION HISTORY
000900*  ----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  10/15/2026 XST   NEW PROGRAM.  EXPORT OF A SELECTED SET OF
001200*                   REFERENCE RECORDS TO A PORTABLE CONFIGURATION
001300*                   PACKAGE FOR PROMOTION BETWEEN ENVIRONMENTS.
001400******************************************************************
001500*  EVERY PROMOTION USED TO MEAN RE-KEYING THE SAME REFERENCE DATA
001600*  BY HAND IN THE TARGET REGION.  XACFGEXP PICKS THE RECORDS OUT
001700*  OF THE SOURCE ENVIRONMENT'S FILES BY SELECTION CARD AND WRITES
001800*  THEM, EACH TAGGED WITH ITS FILE AND KEY, TO ONE XACFGPKG
001900*  PACKAGE DATASET (XA/XACFGPKG.CPY) FOR XACFGIMP TO COMPARE AND
002000*  APPLY ON THE TARGET:
002100*
002200*    RESOURCE NAME   THE XARESREG ENTRY, THE ENQREG ENTRY AND THE
002300*                    XASWAPPR APPROVAL CARD OF THAT NAME.
002400*    TEAM NAME       EVERY XARESREG AND ENQREG ENTRY THAT TEAM
002500*                    OWNS, AND THE XASWAPPR CARDS OF THOSE
002600*                    XARESREG RESOURCES.
002700*    TEMPLATE RANGE  THE MSGLIB TEMPLATES NUMBERED IN THE RANGE,
002800*                    AND EVERY MSGSCHED ENTRY THAT SENDS ONE.
002900*    SCHEDULE RANGE  THE MSGSCHED ENTRIES NUMBERED IN THE RANGE.
003000*
003100*  A RECORD PICKED BY MORE THAN ONE CARD IS EXPORTED ONCE, AND
003200*  ONLY THE FIRST XASWAPPR CARD FOR A RESOURCE (THE ONE XASWGATE
003300*  HONOURS) IS SENT.  THE SOURCE FILES ARE ONLY READ.
003400*
003500*  RC 0 = CLEAN.  RC 4 = A SELECTION CARD PICKED NOTHING, OR A
003600*  FILE DID NOT EXIST.  RC 8 = A CARD WAS INVALID OR THE PACKAGE
003700*  COULD NOT BE WRITTEN -- NO USABLE PACKAGE WAS PRODUCED.
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.   IBM-370.
004200 OBJECT-COMPUTER.   IBM-370.
004300 SPECIAL-NAMES.
004400     CONSOLE IS CONS.
004500
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     copy xaresregsel.
004900
005000     copy enqregsel.
005100
005200     copy msglibsel.
005300
005400     copy msgschedsel.
005500
005600     SELECT XASWAPPR ASSIGN TO "XASWAPPR"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-XASWAPPR-STATUS.
005900
006000     copy xacfgpkgsel.
006100
006200     SELECT XCFXPRM ASSIGN TO "XCFXPRM"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-XCFXPRM-STATUS.
006500
006600     SELECT XCFXRPT ASSIGN TO "XCFXRPT"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-XCFXRPT-STATUS.
006900
007000     copy xarunlgsel.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400     copy xaresreg.
007500
007600     copy enqreg.
007700
007800     copy msglib.
007900
008000     copy msgsched.
008100
008200*****************************************************************
008300*    XASWAPPR -- APPROVED SWITCH LEVEL CARDS, LAID OUT AS XASWGATE
008400*    READS THEM.
008500*****************************************************************
008600 FD  XASWAPPR
008700     LABEL RECORDS ARE STANDARD
008800     RECORDING MODE IS F.
008900
009000 01  XASWAPPR-LINE.
009100     05  XASWAPPR-RESOURCE           PIC X(08).
009200     05  FILLER                      PIC X(02).
009300     05  XASWAPPR-MODULE             PIC X(32).
009400     05  FILLER                      PIC X(02).
009500     05  XASWAPPR-VERSION            PIC 9(05).
009600     05  FILLER                      PIC X(31).
009700
009800     copy xacfgpkg.
009900
010000*****************************************************************
010100*    XCFXPRM -- CONTROL CARDS.  "*" IN COLUMN 1 IS A COMMENT.
010200*****************************************************************
010300 FD  XCFXPRM
010400     LABEL RECORDS ARE STANDARD
010500     RECORDING MODE IS F.
010600
010700 01  XCFXPRM-CARD.
010800     05  XCFXPRM-KEYWORD             PIC X(08).
010900         88  XCFXPRM-IS-PACKAGE         VALUE "PACKAGE".
011000         88  XCFXPRM-IS-RESOURCE        VALUE "RESOURCE".
011100         88  XCFXPRM-IS-TEAM            VALUE "TEAM".
011200         88  XCFXPRM-IS-TEMPLATE        VALUE "TEMPLATE".
011300         88  XCFXPRM-IS-SCHEDULE        VALUE "SCHEDULE".
011400     05  FILLER                      PIC X(01).
011500     05  XCFXPRM-VALUE               PIC X(16).
011600     05  XCFXPRM-RANGE REDEFINES XCFXPRM-VALUE.
011700         10  XCFXPRM-FROM            PIC X(04).
011800         10  FILLER                  PIC X(01).
011900         10  XCFXPRM-TO              PIC X(04).
012000         10  FILLER                  PIC X(07).
012100     05  FILLER                      PIC X(01).
012200     05  XCFXPRM-USERID              PIC X(08).
012300     05  FILLER                      PIC X(46).
012400
012500 FD  XCFXRPT
012600     LABEL RECORDS ARE STANDARD
012700     RECORDING MODE IS F.
012800
012900 01  XCFXRPT-LINE                    PIC X(132).
013000
013100     copy xarunlg.
013200
013300 WORKING-STORAGE SECTION.
013400     copy xarunws.
013500
013600******************************************************************
013700*    FILE STATUS AND CONTROL SWITCHES
013800******************************************************************
013900 77  WS-XARESREG-STATUS              PIC X(02) VALUE SPACES.
014000     88  WS-XARESREG-OK                 VALUE "00".
014100     88  WS-XARESREG-NOT-FOUND          VALUE "35" "23".
014200
014300 77  WS-ENQREG-STATUS                PIC X(02) VALUE SPACES.
014400     88  WS-ENQREG-OK                   VALUE "00".
014500     88  WS-ENQREG-NOT-FOUND            VALUE "35" "23".
014600
014700 77  WS-MSGLIB-STATUS                PIC X(02) VALUE SPACES.
014800     88  WS-MSGLIB-OK                   VALUE "00".
014900     88  WS-MSGLIB-NOT-FOUND            VALUE "35" "23".
015000
015100 77  WS-MSGSCHED-STATUS              PIC X(02) VALUE SPACES.
015200     88  WS-MSGSCHED-OK                 VALUE "00".
015300     88  WS-MSGSCHED-NOT-FOUND          VALUE "35" "23".
015400
015500 77  WS-XASWAPPR-STATUS              PIC X(02) VALUE SPACES.
015600     88  WS-XASWAPPR-OK                 VALUE "00".
015700     88  WS-XASWAPPR-NOT-FOUND          VALUE "35" "23".
015800
015900 77  WS-XACFGPKG-STATUS              PIC X(02) VALUE SPACES.
016000     88  WS-XACFGPKG-OK                 VALUE "00".
016100
016200 77  WS-XCFXPRM-STATUS               PIC X(02) VALUE SPACES.
016300     88  WS-XCFXPRM-OK                  VALUE "00".
016400
016500 77  WS-XCFXRPT-STATUS               PIC X(02) VALUE SPACES.
016600     88  WS-XCFXRPT-OK                  VALUE "00".
016700
016800 77  WS-RUN-OK-SW                    PIC 9(01) VALUE 0.
016900 77  WS-PKG-OPEN-SW                  PIC 9(01) VALUE 0.
017000 77  WS-PICK-SW                      PIC 9(01) VALUE 0.
017100 77  WS-MISSING-FILES                PIC 9(01) VALUE 0.
017200
017300 77  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
017400     88  WS-END-OF-FILE                 VALUE "Y".
017500
017600******************************************************************
017700*    COUNTERS AND SUBSCRIPTS
017800******************************************************************
017900 77  WS-CARD-COUNT                   PIC 9(07) COMP VALUE ZERO.
018000 77  WS-EXPORT-COUNT                 PIC 9(07) COMP VALUE ZERO.
018100 77  WS-EMPTY-CARDS                  PIC 9(07) COMP VALUE ZERO.
018200 77  WS-SEL-COUNT                    PIC S9(04) COMP VALUE ZERO.
018300 77  WS-SEL-MAX                      PIC S9(04) COMP VALUE 50.
018400 77  WS-SX                           PIC S9(04) COMP VALUE ZERO.
018500 77  WS-RES-COUNT                    PIC S9(04) COMP VALUE ZERO.
018600 77  WS-RES-MAX                      PIC S9(04) COMP VALUE 500.
018700 77  WS-RX                           PIC S9(04) COMP VALUE ZERO.
018800 77  WS-FX                           PIC S9(04) COMP VALUE ZERO.
018900 77  WS-APR-COUNT                    PIC S9(04) COMP VALUE ZERO.
019000 77  WS-APR-MAX                      PIC S9(04) COMP VALUE 256.
019100 77  WS-AX                           PIC S9(04) COMP VALUE ZERO.
019200 77  WS-DUP-COUNT                    PIC 9(07) COMP VALUE ZERO.
019300
019400******************************************************************
019500*    RUN PARAMETERS, FROM THE CONTROL CARDS
019600******************************************************************
019700 01  WS-CONTROL-CARD                 PIC X(80) VALUE SPACES.
019800 01  WS-PACKAGE-NAME                 PIC X(16) VALUE SPACES.
019900 01  WS-REQUESTER                    PIC X(08) VALUE SPACES.
020000
020100 01  WS-TODAY-DATE-TIME.
020200     05  WS-TODAY-DATE               PIC X(08).
020300     05  WS-TODAY-TIME               PIC X(06).
020400     05  FILLER                      PIC X(07).
020500
020600*    THE SELECTION CARDS.  A RANGE CARD KEEPS ITS BOUNDS IN
020700*    WS-SEL-FROM/WS-SEL-TO; A NAME CARD ITS NAME IN WS-SEL-VALUE.
020800 01  WS-SEL-TABLE.
020900     05  WS-SEL-ENTRY                OCCURS 50 TIMES.
021000         10  WS-SEL-KEYWORD          PIC X(08).
021100         10  WS-SEL-VALUE            PIC X(16).
021200         10  WS-SEL-FROM             PIC 9(04).
021300         10  WS-SEL-TO               PIC 9(04).
021400         10  WS-SEL-HITS             PIC 9(07) COMP.
021500
021600*    XARESREG RESOURCES EXPORTED THIS RUN -- THEIR XASWAPPR CARDS
021700*    TRAVEL WITH THEM.
021800 01  WS-RES-TABLE.
021900     05  WS-RES-NAME                 PIC X(08) OCCURS 500 TIMES.
022000
022100*    XASWAPPR RESOURCES ALREADY EXPORTED.  XASWGATE HONOURS ONLY
022200*    THE FIRST CARD FOR A RESOURCE, SO ONLY THE FIRST IS SENT.
022300 01  WS-APR-TABLE.
022400     05  WS-APR-NAME                 PIC X(08) OCCURS 256 TIMES.
022500
022600 01  WS-RANGE-TEXT                   PIC X(04).
022700 01  WS-RANGE-NUM REDEFINES WS-RANGE-TEXT
022800                                     PIC 9(04).
022900 01  WS-TEST-NUMBER                  PIC 9(04).
023000 01  WS-TEST-NAME                    PIC X(16).
023100 01  WS-TEST-TEAM                    PIC X(16).
023200
023300 01  WS-FILE-NAME-VALUES.
023400     05  FILLER                      PIC X(08) VALUE "XARESREG".
023500     05  FILLER                      PIC X(08) VALUE "ENQREG".
023600     05  FILLER                      PIC X(08) VALUE "MSGLIB".
023700     05  FILLER                      PIC X(08) VALUE "MSGSCHED".
023800     05  FILLER                      PIC X(08) VALUE "XASWAPPR".
023900 01  WS-FILE-NAMES REDEFINES WS-FILE-NAME-VALUES.
024000     05  WS-FN-NAME                  PIC X(08) OCCURS 5 TIMES.
024100 01  WS-FILE-COUNTS.
024200     05  WS-FC-EXPORTED              PIC 9(07) COMP
024300                                     OCCURS 5 TIMES.
024400
024500******************************************************************
024600*    REPORT LINE LAYOUTS
024700******************************************************************
024800 01  WS-REPORT-HEADING-1.
024900     05  FILLER                      PIC X(52) VALUE
025000         "XACFGEXP -- CONFIGURATION PACKAGE EXPORT, RUN       ".
025100     05  WS-RH1-DATE                 PIC X(08).
025200     05  FILLER                      PIC X(01) VALUE SPACES.
025300     05  WS-RH1-TIME                 PIC X(06).
025400     05  FILLER                      PIC X(65) VALUE SPACES.
025500
025600 01  WS-CARD-LINE.
025700     05  FILLER                      PIC X(08) VALUE "CARD    ".
025800     05  WS-CD-CARD                  PIC X(40).
025900     05  FILLER                      PIC X(02) VALUE SPACES.
026000     05  WS-CD-NOTE                  PIC X(60).
026100     05  FILLER                      PIC X(22) VALUE SPACES.
026200
026300 01  WS-RECORD-LINE.
026400     05  FILLER                      PIC X(10) VALUE "EXPORTED  ".
026500     05  WS-RL-FILE                  PIC X(08).
026600     05  FILLER                      PIC X(02) VALUE SPACES.
026700     05  WS-RL-KEY                   PIC X(10).
026800     05  FILLER                      PIC X(102) VALUE SPACES.
026900
027000 01  WS-DUP-LINE.
027100     05  FILLER                      PIC X(10) VALUE "SKIPPED   ".
027200     05  FILLER                      PIC X(08) VALUE "XASWAPPR".
027300     05  FILLER                      PIC X(02) VALUE SPACES.
027400     05  WS-DL-KEY                   PIC X(10).
027500     05  FILLER                      PIC X(51) VALUE
027600         "LATER CARD FOR THE SAME RESOURCE - XASWGATE IGNORES".
027700     05  FILLER                      PIC X(51) VALUE SPACES.
027800
027900 01  WS-ABSENT-LINE.
028000     05  FILLER                      PIC X(10) VALUE "NO FILE   ".
028100     05  WS-AL-FILE                  PIC X(08).
028200     05  FILLER                      PIC X(40) VALUE
028300         "  FILE NOT PRESENT - NOTHING EXPORTED".
028400     05  FILLER                      PIC X(74) VALUE SPACES.
028500
028600 01  WS-HITS-LINE.
028700     05  WS-HL-KEYWORD               PIC X(09).
028800     05  WS-HL-VALUE                 PIC X(16).
028900     05  FILLER                      PIC X(05) VALUE SPACES.
029000     05  WS-HL-HITS                  PIC Z(08)9.
029100     05  FILLER                      PIC X(02) VALUE SPACES.
029200     05  WS-HL-NOTE                  PIC X(30).
029300     05  FILLER                      PIC X(61) VALUE SPACES.
029400
029500 01  WS-ERROR-LINE.
029600     05  FILLER                      PIC X(20) VALUE
029700         "*** CARD REJECTED:  ".
029800     05  WS-EL-CARD                  PIC X(30).
029900     05  FILLER                      PIC X(02) VALUE SPACES.
030000     05  WS-EL-REASON                PIC X(60).
030100     05  FILLER                      PIC X(20) VALUE SPACES.
030200
030300 01  WS-SUMMARY-LINE.
030400     05  WS-SL-LABEL                 PIC X(30).
030500     05  WS-SL-COUNT                 PIC Z(08)9.
030600     05  FILLER                      PIC X(93) VALUE SPACES.
030700
030800 01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.
030900
031000 PROCEDURE DIVISION.
031100******************************************************************
031200 0000-MAINLINE.
031300******************************************************************
031400     MOVE "XACFGEXP" TO WS-RUNCTL-JOB.
031500     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
031600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031700     IF WS-RUN-OK-SW = 1
031800         PERFORM 2000-EXPORT-XARESREG THRU 2000-EXIT
031900         PERFORM 2200-EXPORT-ENQREG THRU 2200-EXIT
032000         PERFORM 2400-EXPORT-MSGLIB THRU 2400-EXIT
032100         PERFORM 2600-EXPORT-MSGSCHED THRU 2600-EXIT
032200         PERFORM 2800-EXPORT-XASWAPPR THRU 2800-EXIT
032300     END-IF.
032400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
032500     IF WS-RUN-OK-SW = 0
032600         MOVE 8 TO RETURN-CODE
032700     ELSE
032800         IF WS-EMPTY-CARDS > ZERO
032900         OR WS-MISSING-FILES = 1
033000             MOVE 4 TO RETURN-CODE
033100         END-IF
033200     END-IF.
033300     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
033400     GOBACK.
033500
033600******************************************************************
033700*    1000-INITIALIZE -- OPEN THE REPORT, READ AND CHECK EVERY
033800*    CONTROL CARD, THEN OPEN THE PACKAGE AND WRITE ITS HEADER.
033900*    WS-RUN-OK-SW STAYS 0 IF ANY OF IT FAILS.
034000******************************************************************
034100 1000-INITIALIZE.
034200     MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE-TIME.
034300
034400     OPEN OUTPUT XCFXRPT.
034500     IF NOT WS-XCFXRPT-OK
034600         DISPLAY "XACFGEXP: UNABLE TO OPEN XCFXRPT, STATUS="
034700             WS-XCFXRPT-STATUS UPON CONS
034800     END-IF.
034900     MOVE WS-TODAY-DATE TO WS-RH1-DATE.
035000     MOVE WS-TODAY-TIME TO WS-RH1-TIME.
035100     WRITE XCFXRPT-LINE FROM WS-REPORT-HEADING-1.
035200     WRITE XCFXRPT-LINE FROM WS-BLANK-LINE.
035300
035400     MOVE SPACES TO WS-EL-REASON.
035500     OPEN INPUT XCFXPRM.
035600     IF NOT WS-XCFXPRM-OK
035700         MOVE "XCFXPRM CONTROL CARD FILE COULD NOT BE OPENED"
035800             TO WS-EL-REASON
035900         PERFORM 1900-REJECT-CARD THRU 1900-EXIT
036000         GO TO 1000-EXIT
036100     END-IF.
036200     MOVE "N" TO WS-EOF-SWITCH.
036300     PERFORM 1100-READ-CARD THRU 1100-EXIT
036400         UNTIL WS-END-OF-FILE
036500         OR WS-EL-REASON NOT = SPACES.
036600     CLOSE XCFXPRM.
036700     IF WS-EL-REASON NOT = SPACES
036800         PERFORM 1900-REJECT-CARD THRU 1900-EXIT
036900         GO TO 1000-EXIT
037000     END-IF.
037100
037200     MOVE SPACES TO WS-CONTROL-CARD.
037300     IF WS-PACKAGE-NAME = SPACES
037400         MOVE "A PACKAGE CARD NAMING THE PACKAGE IS REQUIRED"
037500             TO WS-EL-REASON
037600         PERFORM 1900-REJECT-CARD THRU 1900-EXIT
037700         GO TO 1000-EXIT
037800     END-IF.
037900     IF WS-SEL-COUNT = ZERO
038000         MOVE "AT LEAST ONE SELECTION CARD IS REQUIRED"
038100             TO WS-EL-REASON
038200         PERFORM 1900-REJECT-CARD THRU 1900-EXIT
038300         GO TO 1000-EXIT
038400     END-IF.
038500
038600     OPEN OUTPUT XACFGPKG.
038700     IF NOT WS-XACFGPKG-OK
038800         MOVE "XACFGPKG PACKAGE DATASET COULD NOT BE OPENED"
038900             TO WS-EL-REASON
039000         PERFORM 1900-REJECT-CARD THRU 1900-EXIT
039100         GO TO 1000-EXIT
039200     END-IF.
039300     MOVE 1 TO WS-PKG-OPEN-SW.
039400     MOVE SPACES TO XACFGPKG-HEADER.
039500     MOVE "H" TO XACFGPKG-TYPE.
039600     MOVE WS-PACKAGE-NAME TO XACFGPKG-PACKAGE.
039700     MOVE "E" TO XACFGPKG-KIND.
039800     MOVE WS-TODAY-DATE TO XACFGPKG-CREATED-DATE.
039900     MOVE WS-TODAY-TIME TO XACFGPKG-CREATED-TIME.
040000     MOVE WS-REQUESTER TO XACFGPKG-CREATED-BY.
040100     WRITE XACFGPKG-HEADER.
040200     IF NOT WS-XACFGPKG-OK
040300         MOVE "XACFGPKG PACKAGE HEADER COULD NOT BE WRITTEN"
040400             TO WS-EL-REASON
040500         PERFORM 1900-REJECT-CARD THRU 1900-EXIT
040600         GO TO 1000-EXIT
040700     END-IF.
040800
040900     MOVE ZERO TO WS-FILE-COUNTS.
041000     WRITE XCFXRPT-LINE FROM WS-BLANK-LINE.
041100     MOVE 1 TO WS-RUN-OK-SW.
041200 1000-EXIT.
041300     EXIT.
041400
041500******************************************************************
041600*    1100-READ-CARD -- ONE XCFXPRM CARD, CHECKED, LISTED AND KEPT.
041700*    A PROBLEM LEAVES ITS REASON IN WS-EL-REASON.
041800******************************************************************
041900 1100-READ-CARD.
042000     READ XCFXPRM
042100         AT END
042200             MOVE "Y" TO WS-EOF-SWITCH
042300             GO TO 1100-EXIT
042400     END-READ.
042500     IF XCFXPRM-CARD(1:1) = "*"
042600     OR XCFXPRM-CARD = SPACES
042700         GO TO 1100-EXIT
042800     END-IF.
042900     MOVE XCFXPRM-CARD TO WS-CONTROL-CARD.
043000     ADD 1 TO WS-CARD-COUNT.
043100     MOVE XCFXPRM-CARD(1:40) TO WS-CD-CARD.
043200     MOVE SPACES TO WS-CD-NOTE.
043300     WRITE XCFXRPT-LINE FROM WS-CARD-LINE.
043400
043500     IF XCFXPRM-IS-PACKAGE
043600         IF WS-PACKAGE-NAME NOT = SPACES
043700             MOVE "ONLY ONE PACKAGE CARD IS ALLOWED"
043800                 TO WS-EL-REASON
043900             GO TO 1100-EXIT
044000         END-IF
044100         IF XCFXPRM-VALUE = SPACES
044200             MOVE "PACKAGE NAME IS REQUIRED" TO WS-EL-REASON
044300             GO TO 1100-EXIT
044400         END-IF
044500         MOVE XCFXPRM-VALUE TO WS-PACKAGE-NAME
044600         MOVE XCFXPRM-USERID TO WS-REQUESTER
044700         GO TO 1100-EXIT
044800     END-IF.
044900
045000     IF NOT XCFXPRM-IS-RESOURCE AND NOT XCFXPRM-IS-TEAM
045100     AND NOT XCFXPRM-IS-TEMPLATE AND NOT XCFXPRM-IS-SCHEDULE
045200         MOVE "UNKNOWN KEYWORD - SEE THE JCL FOR THE CARD FORMATS"
045300             TO WS-EL-REASON
045400         GO TO 1100-EXIT
045500     END-IF.
045600     IF WS-SEL-COUNT >= WS-SEL-MAX
045700         MOVE "TOO MANY SELECTION CARDS (50 AT MOST)"
045800             TO WS-EL-REASON
045900         GO TO 1100-EXIT
046000     END-IF.
046100     IF XCFXPRM-VALUE = SPACES
046200         MOVE "SELECTION VALUE IS REQUIRED" TO WS-EL-REASON
046300         GO TO 1100-EXIT
046400     END-IF.
046500     ADD 1 TO WS-SEL-COUNT.
046600     MOVE XCFXPRM-KEYWORD TO WS-SEL-KEYWORD(WS-SEL-COUNT).
046700     MOVE XCFXPRM-VALUE TO WS-SEL-VALUE(WS-SEL-COUNT).
046800     MOVE ZERO TO WS-SEL-FROM(WS-SEL-COUNT).
046900     MOVE ZERO TO WS-SEL-TO(WS-SEL-COUNT).
047000     MOVE ZERO TO WS-SEL-HITS(WS-SEL-COUNT).
047100     IF XCFXPRM-IS-RESOURCE
047200     AND XCFXPRM-VALUE(11:6) NOT = SPACES
047300         MOVE "RESOURCE NAME IS AT MOST 10 CHARACTERS"
047400             TO WS-EL-REASON
047500         GO TO 1100-EXIT
047600     END-IF.
047700     IF XCFXPRM-IS-RESOURCE OR XCFXPRM-IS-TEAM
047800         GO TO 1100-EXIT
047900     END-IF.
048000
048100*    TEMPLATE / SCHEDULE: FROM (COLS 10-13) AND OPTIONAL TO
048200*    (COLS 15-18), FOUR DIGITS EACH.
048300     MOVE XCFXPRM-FROM TO WS-RANGE-TEXT.
048400     IF WS-RANGE-TEXT NOT NUMERIC
048500         MOVE "RANGE FROM MUST BE FOUR DIGITS" TO WS-EL-REASON
048600         GO TO 1100-EXIT
048700     END-IF.
048800     MOVE WS-RANGE-NUM TO WS-SEL-FROM(WS-SEL-COUNT).
048900     MOVE XCFXPRM-TO TO WS-RANGE-TEXT.
049000     IF WS-RANGE-TEXT = SPACES
049100         MOVE WS-SEL-FROM(WS-SEL-COUNT) TO WS-SEL-TO(WS-SEL-COUNT)
049200         GO TO 1100-EXIT
049300     END-IF.
049400     IF WS-RANGE-TEXT NOT NUMERIC
049500         MOVE "RANGE TO MUST BE FOUR DIGITS OR BLANK"
049600             TO WS-EL-REASON
049700         GO TO 1100-EXIT
049800     END-IF.
049900     MOVE WS-RANGE-NUM TO WS-SEL-TO(WS-SEL-COUNT).
050000     IF WS-SEL-TO(WS-SEL-COUNT) < WS-SEL-FROM(WS-SEL-COUNT)
050100         MOVE "RANGE TO IS BELOW RANGE FROM" TO WS-EL-REASON
050200     END-IF.
050300 1100-EXIT.
050400     EXIT.
050500
050600******************************************************************
050700*    1900-REJECT-CARD -- PRINT THE CARD AND WHY NOTHING WAS DONE.
050800*    THE CALLER LOADS WS-EL-REASON.
050900******************************************************************
051000 1900-REJECT-CARD.
051100     MOVE WS-CONTROL-CARD(1:30) TO WS-EL-CARD.
051200     WRITE XCFXRPT-LINE FROM WS-ERROR-LINE.
051300     DISPLAY "XACFGEXP: CARD REJECTED - " WS-EL-REASON UPON CONS.
051400 1900-EXIT.
051500     EXIT.
051600
051700******************************************************************
051800*    2000-EXPORT-XARESREG -- ENTRIES NAMED BY A RESOURCE CARD OR
051900*    OWNED BY A TEAM CARD'S TEAM.  EACH ONE EXPORTED IS
052000*    REMEMBERED SO ITS XASWAPPR CARD FOLLOWS IT.
052100******************************************************************
052200 2000-EXPORT-XARESREG.
052300     MOVE 1 TO WS-FX.
052400     OPEN INPUT XARESREG.
052500     IF NOT WS-XARESREG-OK
052600         PERFORM 8100-FILE-ABSENT THRU 8100-EXIT
052700         GO TO 2000-EXIT
052800     END-IF.
052900     MOVE "N" TO WS-EOF-SWITCH.
053000     PERFORM 2100-NEXT-XARESREG THRU 2100-EXIT
053100         UNTIL WS-END-OF-FILE.
053200     CLOSE XARESREG.
053300 2000-EXIT.
053400     EXIT.
053500
053600 2100-NEXT-XARESREG.
053700     READ XARESREG NEXT RECORD
053800         AT END
053900             MOVE "Y" TO WS-EOF-SWITCH
054000             GO TO 2100-EXIT
054100     END-READ.
054200     MOVE XARESREG-RESOURCE TO WS-TEST-NAME.
054300     MOVE XARESREG-OWNER-TEAM TO WS-TEST-TEAM.
054400     PERFORM 3000-MATCH-NAME THRU 3000-EXIT.
054500     IF WS-PICK-SW = 0
054600         GO TO 2100-EXIT
054700     END-IF.
054800     MOVE XARESREG-RESOURCE TO XACFGPKG-KEY.
054900     MOVE XARESREG-RECORD TO XACFGPKG-IMAGE.
055000     PERFORM 8000-WRITE-ENTRY THRU 8000-EXIT.
055100     IF WS-RES-COUNT < WS-RES-MAX
055200         ADD 1 TO WS-RES-COUNT
055300         MOVE XARESREG-RESOURCE TO WS-RES-NAME(WS-RES-COUNT)
055400     END-IF.
055500 2100-EXIT.
055600     EXIT.
055700
055800 2200-EXPORT-ENQREG.
055900     MOVE 2 TO WS-FX.
056000     OPEN INPUT ENQREG.
056100     IF NOT WS-ENQREG-OK
056200         PERFORM 8100-FILE-ABSENT THRU 8100-EXIT
056300         GO TO 2200-EXIT
056400     END-IF.
056500     MOVE "N" TO WS-EOF-SWITCH.
056600     PERFORM 2300-NEXT-ENQREG THRU 2300-EXIT
056700         UNTIL WS-END-OF-FILE.
056800     CLOSE ENQREG.
056900 2200-EXIT.
057000     EXIT.
057100
057200 2300-NEXT-ENQREG.
057300     READ ENQREG NEXT RECORD
057400         AT END
057500             MOVE "Y" TO WS-EOF-SWITCH
057600             GO TO 2300-EXIT
057700     END-READ.
057800     MOVE ENQREG-RESOURCE TO WS-TEST-NAME.
057900     MOVE ENQREG-OWNER-TEAM TO WS-TEST-TEAM.
058000     PERFORM 3000-MATCH-NAME THRU 3000-EXIT.
058100     IF WS-PICK-SW = 0
058200         GO TO 2300-EXIT
058300     END-IF.
058400     MOVE ENQREG-RESOURCE TO XACFGPKG-KEY.
058500     MOVE ENQREG-RECORD TO XACFGPKG-IMAGE.
058600     PERFORM 8000-WRITE-ENTRY THRU 8000-EXIT.
058700 2300-EXIT.
058800     EXIT.
058900
059000 2400-EXPORT-MSGLIB.
059100     MOVE 3 TO WS-FX.
059200     OPEN INPUT MSGLIB.
059300     IF NOT WS-MSGLIB-OK
059400         PERFORM 8100-FILE-ABSENT THRU 8100-EXIT
059500         GO TO 2400-EXIT
059600     END-IF.
059700     MOVE "N" TO WS-EOF-SWITCH.
059800     PERFORM 2500-NEXT-MSGLIB THRU 2500-EXIT
059900         UNTIL WS-END-OF-FILE.
060000     CLOSE MSGLIB.
060100 2400-EXIT.
060200     EXIT.
060300
060400 2500-NEXT-MSGLIB.
060500     READ MSGLIB NEXT RECORD
060600         AT END
060700             MOVE "Y" TO WS-EOF-SWITCH
060800             GO TO 2500-EXIT
060900     END-READ.
061000     MOVE MSGLIB-TEMPLATE-NO TO WS-TEST-NUMBER.
061100     MOVE "TEMPLATE" TO WS-TEST-NAME.
061200     PERFORM 3100-MATCH-RANGE THRU 3100-EXIT.
061300     IF WS-PICK-SW = 0
061400         GO TO 2500-EXIT
061500     END-IF.
061600     MOVE MSGLIB-TEMPLATE-NO TO XACFGPKG-KEY.
061700     MOVE MSGLIB-RECORD TO XACFGPKG-IMAGE.
061800     PERFORM 8000-WRITE-ENTRY THRU 8000-EXIT.
061900 2500-EXIT.
062000     EXIT.
062100
062200*    A SCHEDULE ENTRY GOES IF ITS OWN NUMBER IS IN A SCHEDULE
062300*    RANGE OR THE TEMPLATE IT SENDS IS IN A TEMPLATE RANGE.
062400 2600-EXPORT-MSGSCHED.
062500     MOVE 4 TO WS-FX.
062600     OPEN INPUT MSGSCHED.
062700     IF NOT WS-MSGSCHED-OK
062800         PERFORM 8100-FILE-ABSENT THRU 8100-EXIT
062900         GO TO 2600-EXIT
063000     END-IF.
063100     MOVE "N" TO WS-EOF-SWITCH.
063200     PERFORM 2700-NEXT-MSGSCHED THRU 2700-EXIT
063300         UNTIL WS-END-OF-FILE.
063400     CLOSE MSGSCHED.
063500 2600-EXIT.
063600     EXIT.
063700
063800 2700-NEXT-MSGSCHED.
063900     READ MSGSCHED NEXT RECORD
064000         AT END
064100             MOVE "Y" TO WS-EOF-SWITCH
064200             GO TO 2700-EXIT
064300     END-READ.
064400     MOVE MSGSCHED-ENTRY-ID TO WS-TEST-NUMBER.
064500     MOVE "SCHEDULE" TO WS-TEST-NAME.
064600     PERFORM 3100-MATCH-RANGE THRU 3100-EXIT.
064700     IF WS-PICK-SW = 0
064800     AND MSGSCHED-TEMPLATE-NO NOT = ZERO
064900         MOVE MSGSCHED-TEMPLATE-NO TO WS-TEST-NUMBER
065000         MOVE "TEMPLATE" TO WS-TEST-NAME
065100         PERFORM 3100-MATCH-RANGE THRU 3100-EXIT
065200     END-IF.
065300     IF WS-PICK-SW = 0
065400         GO TO 2700-EXIT
065500     END-IF.
065600     MOVE MSGSCHED-ENTRY-ID TO XACFGPKG-KEY.
065700     MOVE MSGSCHED-RECORD TO XACFGPKG-IMAGE.
065800     PERFORM 8000-WRITE-ENTRY THRU 8000-EXIT.
065900 2700-EXIT.
066000     EXIT.
066100
066200*    AN APPROVAL CARD GOES IF A RESOURCE CARD NAMES IT OR ITS
066300*    XARESREG ENTRY WAS EXPORTED ABOVE.
066400 2800-EXPORT-XASWAPPR.
066500     MOVE 5 TO WS-FX.
066600     OPEN INPUT XASWAPPR.
066700     IF NOT WS-XASWAPPR-OK
066800         PERFORM 8100-FILE-ABSENT THRU 8100-EXIT
066900         GO TO 2800-EXIT
067000     END-IF.
067100     MOVE "N" TO WS-EOF-SWITCH.
067200     PERFORM 2900-NEXT-XASWAPPR THRU 2900-EXIT
067300         UNTIL WS-END-OF-FILE.
067400     CLOSE XASWAPPR.
067500 2800-EXIT.
067600     EXIT.
067700
067800 2900-NEXT-XASWAPPR.
067900     READ XASWAPPR
068000         AT END
068100             MOVE "Y" TO WS-EOF-SWITCH
068200             GO TO 2900-EXIT
068300     END-READ.
068400     IF XASWAPPR-LINE = SPACES
068500         GO TO 2900-EXIT
068600     END-IF.
068700     MOVE XASWAPPR-RESOURCE TO WS-TEST-NAME.
068800     MOVE SPACES TO WS-TEST-TEAM.
068900     PERFORM 3000-MATCH-NAME THRU 3000-EXIT.
069000     IF WS-PICK-SW = 0
069100         PERFORM 3200-CHECK-EXPORTED THRU 3200-EXIT
069200             VARYING WS-RX FROM 1 BY 1
069300             UNTIL WS-RX > WS-RES-COUNT
069400             OR WS-PICK-SW = 1
069500     END-IF.
069600     IF WS-PICK-SW = 0
069700         GO TO 2900-EXIT
069800     END-IF.
069900     MOVE 0 TO WS-PICK-SW.
070000     PERFORM 3300-CHECK-APPROVAL-SENT THRU 3300-EXIT
070100         VARYING WS-AX FROM 1 BY 1
070200         UNTIL WS-AX > WS-APR-COUNT
070300         OR WS-PICK-SW = 1.
070400     IF WS-PICK-SW = 1
070500         ADD 1 TO WS-DUP-COUNT
070600         MOVE XASWAPPR-RESOURCE TO WS-DL-KEY
070700         WRITE XCFXRPT-LINE FROM WS-DUP-LINE
070800         GO TO 2900-EXIT
070900     END-IF.
071000     IF WS-APR-COUNT < WS-APR-MAX
071100         ADD 1 TO WS-APR-COUNT
071200         MOVE XASWAPPR-RESOURCE TO WS-APR-NAME(WS-APR-COUNT)
071300     END-IF.
071400     MOVE XASWAPPR-RESOURCE TO XACFGPKG-KEY.
071500     MOVE XASWAPPR-LINE TO XACFGPKG-IMAGE.
071600     PERFORM 8000-WRITE-ENTRY THRU 8000-EXIT.
071700 2900-EXIT.
071800     EXIT.
071900
072000******************************************************************
072100*    3000-MATCH-NAME -- DOES A RESOURCE CARD NAME WS-TEST-NAME, OR
072200*    A TEAM CARD NAME WS-TEST-TEAM?  WS-PICK-SW = 1 IF SO; EVERY
072300*    CARD THAT MATCHES IS CREDITED WITH A HIT.
072400******************************************************************
072500 3000-MATCH-NAME.
072600     MOVE 0 TO WS-PICK-SW.
072700     PERFORM 3010-TEST-NAME-CARD THRU 3010-EXIT
072800         VARYING WS-SX FROM 1 BY 1
072900         UNTIL WS-SX > WS-SEL-COUNT.
073000 3000-EXIT.
073100     EXIT.
073200
073300 3010-TEST-NAME-CARD.
073400     IF WS-SEL-KEYWORD(WS-SX) = "RESOURCE"
073500     AND WS-SEL-VALUE(WS-SX) = WS-TEST-NAME
073600         MOVE 1 TO WS-PICK-SW
073700         ADD 1 TO WS-SEL-HITS(WS-SX)
073800     END-IF.
073900     IF WS-SEL-KEYWORD(WS-SX) = "TEAM"
074000     AND WS-TEST-TEAM NOT = SPACES
074100     AND WS-SEL-VALUE(WS-SX) = WS-TEST-TEAM
074200         MOVE 1 TO WS-PICK-SW
074300         ADD 1 TO WS-SEL-HITS(WS-SX)
074400     END-IF.
074500 3010-EXIT.
074600     EXIT.
074700
074800******************************************************************
074900*    3100-MATCH-RANGE -- IS WS-TEST-NUMBER INSIDE A RANGE CARD OF
075000*    THE KIND NAMED IN WS-TEST-NAME (TEMPLATE OR SCHEDULE)?
075100******************************************************************
075200 3100-MATCH-RANGE.
075300     MOVE 0 TO WS-PICK-SW.
075400     PERFORM 3110-TEST-RANGE-CARD THRU 3110-EXIT
075500         VARYING WS-SX FROM 1 BY 1
075600         UNTIL WS-SX > WS-SEL-COUNT.
075700 3100-EXIT.
075800     EXIT.
075900
076000 3110-TEST-RANGE-CARD.
076100     IF WS-SEL-KEYWORD(WS-SX) = WS-TEST-NAME(1:8)
076200     AND WS-TEST-NUMBER NOT < WS-SEL-FROM(WS-SX)
076300     AND WS-TEST-NUMBER NOT > WS-SEL-TO(WS-SX)
076400         MOVE 1 TO WS-PICK-SW
076500         ADD 1 TO WS-SEL-HITS(WS-SX)
076600     END-IF.
076700 3110-EXIT.
076800     EXIT.
076900
077000 3200-CHECK-EXPORTED.
077100     IF WS-RES-NAME(WS-RX) = XASWAPPR-RESOURCE
077200         MOVE 1 TO WS-PICK-SW
077300     END-IF.
077400 3200-EXIT.
077500     EXIT.
077600
077700 3300-CHECK-APPROVAL-SENT.
077800     IF WS-APR-NAME(WS-AX) = XASWAPPR-RESOURCE
077900         MOVE 1 TO WS-PICK-SW
078000     END-IF.
078100 3300-EXIT.
078200     EXIT.
078300
078400******************************************************************
078500*    8000-WRITE-ENTRY -- ONE PACKAGE RECORD FOR FILE WS-FX.  THE
078600*    CALLER HAS MOVED THE KEY AND THE RECORD IMAGE.
078700******************************************************************
078800 8000-WRITE-ENTRY.
078900     MOVE "R" TO XACFGPKG-TYPE.
079000     MOVE WS-FN-NAME(WS-FX) TO XACFGPKG-FILE.
079100     MOVE SPACES TO XACFGPKG-RECORD(20:5).
079200     WRITE XACFGPKG-RECORD.
079300     IF NOT WS-XACFGPKG-OK
079400         DISPLAY "XACFGEXP: XACFGPKG WRITE FAILED, STATUS="
079500             WS-XACFGPKG-STATUS UPON CONS
079600         MOVE 0 TO WS-RUN-OK-SW
079700         GO TO 8000-EXIT
079800     END-IF.
079900     ADD 1 TO WS-EXPORT-COUNT.
080000     ADD 1 TO WS-FC-EXPORTED(WS-FX).
080100     MOVE WS-FN-NAME(WS-FX) TO WS-RL-FILE.
080200     MOVE XACFGPKG-KEY TO WS-RL-KEY.
080300     WRITE XCFXRPT-LINE FROM WS-RECORD-LINE.
080400 8000-EXIT.
080500     EXIT.
080600
080700 8100-FILE-ABSENT.
080800     MOVE 1 TO WS-MISSING-FILES.
080900     MOVE WS-FN-NAME(WS-FX) TO WS-AL-FILE.
081000     WRITE XCFXRPT-LINE FROM WS-ABSENT-LINE.
081100 8100-EXIT.
081200     EXIT.
081300
081400******************************************************************
081500*    9000-TERMINATE -- TRAILER, CARD AND FILE TOTALS, CLOSE.
081600*    A PACKAGE WHOSE WRITE FAILED IS LEFT WITHOUT A TRAILER, SO
081700*    XACFGIMP WILL REFUSE IT.
081800******************************************************************
081900 9000-TERMINATE.
082000     IF WS-RUN-OK-SW = 0
082100         GO TO 9000-CLOSE
082200     END-IF.
082300     MOVE SPACES TO XACFGPKG-TRAILER.
082400     MOVE "T" TO XACFGPKG-TYPE.
082500     MOVE WS-EXPORT-COUNT TO XACFGPKG-RECORD-COUNT.
082600     WRITE XACFGPKG-TRAILER.
082700     IF NOT WS-XACFGPKG-OK
082800         DISPLAY "XACFGEXP: XACFGPKG TRAILER WRITE FAILED, "
082900             "STATUS="
083000             WS-XACFGPKG-STATUS UPON CONS
083100         MOVE 0 TO WS-RUN-OK-SW
083200     END-IF.
083300
083400     WRITE XCFXRPT-LINE FROM WS-BLANK-LINE.
083500     PERFORM 9100-WRITE-CARD-HITS THRU 9100-EXIT
083600         VARYING WS-SX FROM 1 BY 1
083700         UNTIL WS-SX > WS-SEL-COUNT.
083800     WRITE XCFXRPT-LINE FROM WS-BLANK-LINE.
083900     PERFORM 9200-WRITE-FILE-TOTAL THRU 9200-EXIT
084000         VARYING WS-FX FROM 1 BY 1
084100         UNTIL WS-FX > 5.
084200     IF WS-DUP-COUNT > ZERO
084300         MOVE "DUPLICATE XASWAPPR CARDS SKIPPED" TO WS-SL-LABEL
084400         MOVE WS-DUP-COUNT TO WS-SL-COUNT
084500         WRITE XCFXRPT-LINE FROM WS-SUMMARY-LINE
084600     END-IF.
084700     MOVE "RECORDS IN PACKAGE" TO WS-SL-LABEL.
084800     MOVE WS-EXPORT-COUNT TO WS-SL-COUNT.
084900     WRITE XCFXRPT-LINE FROM WS-SUMMARY-LINE.
085000     WRITE XCFXRPT-LINE FROM WS-BLANK-LINE.
085100     MOVE SPACES TO XCFXRPT-LINE.
085200     STRING "PACKAGE " WS-PACKAGE-NAME " CREATED "
085300         WS-TODAY-DATE " " WS-TODAY-TIME
085400         " -- QUOTE THE NAME AND DATE ON THE XACFGIMP APPLY CARD"
085500         DELIMITED BY SIZE INTO XCFXRPT-LINE.
085600     WRITE XCFXRPT-LINE.
085700 9000-CLOSE.
085800     IF WS-PKG-OPEN-SW = 1
085900         CLOSE XACFGPKG
086000     END-IF.
086100     CLOSE XCFXRPT.
086200 9000-EXIT.
086300     EXIT.
086400
086500 9100-WRITE-CARD-HITS.
086600     MOVE WS-SEL-KEYWORD(WS-SX) TO WS-HL-KEYWORD.
086700     MOVE WS-SEL-VALUE(WS-SX) TO WS-HL-VALUE.
086800     MOVE WS-SEL-HITS(WS-SX) TO WS-HL-HITS.
086900     MOVE SPACES TO WS-HL-NOTE.
087000     IF WS-SEL-HITS(WS-SX) = ZERO
087100         ADD 1 TO WS-EMPTY-CARDS
087200         MOVE "*** SELECTED NOTHING" TO WS-HL-NOTE
087300     END-IF.
087400     WRITE XCFXRPT-LINE FROM WS-HITS-LINE.
087500 9100-EXIT.
087600     EXIT.
087700
087800 9200-WRITE-FILE-TOTAL.
087900     MOVE SPACES TO WS-SL-LABEL.
088000     STRING WS-FN-NAME(WS-FX) " RECORDS EXPORTED"
088100         DELIMITED BY SIZE INTO WS-SL-LABEL.
088200     MOVE WS-FC-EXPORTED(WS-FX) TO WS-SL-COUNT.
088300     WRITE XCFXRPT-LINE FROM WS-SUMMARY-LINE.
088400 9200-EXIT.
088500     EXIT.
088600
088700******************************************************************
088800*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
088900*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
089000******************************************************************
089100     copy xarunctl.
