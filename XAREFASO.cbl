000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    XAREFASO.
000300 AUTHOR.        XA SUPPORT TEAM.
000400 INSTALLATION.  ENTERPRISE SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  MODIFICATION HISTORY
000900*  ----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  10/15/2026 XST   NEW PROGRAM.  REFERENCE-DATA "AS-OF" REPORT:
001200*                   REBUILDS WHAT ENQREG, MSGTERMS, MSGLIB OR
001300*                   XAMAINT RECORDS LOOKED LIKE AT THE END OF A
001400*                   GIVEN DATE FROM THE XAREFAUD CHANGE HISTORY.
001500******************************************************************
001600*  ENQG, MSGT, MSGL AND XAMW WRITE A BEFORE-IMAGE AND AN AFTER-
001700*  IMAGE TO XAREFAUD FOR EVERY ADD, UPDATE AND DELETE.  THE STATE
001800*  OF A RECORD AT THE END OF DAY D IS THEREFORE:
001900*    - THE BEFORE-IMAGE OF ITS FIRST CHANGE DATED AFTER D, WHEN
002000*      THERE IS ONE (NO RECORD IF THAT CHANGE WAS ITS ADD);
002100*    - OTHERWISE THE RECORD AS IT IS ON THE FILE NOW (NO RECORD
002200*      IF IT IS NOT ON THE FILE).
002300*  XAREFASO READS ONE OR MORE XARFAPRM REQUEST CARDS, EACH NAMING
002400*  A FILE, THE AS-OF DATE AND OPTIONALLY A KEY OR KEY PREFIX, AND
002500*  WALKS THE FILE AND ITS XAREFAUD HISTORY TOGETHER IN KEY ORDER,
002600*  PRINTING EVERY RECORD THAT EXISTED THAT DAY AND WHERE ITS
002700*  CONTENT CAME FROM.  WITH A KEY, RECORDS THAT DID NOT EXIST ON
002800*  THE DATE BUT HAVE HISTORY ARE LISTED TOO, SO "WHEN WAS IT
002900*  ADDED / DELETED" IS ANSWERED ON THE SAME PAGE.
003000*  ENDS RC 8 WHEN A CARD IS INVALID, OR WHEN THERE WAS NO CARD
003100*  TO RUN.
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
003600 OBJECT-COMPUTER.   IBM-370.
003700 SPECIAL-NAMES.
003800     CONSOLE IS CONS.
003900
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     copy xarefaudsel.
004300
004400     copy enqregsel.
004500
004600     copy msgtermssel.
004700
004800     copy msglibsel.
004900
005000     copy xamaintsel.
005100
005200     SELECT XARFAPRM ASSIGN TO "XARFAPRM"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-XARFAPRM-STATUS.
005500
005600     SELECT XARFARPT ASSIGN TO "XARFARPT"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-XARFARPT-STATUS.
005900
006000     copy xarunlgsel.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400     copy xarefaud.
006500
006600     copy enqreg.
006700
006800     copy msgterms.
006900
007000     copy msglib.
007100
007200     copy xamaint.
007300
007400*****************************************************************
007500*    XARFAPRM -- REQUEST CARDS, ONE FILE PER CARD.  "*" IN COL 1
007600*    IS A COMMENT.
007700*****************************************************************
007800 FD  XARFAPRM
007900     LABEL RECORDS ARE STANDARD
008000     RECORDING MODE IS F.
008100
008200 01  XARFAPRM-CARD.
008300     05  XARFAPRM-FILE               PIC X(08).
008400     05  FILLER                      PIC X(01).
008500     05  XARFAPRM-DATE               PIC X(08).
008600     05  XARFAPRM-DATE-N REDEFINES XARFAPRM-DATE
008700                                     PIC 9(08).
008800     05  FILLER                      PIC X(01).
008900     05  XARFAPRM-KEY                PIC X(24).
009000     05  FILLER                      PIC X(38).
009100
009200 FD  XARFARPT
009300     LABEL RECORDS ARE STANDARD
009400     RECORDING MODE IS F.
009500
009600 01  XARFARPT-LINE                   PIC X(132).
009700
009800     copy xarunlg.
009900
010000 WORKING-STORAGE SECTION.
010100     copy xarunws.
010200
010300     copy xarefws.
010400
010500******************************************************************
010600*    FILE STATUS AND CONTROL SWITCHES
010700******************************************************************
010800 77  WS-XAREFAUD-STATUS              PIC X(02) VALUE SPACES.
010900     88  WS-XAREFAUD-OK                 VALUE "00".
011000     88  WS-XAREFAUD-NOT-FOUND          VALUE "35" "23".
011100
011200 77  WS-ENQREG-STATUS                PIC X(02) VALUE SPACES.
011300     88  WS-ENQREG-OK                   VALUE "00".
011400     88  WS-ENQREG-NOT-FOUND            VALUE "35" "23".
011500
011600 77  WS-MSGTERMS-STATUS              PIC X(02) VALUE SPACES.
011700     88  WS-MSGTERMS-OK                 VALUE "00".
011800     88  WS-MSGTERMS-NOT-FOUND          VALUE "35" "23".
011900
012000 77  WS-MSGLIB-STATUS                PIC X(02) VALUE SPACES.
012100     88  WS-MSGLIB-OK                   VALUE "00".
012200     88  WS-MSGLIB-NOT-FOUND            VALUE "35" "23".
012300
012400 77  WS-XAMAINT-STATUS               PIC X(02) VALUE SPACES.
012500     88  WS-XAMAINT-OK                  VALUE "00".
012600     88  WS-XAMAINT-NOT-FOUND           VALUE "35" "23".
012700
012800 77  WS-XARFAPRM-STATUS              PIC X(02) VALUE SPACES.
012900     88  WS-XARFAPRM-OK                 VALUE "00".
013000
013100 77  WS-XARFARPT-STATUS              PIC X(02) VALUE SPACES.
013200     88  WS-XARFARPT-OK                 VALUE "00".
013300
013400 77  WS-PRM-EOF-SWITCH               PIC X(01) VALUE "N".
013500     88  WS-END-OF-CARDS                VALUE "Y".
013600
013700 77  WS-PRM-OPEN-SW                  PIC 9(01) VALUE 0.
013800 77  WS-AUD-OPEN-SW                  PIC 9(01) VALUE 0.
013900 77  WS-CUR-OPEN-SW                  PIC 9(01) VALUE 0.
014000 77  WS-LATER-SW                     PIC 9(01) VALUE 0.
014100 77  WS-EARLIER-SW                   PIC 9(01) VALUE 0.
014200 77  WS-EXISTS-SW                    PIC 9(01) VALUE 0.
014300
014400******************************************************************
014500*    COUNTERS AND SUBSCRIPTS
014600******************************************************************
014700 77  WS-CARDS-RUN                    PIC 9(05) COMP VALUE ZERO.
014800 77  WS-CARDS-REJECTED               PIC 9(05) COMP VALUE ZERO.
014900 77  WS-RECORDS-LISTED               PIC 9(07) COMP VALUE ZERO.
015000 77  WS-RECORDS-REBUILT              PIC 9(07) COMP VALUE ZERO.
015100 77  WS-RECORDS-ABSENT               PIC 9(07) COMP VALUE ZERO.
015200 77  WS-KEY-LEN                      PIC S9(04) COMP-5 VALUE ZERO.
015300
015400******************************************************************
015500*    DATE WORK FIELDS
015600******************************************************************
015700 01  WS-TODAY-DATE-TIME.
015800     05  WS-TODAY-DATE               PIC X(08).
015900     05  WS-TODAY-TIME               PIC X(06).
016000     05  FILLER                      PIC X(07).
016100
016200 01  WS-ASOF-DATE                    PIC X(08).
016300
016400******************************************************************
016500*    THE FILE, KEY PREFIX AND MERGE STATE FOR THE CARD IN HAND.
016600*    WS-CUR-KEY AND WS-AUD-KEY ARE THE NEXT KEY ON EACH SIDE,
016700*    LEFT-JUSTIFIED TO THE XAREFAUD-REC-KEY WIDTH, HIGH-VALUES
016800*    WHEN THAT SIDE IS EXHAUSTED.
016900******************************************************************
017000 01  WS-SEL-FILE                     PIC X(08).
017100 01  WS-SEL-KEY                      PIC X(24).
017200 01  WS-CUR-KEY                      PIC X(24).
017300 01  WS-CUR-IMAGE                    PIC X(200).
017400 01  WS-AUD-KEY                      PIC X(24).
017500 01  WS-THIS-KEY                     PIC X(24).
017600
017700*    FIRST CHANGE AFTER THE AS-OF DATE, AND LAST ONE ON OR BEFORE.
017800 01  WS-LATER-CHANGE.
017900     05  WS-LC-DATE                  PIC X(08).
018000     05  WS-LC-TIME                  PIC X(06).
018100     05  WS-LC-ACTION                PIC X(08).
018200     05  WS-LC-USERID                PIC X(08).
018300     05  WS-LC-BEFORE-IMAGE          PIC X(200).
018400 01  WS-EARLIER-CHANGE.
018500     05  WS-EC-DATE                  PIC X(08).
018600     05  WS-EC-TIME                  PIC X(06).
018700     05  WS-EC-ACTION                PIC X(08).
018800     05  WS-EC-USERID                PIC X(08).
018900     05  WS-EC-TERMID                PIC X(04).
019000
019100******************************************************************
019200*    REPORT LINE LAYOUTS
019300******************************************************************
019400 01  WS-REPORT-HEADING-1.
019500     05  FILLER                      PIC X(52) VALUE
019600         "XAREFASO -- REFERENCE DATA AS-OF RECONSTRUCTION, RUN".
019700     05  FILLER                      PIC X(01) VALUE SPACES.
019800     05  WS-RH1-DATE                 PIC X(08).
019900     05  FILLER                      PIC X(01) VALUE SPACES.
020000     05  WS-RH1-TIME                 PIC X(06).
020100     05  FILLER                      PIC X(64) VALUE SPACES.
020200
020300 01  WS-CARD-HEADING.
020400     05  FILLER                      PIC X(05) VALUE "FILE ".
020500     05  WS-CH-FILE                  PIC X(08).
020600     05  FILLER                      PIC X(21) VALUE
020700         "  AS AT END OF DAY   ".
020800     05  WS-CH-DATE                  PIC X(08).
020900     05  FILLER                      PIC X(06) VALUE "  KEY ".
021000     05  WS-CH-KEY                   PIC X(24).
021100     05  FILLER                      PIC X(60) VALUE SPACES.
021200
021300 01  WS-KEY-LINE.
021400     05  FILLER                      PIC X(02) VALUE SPACES.
021500     05  WS-KL-KEY                   PIC X(24).
021600     05  FILLER                      PIC X(02) VALUE SPACES.
021700     05  WS-KL-SOURCE                PIC X(104).
021800
021900 01  WS-SOURCE-REBUILT.
022000     05  WS-SR-LABEL                 PIC X(24).
022100     05  WS-SR-DATE                  PIC X(08).
022200     05  FILLER                      PIC X(01) VALUE SPACES.
022300     05  WS-SR-TIME                  PIC X(06).
022400     05  FILLER                      PIC X(01) VALUE SPACES.
022500     05  WS-SR-ACTION                PIC X(08).
022600     05  FILLER                      PIC X(03) VALUE "BY ".
022700     05  WS-SR-USERID                PIC X(08).
022800     05  FILLER                      PIC X(45) VALUE SPACES.
022900
023000 01  WS-LAST-CHANGE-LINE.
023100     05  FILLER                      PIC X(28) VALUE SPACES.
023200     05  FILLER                      PIC X(24) VALUE
023300         "LAST CHANGED BY THEN:   ".
023400     05  WS-LCL-DATE                 PIC X(08).
023500     05  FILLER                      PIC X(01) VALUE SPACES.
023600     05  WS-LCL-TIME                 PIC X(06).
023700     05  FILLER                      PIC X(01) VALUE SPACES.
023800     05  WS-LCL-ACTION               PIC X(08).
023900     05  FILLER                      PIC X(03) VALUE "BY ".
024000     05  WS-LCL-USERID               PIC X(08).
024100     05  FILLER                      PIC X(06) VALUE " TERM ".
024200     05  WS-LCL-TERMID               PIC X(04).
024300     05  FILLER                      PIC X(35) VALUE SPACES.
024400
024500 01  WS-IMAGE-LINE.
024600     05  FILLER                      PIC X(22) VALUE SPACES.
024700     05  WS-IL-TEXT                  PIC X(110).
024800
024900 01  WS-ERROR-LINE.
025000     05  FILLER                      PIC X(20) VALUE
025100         "*** CARD REJECTED:  ".
025200     05  WS-EL-CARD                  PIC X(42).
025300     05  FILLER                      PIC X(02) VALUE SPACES.
025400     05  WS-EL-REASON                PIC X(50).
025500     05  FILLER                      PIC X(18) VALUE SPACES.
025600
025700 01  WS-SUMMARY-LINE.
025800     05  WS-SL-LABEL                 PIC X(30).
025900     05  WS-SL-COUNT                 PIC Z(08)9.
026000     05  FILLER                      PIC X(93) VALUE SPACES.
026100
026200 01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.
026300
026400 PROCEDURE DIVISION.
026500******************************************************************
026600 0000-MAINLINE.
026700******************************************************************
026800     MOVE "XAREFASO" TO WS-RUNCTL-JOB.
026900     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
027000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027100     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
027200         UNTIL WS-END-OF-CARDS.
027300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
027400     IF WS-CARDS-REJECTED > ZERO
027500     OR WS-CARDS-RUN = ZERO
027600         MOVE 8 TO RETURN-CODE
027700     END-IF.
027800     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
027900     GOBACK.
028000
028100******************************************************************
028200*    1000-INITIALIZE -- STAMP TODAY, OPEN THE REPORT, THE CHANGE
028300*    HISTORY AND THE REQUEST DECK.  A MISSING XAREFAUD MEANS NO
028400*    CHANGE HAS BEEN RECORDED YET: EVERY RECORD IS THEN AS ON
028500*    FILE NOW.
028600******************************************************************
028700 1000-INITIALIZE.
028800     MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE-TIME.
028900
029000     OPEN OUTPUT XARFARPT.
029100     IF NOT WS-XARFARPT-OK
029200         DISPLAY "XAREFASO: UNABLE TO OPEN XARFARPT, STATUS="
029300             WS-XARFARPT-STATUS UPON CONS
029400     END-IF.
029500     MOVE WS-TODAY-DATE TO WS-RH1-DATE.
029600     MOVE WS-TODAY-TIME TO WS-RH1-TIME.
029700     WRITE XARFARPT-LINE FROM WS-REPORT-HEADING-1.
029800
029900     OPEN INPUT XAREFAUD.
030000     IF WS-XAREFAUD-OK
030100         MOVE 1 TO WS-AUD-OPEN-SW
030200     ELSE
030300         IF NOT WS-XAREFAUD-NOT-FOUND
030400             DISPLAY "XAREFASO: UNABLE TO OPEN XAREFAUD, STATUS="
030500                 WS-XAREFAUD-STATUS UPON CONS
030600         END-IF
030700     END-IF.
030800
030900     OPEN INPUT XARFAPRM.
031000     IF NOT WS-XARFAPRM-OK
031100         DISPLAY "XAREFASO: UNABLE TO OPEN XARFAPRM, STATUS="
031200             WS-XARFAPRM-STATUS UPON CONS
031300         MOVE "Y" TO WS-PRM-EOF-SWITCH
031400         GO TO 1000-EXIT
031500     END-IF.
031600     MOVE 1 TO WS-PRM-OPEN-SW.
031700     PERFORM 2100-READ-CARD THRU 2100-EXIT.
031800 1000-EXIT.
031900     EXIT.
032000
032100******************************************************************
032200*    2000-PROCESS-CARD -- VALIDATE ONE REQUEST CARD AND RUN THE
032300*    KEY-ORDER MERGE OF THE FILE AND ITS HISTORY.
032400******************************************************************
032500 2000-PROCESS-CARD.
032600     IF XARFAPRM-FILE NOT = "ENQREG"
032700     AND XARFAPRM-FILE NOT = "MSGTERMS"
032800     AND XARFAPRM-FILE NOT = "MSGLIB"
032900     AND XARFAPRM-FILE NOT = "XAMAINT"
033000         MOVE "FILE MUST BE ENQREG, MSGTERMS, MSGLIB OR XAMAINT"
033100             TO WS-EL-REASON
033200         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
033300         GO TO 2000-NEXT
033400     END-IF.
033500     IF XARFAPRM-DATE = SPACES
033600         MOVE WS-TODAY-DATE TO XARFAPRM-DATE
033700     END-IF.
033800     IF XARFAPRM-DATE IS NOT NUMERIC
033900         MOVE "AS-OF DATE MUST BE YYYYMMDD" TO WS-EL-REASON
034000         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
034100         GO TO 2000-NEXT
034200     END-IF.
034300     IF XARFAPRM-DATE > WS-TODAY-DATE
034400         MOVE "AS-OF DATE IS IN THE FUTURE" TO WS-EL-REASON
034500         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
034600         GO TO 2000-NEXT
034700     END-IF.
034800
034900     MOVE XARFAPRM-FILE TO WS-SEL-FILE.
035000     MOVE XARFAPRM-DATE TO WS-ASOF-DATE.
035100     MOVE XARFAPRM-KEY TO WS-SEL-KEY.
035200     MOVE 24 TO WS-KEY-LEN.
035300     PERFORM 2050-TRIM-KEY THRU 2050-EXIT
035400         UNTIL WS-KEY-LEN = ZERO
035500         OR WS-SEL-KEY(WS-KEY-LEN:1) NOT = SPACE.
035600
035700     ADD 1 TO WS-CARDS-RUN.
035800     WRITE XARFARPT-LINE FROM WS-BLANK-LINE.
035900     MOVE WS-SEL-FILE TO WS-CH-FILE.
036000     MOVE WS-ASOF-DATE TO WS-CH-DATE.
036100     IF WS-KEY-LEN = ZERO
036200         MOVE "(ALL)" TO WS-CH-KEY
036300     ELSE
036400         MOVE WS-SEL-KEY TO WS-CH-KEY
036500     END-IF.
036600     WRITE XARFARPT-LINE FROM WS-CARD-HEADING.
036700
036800     PERFORM 3000-OPEN-CURRENT THRU 3000-EXIT.
036900     PERFORM 3100-READ-CURRENT THRU 3100-EXIT.
037000     PERFORM 3200-START-HISTORY THRU 3200-EXIT.
037100     PERFORM 4000-MERGE-KEY THRU 4000-EXIT
037200         UNTIL WS-CUR-KEY = HIGH-VALUES
037300         AND WS-AUD-KEY = HIGH-VALUES.
037400     PERFORM 3900-CLOSE-CURRENT THRU 3900-EXIT.
037500 2000-NEXT.
037600     PERFORM 2100-READ-CARD THRU 2100-EXIT.
037700 2000-EXIT.
037800     EXIT.
037900
038000 2050-TRIM-KEY.
038100     SUBTRACT 1 FROM WS-KEY-LEN.
038200 2050-EXIT.
038300     EXIT.
038400
038500******************************************************************
038600*    2100-READ-CARD -- NEXT NON-COMMENT XARFAPRM CARD.
038700******************************************************************
038800 2100-READ-CARD.
038900     READ XARFAPRM
039000         AT END
039100             MOVE "Y" TO WS-PRM-EOF-SWITCH
039200             GO TO 2100-EXIT
039300     END-READ.
039400     IF XARFAPRM-CARD(1:1) = "*"
039500         GO TO 2100-READ-CARD
039600     END-IF.
039700 2100-EXIT.
039800     EXIT.
039900
040000******************************************************************
040100*    2900-REJECT-CARD -- PRINT THE CARD AND WHY IT WAS REFUSED.
040200*    THE CALLER LOADS WS-EL-REASON.
040300******************************************************************
040400 2900-REJECT-CARD.
040500     ADD 1 TO WS-CARDS-REJECTED.
040600     MOVE XARFAPRM-CARD(1:42) TO WS-EL-CARD.
040700     WRITE XARFARPT-LINE FROM WS-BLANK-LINE.
040800     WRITE XARFARPT-LINE FROM WS-ERROR-LINE.
040900     DISPLAY "XAREFASO: CARD REJECTED - " WS-EL-REASON UPON CONS.
041000 2900-EXIT.
041100     EXIT.
041200
041300******************************************************************
041400*    3000-OPEN-CURRENT -- OPEN THE FILE THE CARD NAMES AND
041500*    POSITION IT AT THE KEY PREFIX.  A MISSING FILE LEAVES THE
041600*    CURRENT SIDE EMPTY; THE HISTORY STILL REPORTS.
041700******************************************************************
041800 3000-OPEN-CURRENT.
041900     MOVE 0 TO WS-CUR-OPEN-SW.
042000     MOVE HIGH-VALUES TO WS-CUR-KEY.
042100     EVALUATE WS-SEL-FILE
042200         WHEN "ENQREG"
042300             OPEN INPUT ENQREG
042400             IF WS-ENQREG-OK
042500                 MOVE 1 TO WS-CUR-OPEN-SW
042600                 MOVE WS-SEL-KEY TO enqreg-resource
042700                 START ENQREG KEY NOT LESS THAN enqreg-resource
042800                     INVALID KEY
042900                         MOVE 0 TO WS-CUR-OPEN-SW
043000                         CLOSE ENQREG
043100                 END-START
043200             END-IF
043300         WHEN "MSGTERMS"
043400             OPEN INPUT MSGTERMS
043500             IF WS-MSGTERMS-OK
043600                 MOVE 1 TO WS-CUR-OPEN-SW
043700                 MOVE WS-SEL-KEY TO msgterms-termid
043800                 START MSGTERMS KEY NOT LESS THAN msgterms-termid
043900                     INVALID KEY
044000                         MOVE 0 TO WS-CUR-OPEN-SW
044100                         CLOSE MSGTERMS
044200                 END-START
044300             END-IF
044400         WHEN "MSGLIB"
044500             OPEN INPUT MSGLIB
044600             IF WS-MSGLIB-OK
044700                 MOVE 1 TO WS-CUR-OPEN-SW
044800             END-IF
044900         WHEN "XAMAINT"
045000             OPEN INPUT XAMAINT
045100             IF WS-XAMAINT-OK
045200                 MOVE 1 TO WS-CUR-OPEN-SW
045300                 MOVE WS-SEL-KEY TO xamaint-key
045400                 START XAMAINT KEY NOT LESS THAN xamaint-key
045500                     INVALID KEY
045600                         MOVE 0 TO WS-CUR-OPEN-SW
045700                         CLOSE XAMAINT
045800                 END-START
045900             END-IF
046000     END-EVALUATE.
046100 3000-EXIT.
046200     EXIT.
046300
046400******************************************************************
046500*    3100-READ-CURRENT -- NEXT RECORD FROM THE FILE ITSELF INTO
046600*    WS-CUR-KEY / WS-CUR-IMAGE.  PAST THE KEY PREFIX COUNTS AS
046700*    THE END OF THE FILE.
046800******************************************************************
046900 3100-READ-CURRENT.
047000     IF WS-CUR-OPEN-SW = 0
047100         MOVE HIGH-VALUES TO WS-CUR-KEY
047200         GO TO 3100-EXIT
047300     END-IF.
047400     MOVE SPACES TO WS-CUR-KEY.
047500     MOVE SPACES TO WS-CUR-IMAGE.
047600     EVALUATE WS-SEL-FILE
047700         WHEN "ENQREG"
047800             READ ENQREG NEXT RECORD
047900                 AT END
048000                     MOVE HIGH-VALUES TO WS-CUR-KEY
048100                 NOT AT END
048200                     MOVE enqreg-resource TO WS-CUR-KEY
048300                     MOVE enqreg-record TO WS-CUR-IMAGE
048400             END-READ
048500         WHEN "MSGTERMS"
048600             READ MSGTERMS NEXT RECORD
048700                 AT END
048800                     MOVE HIGH-VALUES TO WS-CUR-KEY
048900                 NOT AT END
049000                     MOVE msgterms-termid TO WS-CUR-KEY
049100                     MOVE msgterms-record TO WS-CUR-IMAGE
049200             END-READ
049300         WHEN "MSGLIB"
049400             READ MSGLIB NEXT RECORD
049500                 AT END
049600                     MOVE HIGH-VALUES TO WS-CUR-KEY
049700                 NOT AT END
049800                     MOVE msglib-template-no TO WS-CUR-KEY
049900                     MOVE msglib-record TO WS-CUR-IMAGE
050000             END-READ
050100         WHEN "XAMAINT"
050200             READ XAMAINT NEXT RECORD
050300                 AT END
050400                     MOVE HIGH-VALUES TO WS-CUR-KEY
050500                 NOT AT END
050600                     MOVE xamaint-key TO WS-CUR-KEY
050700                     MOVE xamaint-record TO WS-CUR-IMAGE
050800             END-READ
050900     END-EVALUATE.
051000     IF WS-CUR-KEY = HIGH-VALUES OR WS-KEY-LEN = ZERO
051100         GO TO 3100-EXIT
051200     END-IF.
051300     IF WS-CUR-KEY(1:WS-KEY-LEN) > WS-SEL-KEY(1:WS-KEY-LEN)
051400         MOVE HIGH-VALUES TO WS-CUR-KEY
051500         GO TO 3100-EXIT
051600     END-IF.
051700*    MSGLIB IS READ FROM THE TOP (ITS KEY IS NUMERIC); SKIP UP TO
051800*    THE PREFIX.
051900     IF WS-CUR-KEY(1:WS-KEY-LEN) < WS-SEL-KEY(1:WS-KEY-LEN)
052000         GO TO 3100-READ-CURRENT
052100     END-IF.
052200 3100-EXIT.
052300     EXIT.
052400
052500******************************************************************
052600*    3200-START-HISTORY -- POSITION XAREFAUD AT THIS FILE'S FIRST
052700*    HISTORY RECORD AT OR AFTER THE KEY PREFIX.
052800******************************************************************
052900 3200-START-HISTORY.
053000     MOVE HIGH-VALUES TO WS-AUD-KEY.
053100     IF WS-AUD-OPEN-SW = 0
053200         GO TO 3200-EXIT
053300     END-IF.
053400     MOVE LOW-VALUES TO xarefaud-key.
053500     MOVE WS-SEL-FILE TO xarefaud-file.
053600     MOVE WS-SEL-KEY TO xarefaud-rec-key.
053700     START XAREFAUD KEY NOT LESS THAN xarefaud-key
053800         INVALID KEY
053900             GO TO 3200-EXIT
054000     END-START.
054100     PERFORM 3300-READ-HISTORY THRU 3300-EXIT.
054200 3200-EXIT.
054300     EXIT.
054400
054500******************************************************************
054600*    3300-READ-HISTORY -- NEXT XAREFAUD RECORD FOR THIS FILE (AND
054700*    KEY PREFIX), ITS KEY IN WS-AUD-KEY.
054800******************************************************************
054900 3300-READ-HISTORY.
055000     READ XAREFAUD NEXT RECORD
055100         AT END
055200             MOVE HIGH-VALUES TO WS-AUD-KEY
055300             GO TO 3300-EXIT
055400     END-READ.
055500     IF xarefaud-file NOT = WS-SEL-FILE
055600         MOVE HIGH-VALUES TO WS-AUD-KEY
055700         GO TO 3300-EXIT
055800     END-IF.
055900     MOVE xarefaud-rec-key TO WS-AUD-KEY.
056000     IF WS-KEY-LEN > ZERO
056100         IF WS-AUD-KEY(1:WS-KEY-LEN) > WS-SEL-KEY(1:WS-KEY-LEN)
056200             MOVE HIGH-VALUES TO WS-AUD-KEY
056300         END-IF
056400     END-IF.
056500 3300-EXIT.
056600     EXIT.
056700
056800******************************************************************
056900*    3900-CLOSE-CURRENT -- CLOSE WHICHEVER FILE 3000 OPENED.
057000******************************************************************
057100 3900-CLOSE-CURRENT.
057200     IF WS-CUR-OPEN-SW = 0
057300         GO TO 3900-EXIT
057400     END-IF.
057500     EVALUATE WS-SEL-FILE
057600         WHEN "ENQREG"
057700             CLOSE ENQREG
057800         WHEN "MSGTERMS"
057900             CLOSE MSGTERMS
058000         WHEN "MSGLIB"
058100             CLOSE MSGLIB
058200         WHEN "XAMAINT"
058300             CLOSE XAMAINT
058400     END-EVALUATE.
058500     MOVE 0 TO WS-CUR-OPEN-SW.
058600 3900-EXIT.
058700     EXIT.
058800
058900******************************************************************
059000*    4000-MERGE-KEY -- THE LOWER OF THE TWO NEXT KEYS: GATHER ITS
059100*    HISTORY, DECIDE WHAT IT LOOKED LIKE ON THE AS-OF DATE, PRINT
059200*    IT, AND STEP PAST IT ON BOTH SIDES.
059300******************************************************************
059400 4000-MERGE-KEY.
059500     IF WS-CUR-KEY < WS-AUD-KEY
059600         MOVE WS-CUR-KEY TO WS-THIS-KEY
059700     ELSE
059800         MOVE WS-AUD-KEY TO WS-THIS-KEY
059900     END-IF.
060000
060100     MOVE 0 TO WS-LATER-SW.
060200     MOVE 0 TO WS-EARLIER-SW.
060300     PERFORM 4100-SCAN-HISTORY THRU 4100-EXIT
060400         UNTIL WS-AUD-KEY NOT = WS-THIS-KEY.
060500
060600     MOVE 0 TO WS-EXISTS-SW.
060700     IF WS-LATER-SW = 1
060800         IF WS-LC-ACTION NOT = "ADD"
060900             MOVE 1 TO WS-EXISTS-SW
061000             MOVE WS-LC-BEFORE-IMAGE TO WS-IMG-DATA
061100         END-IF
061200     ELSE
061300         IF WS-CUR-KEY = WS-THIS-KEY
061400             MOVE 1 TO WS-EXISTS-SW
061500             MOVE WS-CUR-IMAGE TO WS-IMG-DATA
061600         END-IF
061700     END-IF.
061800
061900     IF WS-EXISTS-SW = 1
062000         PERFORM 4200-PRINT-RECORD THRU 4200-EXIT
062100     ELSE
062200         ADD 1 TO WS-RECORDS-ABSENT
062300         IF WS-KEY-LEN > ZERO
062400             PERFORM 4300-PRINT-ABSENT THRU 4300-EXIT
062500         END-IF
062600     END-IF.
062700
062800     IF WS-CUR-KEY = WS-THIS-KEY
062900         PERFORM 3100-READ-CURRENT THRU 3100-EXIT
063000     END-IF.
063100 4000-EXIT.
063200     EXIT.
063300
063400******************************************************************
063500*    4100-SCAN-HISTORY -- ONE HISTORY RECORD OF THE KEY IN HAND.
063600*    THE FILE IS IN TIME ORDER WITHIN THE KEY, SO THE FIRST ONE
063700*    DATED AFTER THE AS-OF DATE IS THE ONE THAT MATTERS; THE LAST
063800*    ONE ON OR BEFORE IT IS KEPT FOR THE "LAST CHANGED" LINE.
063900******************************************************************
064000 4100-SCAN-HISTORY.
064100     IF xarefaud-date > WS-ASOF-DATE
064200         IF WS-LATER-SW = 0
064300             MOVE 1 TO WS-LATER-SW
064400             MOVE xarefaud-date TO WS-LC-DATE
064500             MOVE xarefaud-time TO WS-LC-TIME
064600             MOVE xarefaud-action TO WS-LC-ACTION
064700             MOVE xarefaud-userid TO WS-LC-USERID
064800             MOVE xarefaud-before-image TO WS-LC-BEFORE-IMAGE
064900         END-IF
065000     ELSE
065100         MOVE 1 TO WS-EARLIER-SW
065200         MOVE xarefaud-date TO WS-EC-DATE
065300         MOVE xarefaud-time TO WS-EC-TIME
065400         MOVE xarefaud-action TO WS-EC-ACTION
065500         MOVE xarefaud-userid TO WS-EC-USERID
065600         MOVE xarefaud-termid TO WS-EC-TERMID
065700     END-IF.
065800     PERFORM 3300-READ-HISTORY THRU 3300-EXIT.
065900 4100-EXIT.
066000     EXIT.
066100
066200******************************************************************
066300*    4200-PRINT-RECORD -- KEY LINE SAYING WHERE THE CONTENT CAME
066400*    FROM, THE LAST CHANGE MADE BY THE AS-OF DATE, AND THE RECORD.
066500******************************************************************
066600 4200-PRINT-RECORD.
066700     ADD 1 TO WS-RECORDS-LISTED.
066800     MOVE WS-THIS-KEY TO WS-KL-KEY.
066900     IF WS-LATER-SW = 1
067000         ADD 1 TO WS-RECORDS-REBUILT
067100         MOVE "REBUILT FROM CHANGE OF" TO WS-SR-LABEL
067200         MOVE WS-LC-DATE TO WS-SR-DATE
067300         MOVE WS-LC-TIME TO WS-SR-TIME
067400         MOVE WS-LC-ACTION TO WS-SR-ACTION
067500         MOVE WS-LC-USERID TO WS-SR-USERID
067600         MOVE WS-SOURCE-REBUILT TO WS-KL-SOURCE
067700     ELSE
067800         MOVE "UNCHANGED SINCE -- AS ON FILE NOW" TO WS-KL-SOURCE
067900     END-IF.
068000     WRITE XARFARPT-LINE FROM WS-KEY-LINE.
068100     PERFORM 4400-PRINT-LAST-CHANGE THRU 4400-EXIT.
068200
068300     MOVE WS-SEL-FILE TO WS-IMG-FILE.
068400     PERFORM 9600-FORMAT-IMAGE THRU 9600-EXIT.
068500     PERFORM 4500-PRINT-IMAGE-LINE THRU 4500-EXIT
068600         VARYING WS-FMT-SUB FROM 1 BY 1
068700         UNTIL WS-FMT-SUB > WS-FMT-COUNT.
068800 4200-EXIT.
068900     EXIT.
069000
069100******************************************************************
069200*    4300-PRINT-ABSENT -- A KEY ASKED ABOUT THAT HAS HISTORY BUT
069300*    WAS NOT ON THE FILE THAT DAY: ADDED LATER, OR ALREADY GONE.
069400******************************************************************
069500 4300-PRINT-ABSENT.
069600     MOVE WS-THIS-KEY TO WS-KL-KEY.
069700     IF WS-LATER-SW = 1
069800         MOVE "NOT ON FILE THAT DAY -- ADDED LATER, SEE BELOW"
069900             TO WS-KL-SOURCE
070000     ELSE
070100         MOVE "NOT ON FILE THAT DAY -- DELETED BY THEN"
070200             TO WS-KL-SOURCE
070300     END-IF.
070400     WRITE XARFARPT-LINE FROM WS-KEY-LINE.
070500     PERFORM 4400-PRINT-LAST-CHANGE THRU 4400-EXIT.
070600     IF WS-LATER-SW = 1
070700         MOVE "NEXT CHANGE:" TO WS-SR-LABEL
070800         MOVE WS-LC-DATE TO WS-SR-DATE
070900         MOVE WS-LC-TIME TO WS-SR-TIME
071000         MOVE WS-LC-ACTION TO WS-SR-ACTION
071100         MOVE WS-LC-USERID TO WS-SR-USERID
071200         MOVE WS-SOURCE-REBUILT TO WS-IL-TEXT
071300         WRITE XARFARPT-LINE FROM WS-IMAGE-LINE
071400     END-IF.
071500 4300-EXIT.
071600     EXIT.
071700
071800 4400-PRINT-LAST-CHANGE.
071900     IF WS-EARLIER-SW = 0
072000         GO TO 4400-EXIT
072100     END-IF.
072200     MOVE WS-EC-DATE TO WS-LCL-DATE.
072300     MOVE WS-EC-TIME TO WS-LCL-TIME.
072400     MOVE WS-EC-ACTION TO WS-LCL-ACTION.
072500     MOVE WS-EC-USERID TO WS-LCL-USERID.
072600     MOVE WS-EC-TERMID TO WS-LCL-TERMID.
072700     WRITE XARFARPT-LINE FROM WS-LAST-CHANGE-LINE.
072800 4400-EXIT.
072900     EXIT.
073000
073100 4500-PRINT-IMAGE-LINE.
073200     MOVE WS-FMT-LINE(WS-FMT-SUB) TO WS-IL-TEXT.
073300     WRITE XARFARPT-LINE FROM WS-IMAGE-LINE.
073400 4500-EXIT.
073500     EXIT.
073600
073700******************************************************************
073800*    9000-TERMINATE -- WRITE THE SUMMARY LINES AND CLOSE UP.
073900******************************************************************
074000 9000-TERMINATE.
074100     WRITE XARFARPT-LINE FROM WS-BLANK-LINE.
074200     MOVE "REQUEST CARDS RUN" TO WS-SL-LABEL.
074300     MOVE WS-CARDS-RUN TO WS-SL-COUNT.
074400     WRITE XARFARPT-LINE FROM WS-SUMMARY-LINE.
074500     MOVE "REQUEST CARDS REJECTED" TO WS-SL-LABEL.
074600     MOVE WS-CARDS-REJECTED TO WS-SL-COUNT.
074700     WRITE XARFARPT-LINE FROM WS-SUMMARY-LINE.
074800     MOVE "RECORDS LISTED" TO WS-SL-LABEL.
074900     MOVE WS-RECORDS-LISTED TO WS-SL-COUNT.
075000     WRITE XARFARPT-LINE FROM WS-SUMMARY-LINE.
075100     MOVE "  REBUILT FROM HISTORY" TO WS-SL-LABEL.
075200     MOVE WS-RECORDS-REBUILT TO WS-SL-COUNT.
075300     WRITE XARFARPT-LINE FROM WS-SUMMARY-LINE.
075400     MOVE "KEYS NOT ON FILE THAT DAY" TO WS-SL-LABEL.
075500     MOVE WS-RECORDS-ABSENT TO WS-SL-COUNT.
075600     WRITE XARFARPT-LINE FROM WS-SUMMARY-LINE.
075700
075800     IF WS-AUD-OPEN-SW = 1
075900         CLOSE XAREFAUD
076000     END-IF.
076100     IF WS-PRM-OPEN-SW = 1
076200         CLOSE XARFAPRM
076300     END-IF.
076400     CLOSE XARFARPT.
076500 9000-EXIT.
076600     EXIT.
076700
076800******************************************************************
076900*    REFERENCE-DATA IMAGE FORMATTING (9600-FORMAT-IMAGE) -- SEE
077000*    XA/XAREFFMT.CPY.
077100******************************************************************
077200     copy xareffmt.
077300
077400******************************************************************
077500*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
077600*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
077700******************************************************************
077800     copy xarunctl.
