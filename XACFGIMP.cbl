000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    XACFGIMP.
000300 AUTHOR.        XA SUPPORT TEAM.
000400 INSTALLATION.  ENTERPRISE SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  MODIFICATION HISTORY
000900*  ----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  10/15/2026 XST   NEW PROGRAM.  COMPARE AND APPLY OF A
001200*                   CONFIGURATION PACKAGE WRITTEN BY XACFGEXP,
001300*                   WITH A BACKOUT PACKAGE FOR EVERY IMPORT.
001400******************************************************************
001500*  XACFGIMP TAKES A XACFGPKG CONFIGURATION PACKAGE (XACFGEXP IN
001600*  THE SOURCE ENVIRONMENT, OR A BACKOUT PACKAGE FROM AN EARLIER
001700*  XACFGIMP RUN) AND SETS EVERY RECORD IN IT AGAINST THIS
001800*  ENVIRONMENT'S XARESREG, ENQREG, MSGLIB, MSGSCHED AND XASWAPPR:
001900*
002000*    ADD       NOT ON THE TARGET - WILL BE WRITTEN
002100*    CHANGE    ON THE TARGET, DIFFERENT - WILL BE REPLACED
002200*    SAME      ALREADY IDENTICAL - NOTHING TO DO
002300*    DELETE    A BACKOUT "D" RECORD STILL AS IMPORTED - WILL BE
002400*              REMOVED
002500*    ABSENT    A BACKOUT "D" RECORD ALREADY GONE - NOTHING TO DO
002600*    CONFLICT  CANNOT BE APPLIED SAFELY:
002700*              XARESREG  THE TARGET ENTRY HAS ANOTHER RMID, OR THE
002800*                        RMID IS ALREADY USED BY ANOTHER RESOURCE
002900*              ENQREG    THE TARGET ENTRY BELONGS TO ANOTHER
003000*                        OWNING APPLICATION
003100*              MSGSCHED  THE TEMPLATE IT SENDS IS NEITHER ON THE
003200*                        TARGET MSGLIB NOR IN THE PACKAGE
003300*              XASWAPPR  THE RESOURCE IS NEITHER ON THE TARGET
003400*                        XARESREG NOR IN THE PACKAGE, OR THE
003500*                        APPROVAL TABLE WOULD PASS 256 CARDS
003600*              "D"       THE TARGET HAS CHANGED SINCE THE IMPORT
003700*
003800*  A COMPARE RUN (MODE C) ONLY REPORTS.  AN APPLY RUN (MODE A)
003900*  MUST QUOTE THE PACKAGE NAME AND CREATED DATE FROM THE HEADER
004000*  AS ITS CONFIRMATION, AND IS REFUSED OUTRIGHT IF ANY RECORD IS
004100*  A CONFLICT.  IT IS ALL OR NOTHING: BEFORE CHANGING ANYTHING IT
004200*  WRITES THE BACKOUT PACKAGE (XACFGBAK) THAT RETURNS EVERY
004300*  RECORD IT IS ABOUT TO TOUCH TO ITS PRESENT STATE; IF ANY
004400*  WRITE, REWRITE OR DELETE THEN FAILS, OR A RECORD HAS CHANGED
004500*  SINCE THE COMPARE, EVERYTHING ALREADY APPLIED IS PUT BACK IN
004600*  REVERSE ORDER.  IMPORTING XACFGBAK LATER BACKS THE WHOLE
004700*  PROMOTION OUT.  ENQREG AND MSGLIB CHANGES ARE ALSO RECORDED IN
004800*  XAREFAUD UNDER THE REQUESTER'S USERID, AS XARGBULK RECORDS
004900*  ITS CHANGES; A PACKAGE HOLDING XARESREG RECORDS NEEDS XAOPAUTH
005000*  REGISTRY AUTHORITY, AS XARG AND XARGBULK DO.
005100*
005200*  XASWAPPR IS A SEQUENTIAL CARD FILE, SO IT IS CHANGED IN
005300*  STORAGE AND WRITTEN WHOLE TO XASWANEW FOR THE JOB'S NEXT STEP
005400*  TO COPY OVER THE LIVE FILE.  THE PACKAGE IMAGES ARE RAW
005500*  RECORDS, BINARY FIELDS INCLUDED, SO SOURCE AND TARGET MUST RUN
005600*  ON THE SAME PLATFORM.
005700*
005800*  RC 0 = CLEAN.  RC 4 = COMPARE FOUND CONFLICTS, OR A CHANGE
005900*  HISTORY WRITE FAILED AFTER A SUCCESSFUL APPLY.  RC 8 = BAD
006000*  CARD OR PACKAGE, NO AUTHORITY, APPLY REFUSED, OR THE APPLY
006100*  FAILED AND WAS BACKED OUT -- NOTHING WAS CHANGED UNLESS XCFIRPT
006200*  SAYS A BACKOUT STEP ITSELF FAILED.
006300******************************************************************
006400 ENVIRONMENT DIVISION.
006500 CONFIGURATION SECTION.
006600 SOURCE-COMPUTER.   IBM-370.
006700 OBJECT-COMPUTER.   IBM-370.
006800 SPECIAL-NAMES.
006900     CONSOLE IS CONS.
007000
007100 INPUT-OUTPUT SECTION.
007200 FILE-CONTROL.
007300     copy xaresregsel.
007400
007500     copy enqregsel.
007600
007700     copy msglibsel.
007800
007900     copy msgschedsel.
008000
008100     SELECT XASWAPPR ASSIGN TO "XASWAPPR"
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS WS-XASWAPPR-STATUS.
008400
008500     SELECT XASWANEW ASSIGN TO "XASWANEW"
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS WS-XASWANEW-STATUS.
008800
008900     copy xacfgpkgsel.
009000
009100     SELECT XACFGBAK ASSIGN TO "XACFGBAK"
009200         ORGANIZATION IS SEQUENTIAL
009300         FILE STATUS IS WS-XACFGBAK-STATUS.
009400
009500     copy xarefaudsel.
009600
009700     copy xaopauthsel.
009800
009900*    XAAUTHAUD'S OWN NAME IS ONE CHARACTER TOO LONG FOR A DD
010000*    STATEMENT; IN BATCH IT IS REACHED THROUGH DD XAAUTHAD.
010100     SELECT XAAUTHAUD ASSIGN TO "XAAUTHAD"
010200         ORGANIZATION IS INDEXED
010300         ACCESS MODE IS DYNAMIC
010400         RECORD KEY IS XAAUTHAUD-KEY
010500         FILE STATUS IS WS-XAAUTHAUD-STATUS.
010600
010700     SELECT XCFIPRM ASSIGN TO "XCFIPRM"
010800         ORGANIZATION IS SEQUENTIAL
010900         FILE STATUS IS WS-XCFIPRM-STATUS.
011000
011100     SELECT XCFIRPT ASSIGN TO "XCFIRPT"
011200         ORGANIZATION IS SEQUENTIAL
011300         FILE STATUS IS WS-XCFIRPT-STATUS.
011400
011500     copy xarunlgsel.
011600
011700 DATA DIVISION.
011800 FILE SECTION.
011900     copy xaresreg.
012000
012100     copy enqreg.
012200
012300     copy msglib.
012400
012500     copy msgsched.
012600
012700*****************************************************************
012800*    XASWAPPR -- APPROVED SWITCH LEVEL CARDS, LAID OUT AS XASWGATE
012900*    READS THEM.  XASWANEW RECEIVES THE WHOLE RESULTING FILE.
013000*****************************************************************
013100 FD  XASWAPPR
013200     LABEL RECORDS ARE STANDARD
013300     RECORDING MODE IS F.
013400
013500 01  XASWAPPR-LINE                   PIC X(80).
013600
013700 FD  XASWANEW
013800     LABEL RECORDS ARE STANDARD
013900     RECORDING MODE IS F.
014000
014100 01  XASWANEW-LINE                   PIC X(80).
014200
014300     copy xacfgpkg.
014400
014500*****************************************************************
014600*    XACFGBAK -- THE BACKOUT PACKAGE, SAME LAYOUT AS XACFGPKG.
014700*    BUILT IN WS-BAK-RECORD.
014800*****************************************************************
014900 FD  XACFGBAK
015000     LABEL RECORDS ARE STANDARD
015100     RECORDING MODE IS F.
015200
015300 01  XACFGBAK-RECORD                 PIC X(256).
015400
015500     copy xarefaud.
015600
015700     copy xaopauth.
015800
015900     copy xaauthaud.
016000
016100*****************************************************************
016200*    XCFIPRM -- CONTROL CARD (FIRST NON-"*" CARD).
016300*****************************************************************
016400 FD  XCFIPRM
016500     LABEL RECORDS ARE STANDARD
016600     RECORDING MODE IS F.
016700
016800 01  XCFIPRM-CARD.
016900     05  XCFIPRM-MODE                PIC X(01).
017000     05  FILLER                      PIC X(01).
017100     05  XCFIPRM-REQUESTER           PIC X(08).
017200     05  FILLER                      PIC X(01).
017300     05  XCFIPRM-PACKAGE             PIC X(16).
017400     05  FILLER                      PIC X(01).
017500     05  XCFIPRM-CREATED-DATE        PIC X(08).
017600     05  FILLER                      PIC X(44).
017700
017800 FD  XCFIRPT
017900     LABEL RECORDS ARE STANDARD
018000     RECORDING MODE IS F.
018100
018200 01  XCFIRPT-LINE                    PIC X(132).
018300
018400     copy xarunlg.
018500
018600 WORKING-STORAGE SECTION.
018700     copy xarunws.
018800
018900******************************************************************
019000*    FILE STATUS AND CONTROL SWITCHES
019100******************************************************************
019200 77  WS-XARESREG-STATUS              PIC X(02) VALUE SPACES.
019300     88  WS-XARESREG-OK                 VALUE "00".
019400     88  WS-XARESREG-NOT-FOUND          VALUE "35" "23".
019500
019600 77  WS-ENQREG-STATUS                PIC X(02) VALUE SPACES.
019700     88  WS-ENQREG-OK                   VALUE "00".
019800     88  WS-ENQREG-NOT-FOUND            VALUE "35" "23".
019900
020000 77  WS-MSGLIB-STATUS                PIC X(02) VALUE SPACES.
020100     88  WS-MSGLIB-OK                   VALUE "00".
020200     88  WS-MSGLIB-NOT-FOUND            VALUE "35" "23".
020300
020400 77  WS-MSGSCHED-STATUS              PIC X(02) VALUE SPACES.
020500     88  WS-MSGSCHED-OK                 VALUE "00".
020600     88  WS-MSGSCHED-NOT-FOUND          VALUE "35" "23".
020700
020800 77  WS-XASWAPPR-STATUS              PIC X(02) VALUE SPACES.
020900     88  WS-XASWAPPR-OK                 VALUE "00".
021000     88  WS-XASWAPPR-NOT-FOUND          VALUE "35".
021100
021200 77  WS-XASWANEW-STATUS              PIC X(02) VALUE SPACES.
021300     88  WS-XASWANEW-OK                 VALUE "00".
021400
021500 77  WS-XACFGPKG-STATUS              PIC X(02) VALUE SPACES.
021600     88  WS-XACFGPKG-OK                 VALUE "00".
021700
021800 77  WS-XACFGBAK-STATUS              PIC X(02) VALUE SPACES.
021900     88  WS-XACFGBAK-OK                 VALUE "00".
022000
022100 77  WS-XAREFAUD-STATUS              PIC X(02) VALUE SPACES.
022200     88  WS-XAREFAUD-OK                 VALUE "00".
022300
022400 77  WS-XAOPAUTH-STATUS              PIC X(02) VALUE SPACES.
022500     88  WS-XAOPAUTH-OK                 VALUE "00".
022600
022700 77  WS-XAAUTHAUD-STATUS             PIC X(02) VALUE SPACES.
022800     88  WS-XAAUTHAUD-OK                VALUE "00".
022900
023000 77  WS-XCFIPRM-STATUS               PIC X(02) VALUE SPACES.
023100     88  WS-XCFIPRM-OK                  VALUE "00".
023200
023300 77  WS-XCFIRPT-STATUS               PIC X(02) VALUE SPACES.
023400     88  WS-XCFIRPT-OK                  VALUE "00".
023500
023600*    STATUS OF THE LAST TARGET-FILE OPERATION (8100-8400).
023700 77  WS-IO-STATUS                    PIC X(02) VALUE SPACES.
023800     88  WS-IO-OK                       VALUE "00".
023900     88  WS-IO-NOT-FOUND                VALUE "23".
024000
024100 77  WS-RUN-MODE                     PIC X(01) VALUE SPACE.
024200     88  WS-COMPARE-RUN                 VALUE " " "C".
024300     88  WS-APPLY-RUN                   VALUE "A".
024400
024500 77  WS-RUN-OK-SW                    PIC 9(01) VALUE 0.
024600 77  WS-CARD-FOUND-SW                PIC 9(01) VALUE 0.
024700 77  WS-TRAILER-SW                   PIC 9(01) VALUE 0.
024800 77  WS-AUD-OPEN-SW                  PIC 9(01) VALUE 0.
024900 77  WS-FOUND-SW                     PIC 9(01) VALUE 0.
025000 77  WS-PICK-SW                      PIC 9(01) VALUE 0.
025100 77  WS-APPLY-FAILED-SW              PIC 9(01) VALUE 0.
025200 77  WS-UNDO-FAILED-SW               PIC 9(01) VALUE 0.
025300 77  WS-BAK-FAILED-SW                PIC 9(01) VALUE 0.
025400
025500*    WHICH OF XARESREG, ENQREG, MSGLIB, MSGSCHED ARE OPEN.
025600 01  WS-FILE-OPEN-SWITCHES           VALUE ZEROS.
025700     05  WS-FO-SW                    PIC 9(01) OCCURS 4 TIMES.
025800
025900 77  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
026000     88  WS-END-OF-FILE                 VALUE "Y".
026100
026200******************************************************************
026300*    COUNTERS AND SUBSCRIPTS
026400******************************************************************
026500 77  WS-PE-COUNT                     PIC S9(04) COMP VALUE ZERO.
026600 77  WS-PE-MAX                       PIC S9(04) COMP VALUE 500.
026700 77  WS-PX                           PIC S9(04) COMP VALUE ZERO.
026800 77  WS-QX                           PIC S9(04) COMP VALUE ZERO.
026900 77  WS-SA-COUNT                     PIC S9(04) COMP VALUE ZERO.
027000 77  WS-SA-MAX                       PIC S9(04) COMP VALUE 256.
027100 77  WS-SX                           PIC S9(04) COMP VALUE ZERO.
027200 77  WS-IO-SLOT                      PIC S9(04) COMP VALUE ZERO.
027300 77  WS-FX                           PIC S9(04) COMP VALUE ZERO.
027400 77  WS-KEY-LEN                      PIC S9(04) COMP VALUE ZERO.
027500 77  WS-APR-ADDS                     PIC S9(04) COMP VALUE ZERO.
027600 77  WS-RESREG-ENTRIES               PIC 9(07) COMP VALUE ZERO.
027700 77  WS-ADD-COUNT                    PIC 9(07) COMP VALUE ZERO.
027800 77  WS-CHANGE-COUNT                 PIC 9(07) COMP VALUE ZERO.
027900 77  WS-SAME-COUNT                   PIC 9(07) COMP VALUE ZERO.
028000 77  WS-DELETE-COUNT                 PIC 9(07) COMP VALUE ZERO.
028100 77  WS-ABSENT-COUNT                 PIC 9(07) COMP VALUE ZERO.
028200 77  WS-CONFLICT-COUNT               PIC 9(07) COMP VALUE ZERO.
028300 77  WS-APPLIED-COUNT                PIC 9(07) COMP VALUE ZERO.
028400 77  WS-UNDONE-COUNT                 PIC 9(07) COMP VALUE ZERO.
028500 77  WS-BAK-COUNT                    PIC 9(07) COMP VALUE ZERO.
028600 77  WS-HISTORY-FAILED               PIC 9(07) COMP VALUE ZERO.
028700 77  WS-PKG-TRAILER-COUNT            PIC 9(07) VALUE ZERO.
028800 77  WS-ENTRY-NO                     PIC 9(07) VALUE ZERO.
028900
029000******************************************************************
029100*    RUN PARAMETERS
029200******************************************************************
029300 01  WS-CONTROL-CARD                 PIC X(80) VALUE SPACES.
029400 01  WS-REQUESTER                    PIC X(08) VALUE SPACES.
029500
029600 01  WS-TODAY-DATE-TIME.
029700     05  WS-TODAY-DATE               PIC X(08).
029800     05  WS-TODAY-TIME               PIC X(06).
029900     05  FILLER                      PIC X(07).
030000
030100 01  WS-NOW-DATE-TIME.
030200     05  WS-NOW-DATE                 PIC X(08).
030300     05  WS-NOW-TIME                 PIC X(06).
030400     05  FILLER                      PIC X(07).
030500
030600*    THE PACKAGE HEADER AS READ.
030700 01  WS-PKG-HEADER.
030800     05  WS-PKG-NAME                 PIC X(16).
030900     05  WS-PKG-KIND                 PIC X(01).
031000         88  WS-PKG-IS-EXPORT           VALUE "E".
031100         88  WS-PKG-IS-BACKOUT          VALUE "B".
031200     05  WS-PKG-DATE                 PIC X(08).
031300     05  WS-PKG-TIME                 PIC X(06).
031400     05  WS-PKG-BY                   PIC X(08).
031500
031600******************************************************************
031700*    THE PACKAGE, HELD WHOLE.  WS-PE-BEFORE IS THE TARGET RECORD
031800*    AS THE COMPARE FOUND IT (CHANGE AND DELETE); WS-PE-SLOT THE
031900*    XASWAPPR TABLE ENTRY AN APPROVAL RECORD MATCHED OR WENT INTO.
032000******************************************************************
032100 01  WS-PKG-TABLE.
032200     05  WS-PE                       OCCURS 500 TIMES.
032300         10  WS-PE-TYPE              PIC X(01).
032400         10  WS-PE-FILE              PIC X(08).
032500         10  WS-PE-KEY               PIC X(10).
032600         10  WS-PE-IMAGE             PIC X(232).
032700         10  WS-PE-BEFORE            PIC X(232).
032800         10  WS-PE-OUTCOME           PIC X(08).
032900             88  WS-PE-TO-APPLY         VALUE "ADD" "CHANGE"
033000                                              "DELETE".
033100         10  WS-PE-SLOT              PIC S9(04) COMP.
033200         10  WS-PE-APPLIED           PIC X(01).
033300             88  WS-PE-IS-APPLIED       VALUE "Y".
033400
033500*    THE XASWAPPR CARDS.  A REMOVED CARD IS BLANKED AND IS NOT
033600*    WRITTEN TO XASWANEW.
033700 01  WS-SA-TABLE.
033800     05  WS-SA-LINE                  PIC X(80) OCCURS 256 TIMES.
033900
034000*    THE FILES A PACKAGE MAY CARRY, WITH THE LENGTH OF EACH ONE'S
034100*    KEY AT THE FRONT OF ITS RECORD.
034200 01  WS-FILE-VALUES.
034300     05  FILLER                      PIC X(10) VALUE "XARESREG08".
034400     05  FILLER                      PIC X(10) VALUE "ENQREG  10".
034500     05  FILLER                      PIC X(10) VALUE "MSGLIB  04".
034600     05  FILLER                      PIC X(10) VALUE "MSGSCHED04".
034700     05  FILLER                      PIC X(10) VALUE "XASWAPPR08".
034800 01  WS-FILE-TABLE REDEFINES WS-FILE-VALUES.
034900     05  WS-FT-ENTRY                 OCCURS 5 TIMES.
035000         10  WS-FT-NAME              PIC X(08).
035100         10  WS-FT-KEY-LEN           PIC 9(02).
035200
035300******************************************************************
035400*    RECORD IMAGES.  WS-NEW-IMAGE IS THE PACKAGE RECORD BEING
035500*    COMPARED, WS-TARGET-IMAGE THE TARGET RECORD OF THE SAME KEY.
035600*    THE REDEFINES PICK OUT THE FIELDS THE CONFLICT RULES TEST.
035700******************************************************************
035800 01  WS-NEW-IMAGE                    PIC X(232).
035900 01  WS-NEW-XARESREG REDEFINES WS-NEW-IMAGE.
036000     05  WS-NR-RESOURCE              PIC X(08).
036100     05  WS-NR-RMID                  PIC S9(09) COMP-5.
036200     05  FILLER                      PIC X(220).
036300 01  WS-NEW-ENQREG REDEFINES WS-NEW-IMAGE.
036400     05  WS-NE-RESOURCE              PIC X(10).
036500     05  WS-NE-OWNER-APP             PIC X(08).
036600     05  FILLER                      PIC X(214).
036700 01  WS-NEW-MSGSCHED REDEFINES WS-NEW-IMAGE.
036800     05  FILLER                      PIC X(19).
036900     05  WS-NS-TEMPLATE-NO           PIC X(04).
037000     05  FILLER                      PIC X(209).
037100 01  WS-NEW-XASWAPPR REDEFINES WS-NEW-IMAGE.
037200     05  WS-NA-RESOURCE              PIC X(08).
037300     05  FILLER                      PIC X(224).
037400
037500 01  WS-TARGET-IMAGE                 PIC X(232).
037600 01  WS-TARGET-XARESREG REDEFINES WS-TARGET-IMAGE.
037700     05  WS-TR-RESOURCE              PIC X(08).
037800     05  WS-TR-RMID                  PIC S9(09) COMP-5.
037900     05  FILLER                      PIC X(220).
038000 01  WS-TARGET-ENQREG REDEFINES WS-TARGET-IMAGE.
038100     05  WS-TE-RESOURCE              PIC X(10).
038200     05  WS-TE-OWNER-APP             PIC X(08).
038300     05  FILLER                      PIC X(214).
038400
038500*    THE TARGET OPERATION'S FILE AND RECORD (8100-8400).
038600 01  WS-IO-FILE                      PIC X(08).
038700 01  WS-IO-IMAGE                     PIC X(232).
038800
038900 01  WS-REASON                       PIC X(60) VALUE SPACES.
039000 01  WS-RMID-DISPLAY                 PIC -(9)9.
039100
039200******************************************************************
039300*    BACKOUT PACKAGE RECORD
039400******************************************************************
039500 01  WS-BAK-RECORD.
039600     05  WS-BK-TYPE                  PIC X(01).
039700     05  WS-BK-FILE                  PIC X(08).
039800     05  WS-BK-KEY                   PIC X(10).
039900     05  FILLER                      PIC X(05).
040000     05  WS-BK-IMAGE                 PIC X(232).
040100 01  WS-BAK-HEADER REDEFINES WS-BAK-RECORD.
040200     05  FILLER                      PIC X(01).
040300     05  WS-BH-PACKAGE               PIC X(16).
040400     05  WS-BH-KIND                  PIC X(01).
040500     05  WS-BH-CREATED-DATE          PIC X(08).
040600     05  WS-BH-CREATED-TIME          PIC X(06).
040700     05  WS-BH-CREATED-BY            PIC X(08).
040800     05  FILLER                      PIC X(216).
040900 01  WS-BAK-TRAILER REDEFINES WS-BAK-RECORD.
041000     05  FILLER                      PIC X(01).
041100     05  WS-BT-RECORD-COUNT          PIC 9(07).
041200     05  FILLER                      PIC X(248).
041300
041400     copy xarefws.
041500
041600******************************************************************
041700*    REPORT LINE LAYOUTS
041800******************************************************************
041900 01  WS-REPORT-HEADING-1.
042000     05  FILLER                      PIC X(52) VALUE
042100         "XACFGIMP -- CONFIGURATION PACKAGE IMPORT, RUN       ".
042200     05  WS-RH1-DATE                 PIC X(08).
042300     05  FILLER                      PIC X(01) VALUE SPACES.
042400     05  WS-RH1-TIME                 PIC X(06).
042500     05  FILLER                      PIC X(65) VALUE SPACES.
042600
042700 01  WS-CARD-LINE.
042800     05  FILLER                      PIC X(16) VALUE
042900         "CONTROL CARD:   ".
043000     05  WS-CD-CARD                  PIC X(40).
043100     05  FILLER                      PIC X(02) VALUE SPACES.
043200     05  WS-CD-MODE                  PIC X(50).
043300     05  FILLER                      PIC X(24) VALUE SPACES.
043400
043500 01  WS-PACKAGE-LINE.
043600     05  FILLER                      PIC X(16) VALUE
043700         "PACKAGE:        ".
043800     05  WS-PL-NAME                  PIC X(16).
043900     05  FILLER                      PIC X(02) VALUE SPACES.
044000     05  WS-PL-KIND                  PIC X(08).
044100     05  FILLER                      PIC X(10) VALUE " CREATED  ".
044200     05  WS-PL-DATE                  PIC X(08).
044300     05  FILLER                      PIC X(01) VALUE SPACES.
044400     05  WS-PL-TIME                  PIC X(06).
044500     05  FILLER                      PIC X(04) VALUE " BY ".
044600     05  WS-PL-BY                    PIC X(08).
044700     05  FILLER                      PIC X(53) VALUE SPACES.
044800
044900 01  WS-COLUMN-HEADING.
045000     05  FILLER                      PIC X(50) VALUE
045100         "  ENTRY T FILE     KEY        OUTCOME   REASON    ".
045200     05  FILLER                      PIC X(82) VALUE SPACES.
045300
045400 01  WS-ENTRY-LINE.
045500     05  WS-EN-ENTRY                 PIC Z(06)9.
045600     05  FILLER                      PIC X(01) VALUE SPACES.
045700     05  WS-EN-TYPE                  PIC X(01).
045800     05  FILLER                      PIC X(01) VALUE SPACES.
045900     05  WS-EN-FILE                  PIC X(08).
046000     05  FILLER                      PIC X(01) VALUE SPACES.
046100     05  WS-EN-KEY                   PIC X(10).
046200     05  FILLER                      PIC X(01) VALUE SPACES.
046300     05  WS-EN-OUTCOME               PIC X(08).
046400     05  FILLER                      PIC X(02) VALUE SPACES.
046500     05  WS-EN-REASON                PIC X(60).
046600     05  FILLER                      PIC X(32) VALUE SPACES.
046700
046800 01  WS-IMAGE-LINE.
046900     05  FILLER                      PIC X(10) VALUE SPACES.
047000     05  WS-IL-TAG                   PIC X(07).
047100     05  FILLER                      PIC X(05) VALUE SPACES.
047200     05  WS-IL-TEXT                  PIC X(110).
047300
047400 01  WS-ACTION-LINE.
047500     05  WS-AC-ACTION                PIC X(10).
047600     05  WS-AC-ENTRY                 PIC Z(06)9.
047700     05  FILLER                      PIC X(01) VALUE SPACES.
047800     05  WS-AC-FILE                  PIC X(08).
047900     05  FILLER                      PIC X(01) VALUE SPACES.
048000     05  WS-AC-KEY                   PIC X(10).
048100     05  FILLER                      PIC X(01) VALUE SPACES.
048200     05  WS-AC-OUTCOME               PIC X(08).
048300     05  FILLER                      PIC X(02) VALUE SPACES.
048400     05  WS-AC-REASON                PIC X(60).
048500     05  FILLER                      PIC X(24) VALUE SPACES.
048600
048700 01  WS-MESSAGE-LINE.
048800     05  FILLER                      PIC X(04) VALUE "*** ".
048900     05  WS-ML-TEXT                  PIC X(100).
049000     05  FILLER                      PIC X(28) VALUE SPACES.
049100
049200 01  WS-ERROR-LINE.
049300     05  FILLER                      PIC X(20) VALUE
049400         "*** CARD REJECTED:  ".
049500     05  WS-EL-CARD                  PIC X(30).
049600     05  FILLER                      PIC X(02) VALUE SPACES.
049700     05  WS-EL-REASON                PIC X(60).
049800     05  FILLER                      PIC X(20) VALUE SPACES.
049900
050000 01  WS-SUMMARY-LINE.
050100     05  WS-SL-LABEL                 PIC X(30).
050200     05  WS-SL-COUNT                 PIC Z(08)9.
050300     05  FILLER                      PIC X(93) VALUE SPACES.
050400
050500 01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.
050600
050700 PROCEDURE DIVISION.
050800******************************************************************
050900 0000-MAINLINE.
051000******************************************************************
051100     MOVE "XACFGIMP" TO WS-RUNCTL-JOB.
051200     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
051300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
051400     IF WS-RUN-OK-SW = 1
051500         PERFORM 2000-COMPARE-PACKAGE THRU 2000-EXIT
051600         IF WS-APPLY-RUN
051700             PERFORM 3000-APPLY-PACKAGE THRU 3000-EXIT
051800         END-IF
051900     END-IF.
052000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
052100     IF WS-RUN-OK-SW = 0
052200         MOVE 8 TO RETURN-CODE
052300     ELSE
052400         IF WS-CONFLICT-COUNT > ZERO
052500         OR WS-HISTORY-FAILED > ZERO
052600             MOVE 4 TO RETURN-CODE
052700         END-IF
052800     END-IF.
052900     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
053000     GOBACK.
053100
053200******************************************************************
053300*    1000-INITIALIZE -- READ AND CHECK THE CONTROL CARD, LOAD AND
053400*    CHECK THE PACKAGE, CHECK AUTHORITY AND OPEN THE TARGET FILES.
053500*    WS-RUN-OK-SW STAYS 0 IF ANY OF IT FAILS.
053600******************************************************************
053700 1000-INITIALIZE.
053800     MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE-TIME.
053900
054000     OPEN OUTPUT XCFIRPT.
054100     IF NOT WS-XCFIRPT-OK
054200         DISPLAY "XACFGIMP: UNABLE TO OPEN XCFIRPT, STATUS="
054300             WS-XCFIRPT-STATUS UPON CONS
054400     END-IF.
054500     MOVE WS-TODAY-DATE TO WS-RH1-DATE.
054600     MOVE WS-TODAY-TIME TO WS-RH1-TIME.
054700     WRITE XCFIRPT-LINE FROM WS-REPORT-HEADING-1.
054800     WRITE XCFIRPT-LINE FROM WS-BLANK-LINE.
054900
055000     MOVE SPACES TO WS-EL-REASON.
055100     OPEN INPUT XCFIPRM.
055200     IF NOT WS-XCFIPRM-OK
055300         MOVE "XCFIPRM CONTROL CARD FILE COULD NOT BE OPENED"
055400             TO WS-EL-REASON
055500         PERFORM 1900-REJECT-CARD THRU 1900-EXIT
055600         GO TO 1000-EXIT
055700     END-IF.
055800     MOVE "N" TO WS-EOF-SWITCH.
055900     PERFORM 1100-READ-CARD THRU 1100-EXIT
056000         UNTIL WS-END-OF-FILE
056100         OR WS-CARD-FOUND-SW = 1.
056200     CLOSE XCFIPRM.
056300     IF WS-CARD-FOUND-SW = 0
056400         MOVE "XCFIPRM CONTROL CARD IS MISSING" TO WS-EL-REASON
056500         PERFORM 1900-REJECT-CARD THRU 1900-EXIT
056600         GO TO 1000-EXIT
056700     END-IF.
056800
056900     MOVE XCFIPRM-MODE TO WS-RUN-MODE.
057000     MOVE XCFIPRM-REQUESTER TO WS-REQUESTER.
057100     MOVE XCFIPRM-CARD(1:40) TO WS-CD-CARD.
057200     IF WS-APPLY-RUN
057300         MOVE "APPLY - THE TARGET FILES WILL BE CHANGED"
057400             TO WS-CD-MODE
057500     ELSE
057600         MOVE "COMPARE ONLY - NOTHING WILL BE CHANGED"
057700             TO WS-CD-MODE
057800     END-IF.
057900     WRITE XCFIRPT-LINE FROM WS-CARD-LINE.
058000
058100     IF NOT WS-COMPARE-RUN AND NOT WS-APPLY-RUN
058200         MOVE "MODE MUST BE C (OR BLANK) TO COMPARE, A TO APPLY"
058300             TO WS-EL-REASON
058400         PERFORM 1900-REJECT-CARD THRU 1900-EXIT
058500         GO TO 1000-EXIT
058600     END-IF.
058700     IF WS-APPLY-RUN
058800     AND (XCFIPRM-REQUESTER = SPACES
058900       OR XCFIPRM-PACKAGE = SPACES
059000       OR XCFIPRM-CREATED-DATE = SPACES)
059100         MOVE "APPLY NEEDS REQUESTER, PACKAGE NAME AND DATE"
059200             TO WS-EL-REASON
059300         PERFORM 1900-REJECT-CARD THRU 1900-EXIT
059400         GO TO 1000-EXIT
059500     END-IF.
059600
059700     PERFORM 1200-LOAD-PACKAGE THRU 1200-EXIT.
059800     IF WS-EL-REASON NOT = SPACES
059900         PERFORM 1900-REJECT-CARD THRU 1900-EXIT
060000         GO TO 1000-EXIT
060100     END-IF.
060200
060300*    THE APPLY CARD MUST QUOTE THE PACKAGE IT WAS WRITTEN FOR --
060400*    THAT IS THE CONFIRMATION THAT THE COMPARE WAS REVIEWED.
060500     IF WS-APPLY-RUN
060600     AND (XCFIPRM-PACKAGE NOT = WS-PKG-NAME
060700       OR XCFIPRM-CREATED-DATE NOT = WS-PKG-DATE)
060800         MOVE "PACKAGE NAME/DATE DO NOT MATCH THE PACKAGE HEADER"
060900             TO WS-EL-REASON
061000         PERFORM 1900-REJECT-CARD THRU 1900-EXIT
061100         GO TO 1000-EXIT
061200     END-IF.
061300
061400     IF WS-APPLY-RUN AND WS-RESREG-ENTRIES > ZERO
061500         PERFORM 1300-CHECK-AUTHORITY THRU 1300-EXIT
061600         IF WS-EL-REASON NOT = SPACES
061700             PERFORM 1900-REJECT-CARD THRU 1900-EXIT
061800             GO TO 1000-EXIT
061900         END-IF
062000     END-IF.
062100
062200     PERFORM 1400-OPEN-FILES THRU 1400-EXIT.
062300     IF WS-EL-REASON NOT = SPACES
062400         PERFORM 1900-REJECT-CARD THRU 1900-EXIT
062500         GO TO 1000-EXIT
062600     END-IF.
062700
062800     WRITE XCFIRPT-LINE FROM WS-BLANK-LINE.
062900     MOVE 1 TO WS-RUN-OK-SW.
063000 1000-EXIT.
063100     EXIT.
063200
063300 1100-READ-CARD.
063400     READ XCFIPRM
063500         AT END
063600             MOVE "Y" TO WS-EOF-SWITCH
063700             GO TO 1100-EXIT
063800     END-READ.
063900     IF XCFIPRM-CARD(1:1) = "*"
064000         GO TO 1100-EXIT
064100     END-IF.
064200     MOVE XCFIPRM-CARD TO WS-CONTROL-CARD.
064300     MOVE 1 TO WS-CARD-FOUND-SW.
064400 1100-EXIT.
064500     EXIT.
064600
064700******************************************************************
064800*    1200-LOAD-PACKAGE -- HEADER FIRST, THEN THE RECORDS, THEN A
064900*    TRAILER WHOSE COUNT MATCHES.  ANY FAULT LEAVES ITS REASON IN
065000*    WS-EL-REASON AND NOTHING IS COMPARED OR APPLIED.
065100******************************************************************
065200 1200-LOAD-PACKAGE.
065300     OPEN INPUT XACFGPKG.
065400     IF NOT WS-XACFGPKG-OK
065500         MOVE "XACFGPKG PACKAGE DATASET COULD NOT BE OPENED"
065600             TO WS-EL-REASON
065700         GO TO 1200-EXIT
065800     END-IF.
065900     MOVE "N" TO WS-EOF-SWITCH.
066000     READ XACFGPKG
066100         AT END
066200             MOVE "Y" TO WS-EOF-SWITCH
066300     END-READ.
066400     IF WS-END-OF-FILE OR NOT XACFGPKG-IS-HEADER
066500         MOVE "PACKAGE DOES NOT START WITH A HEADER RECORD"
066600             TO WS-EL-REASON
066700         CLOSE XACFGPKG
066800         GO TO 1200-EXIT
066900     END-IF.
067000     MOVE XACFGPKG-PACKAGE TO WS-PKG-NAME.
067100     MOVE XACFGPKG-KIND TO WS-PKG-KIND.
067200     MOVE XACFGPKG-CREATED-DATE TO WS-PKG-DATE.
067300     MOVE XACFGPKG-CREATED-TIME TO WS-PKG-TIME.
067400     MOVE XACFGPKG-CREATED-BY TO WS-PKG-BY.
067500     MOVE WS-PKG-NAME TO WS-PL-NAME.
067600     MOVE "EXPORT" TO WS-PL-KIND.
067700     IF WS-PKG-IS-BACKOUT
067800         MOVE "BACKOUT" TO WS-PL-KIND
067900     END-IF.
068000     MOVE WS-PKG-DATE TO WS-PL-DATE.
068100     MOVE WS-PKG-TIME TO WS-PL-TIME.
068200     MOVE WS-PKG-BY TO WS-PL-BY.
068300     WRITE XCFIRPT-LINE FROM WS-PACKAGE-LINE.
068400
068500     PERFORM 1210-READ-ENTRY THRU 1210-EXIT
068600         UNTIL WS-END-OF-FILE
068700         OR WS-EL-REASON NOT = SPACES.
068800     CLOSE XACFGPKG.
068900     IF WS-EL-REASON NOT = SPACES
069000         GO TO 1200-EXIT
069100     END-IF.
069200     MOVE SPACES TO WS-CONTROL-CARD.
069300     IF WS-TRAILER-SW = 0
069400         MOVE "PACKAGE HAS NO TRAILER - TRANSFER IS INCOMPLETE"
069500             TO WS-EL-REASON
069600         GO TO 1200-EXIT
069700     END-IF.
069800     IF WS-PKG-TRAILER-COUNT NOT = WS-PE-COUNT
069900         MOVE "TRAILER COUNT DOES NOT MATCH THE PACKAGE RECORDS"
070000             TO WS-EL-REASON
070100         GO TO 1200-EXIT
070200     END-IF.
070300     IF WS-PE-COUNT = ZERO
070400         MOVE "PACKAGE HOLDS NO RECORDS" TO WS-EL-REASON
070500     END-IF.
070600 1200-EXIT.
070700     EXIT.
070800
070900 1210-READ-ENTRY.
071000     READ XACFGPKG
071100         AT END
071200             MOVE "Y" TO WS-EOF-SWITCH
071300             GO TO 1210-EXIT
071400     END-READ.
071500     MOVE XACFGPKG-RECORD(1:80) TO WS-CONTROL-CARD.
071600     IF WS-TRAILER-SW = 1
071700         MOVE "RECORDS FOLLOW THE PACKAGE TRAILER" TO WS-EL-REASON
071800         GO TO 1210-EXIT
071900     END-IF.
072000     IF XACFGPKG-IS-TRAILER
072100         MOVE 1 TO WS-TRAILER-SW
072200         MOVE XACFGPKG-RECORD-COUNT TO WS-PKG-TRAILER-COUNT
072300         GO TO 1210-EXIT
072400     END-IF.
072500     IF NOT XACFGPKG-IS-ENTRY AND NOT XACFGPKG-IS-DELETE
072600         MOVE "UNEXPECTED RECORD TYPE IN THE PACKAGE"
072700             TO WS-EL-REASON
072800         GO TO 1210-EXIT
072900     END-IF.
073000     IF WS-PE-COUNT >= WS-PE-MAX
073100         MOVE "PACKAGE HOLDS MORE THAN 500 RECORDS"
073200             TO WS-EL-REASON
073300         GO TO 1210-EXIT
073400     END-IF.
073500     MOVE ZERO TO WS-FX.
073600     PERFORM 1220-FIND-FILE THRU 1220-EXIT
073700         VARYING WS-SX FROM 1 BY 1
073800         UNTIL WS-SX > 5.
073900     IF WS-FX = ZERO
074000         MOVE "PACKAGE RECORD FOR A FILE THAT CANNOT BE LOADED"
074100             TO WS-EL-REASON
074200         GO TO 1210-EXIT
074300     END-IF.
074400     MOVE WS-FT-KEY-LEN(WS-FX) TO WS-KEY-LEN.
074500     IF XACFGPKG-KEY = SPACES
074600     OR XACFGPKG-IMAGE(1:WS-KEY-LEN)
074700         NOT = XACFGPKG-KEY(1:WS-KEY-LEN)
074800         MOVE "RECORD KEY DOES NOT MATCH ITS RECORD IMAGE"
074900             TO WS-EL-REASON
075000         GO TO 1210-EXIT
075100     END-IF.
075200     MOVE 0 TO WS-PICK-SW.
075300     PERFORM 1230-CHECK-DUPLICATE THRU 1230-EXIT
075400         VARYING WS-QX FROM 1 BY 1
075500         UNTIL WS-QX > WS-PE-COUNT.
075600     IF WS-PICK-SW = 1
075700         MOVE "THE SAME FILE AND KEY APPEAR TWICE IN THE PACKAGE"
075800             TO WS-EL-REASON
075900         GO TO 1210-EXIT
076000     END-IF.
076100
076200     ADD 1 TO WS-PE-COUNT.
076300     MOVE XACFGPKG-TYPE TO WS-PE-TYPE(WS-PE-COUNT).
076400     MOVE XACFGPKG-FILE TO WS-PE-FILE(WS-PE-COUNT).
076500     MOVE XACFGPKG-KEY TO WS-PE-KEY(WS-PE-COUNT).
076600     MOVE XACFGPKG-IMAGE TO WS-PE-IMAGE(WS-PE-COUNT).
076700     MOVE SPACES TO WS-PE-BEFORE(WS-PE-COUNT).
076800     MOVE SPACES TO WS-PE-OUTCOME(WS-PE-COUNT).
076900     MOVE ZERO TO WS-PE-SLOT(WS-PE-COUNT).
077000     MOVE "N" TO WS-PE-APPLIED(WS-PE-COUNT).
077100     IF XACFGPKG-FILE = "XARESREG"
077200         ADD 1 TO WS-RESREG-ENTRIES
077300     END-IF.
077400 1210-EXIT.
077500     EXIT.
077600
077700 1220-FIND-FILE.
077800     IF XACFGPKG-FILE = WS-FT-NAME(WS-SX)
077900         MOVE WS-SX TO WS-FX
078000     END-IF.
078100 1220-EXIT.
078200     EXIT.
078300
078400 1230-CHECK-DUPLICATE.
078500     IF WS-PE-FILE(WS-QX) = XACFGPKG-FILE
078600     AND WS-PE-KEY(WS-QX) = XACFGPKG-KEY
078700         MOVE 1 TO WS-PICK-SW
078800     END-IF.
078900 1230-EXIT.
079000     EXIT.
079100
079200******************************************************************
079300*    1300-CHECK-AUTHORITY -- XARESREG CHANGES NEED REGISTRY
079400*    AUTHORITY ON THE REQUESTER'S XAOPAUTH RECORD, AS IN XARG.
079500*    A REFUSAL IS LOGGED TO XAAUTHAUD THE WAY XARG LOGS ONE.
079600******************************************************************
079700 1300-CHECK-AUTHORITY.
079800     OPEN INPUT XAOPAUTH.
079900     IF NOT WS-XAOPAUTH-OK
080000         MOVE "XAOPAUTH COULD NOT BE OPENED TO CHECK AUTHORITY"
080100             TO WS-EL-REASON
080200         GO TO 1300-EXIT
080300     END-IF.
080400     MOVE WS-REQUESTER TO XAOPAUTH-USERID.
080500     READ XAOPAUTH
080600         INVALID KEY
080700             MOVE SPACES TO XAOPAUTH-REGISTRY-AUTH
080800     END-READ.
080900     CLOSE XAOPAUTH.
081000     IF XAOPAUTH-MAY-REGISTRY
081100         GO TO 1300-EXIT
081200     END-IF.
081300
081400     MOVE "REQUESTER NOT AUTHORIZED TO CHANGE THE REGISTRY"
081500         TO WS-EL-REASON.
081600     OPEN I-O XAAUTHAUD.
081700     IF NOT WS-XAAUTHAUD-OK
081800         DISPLAY "XACFGIMP: UNABLE TO OPEN XAAUTHAUD, STATUS="
081900             WS-XAAUTHAUD-STATUS UPON CONS
082000         GO TO 1300-EXIT
082100     END-IF.
082200     MOVE SPACES TO XAAUTHAUD-RECORD.
082300     MOVE WS-REQUESTER TO XAAUTHAUD-USERID.
082400     MOVE WS-TODAY-DATE TO XAAUTHAUD-DATE.
082500     MOVE WS-TODAY-TIME TO XAAUTHAUD-TIME.
082600     MOVE "DENY" TO XAAUTHAUD-ACTION.
082700     MOVE WS-REQUESTER TO XAAUTHAUD-ACTOR.
082800     MOVE "XACFGIMP APPLY" TO XAAUTHAUD-DETAIL.
082900     WRITE XAAUTHAUD-RECORD
083000         INVALID KEY
083100             DISPLAY "XACFGIMP: XAAUTHAUD WRITE FAILED, STATUS="
083200                 WS-XAAUTHAUD-STATUS UPON CONS
083300     END-WRITE.
083400     CLOSE XAAUTHAUD.
083500 1300-EXIT.
083600     EXIT.
083700
083800******************************************************************
083900*    1400-OPEN-FILES -- THE FOUR KEYED FILES INPUT FOR A COMPARE,
084000*    I-O FOR AN APPLY; XASWAPPR INTO THE TABLE; AND XAREFAUD FOR
084100*    AN APPLY.  A TARGET WITH NO XASWAPPR FILE STARTS EMPTY.
084200******************************************************************
084300 1400-OPEN-FILES.
084400     IF WS-APPLY-RUN
084500         OPEN I-O XARESREG
084600     ELSE
084700         OPEN INPUT XARESREG
084800     END-IF.
084900     IF NOT WS-XARESREG-OK
085000         STRING "XARESREG COULD NOT BE OPENED, STATUS="
085100             WS-XARESREG-STATUS DELIMITED BY SIZE
085200             INTO WS-EL-REASON
085300         GO TO 1400-EXIT
085400     END-IF.
085500     MOVE 1 TO WS-FO-SW(1).
085600     IF WS-APPLY-RUN
085700         OPEN I-O ENQREG
085800     ELSE
085900         OPEN INPUT ENQREG
086000     END-IF.
086100     IF NOT WS-ENQREG-OK
086200         STRING "ENQREG COULD NOT BE OPENED, STATUS="
086300             WS-ENQREG-STATUS DELIMITED BY SIZE INTO WS-EL-REASON
086400         GO TO 1400-EXIT
086500     END-IF.
086600     MOVE 1 TO WS-FO-SW(2).
086700     IF WS-APPLY-RUN
086800         OPEN I-O MSGLIB
086900     ELSE
087000         OPEN INPUT MSGLIB
087100     END-IF.
087200     IF NOT WS-MSGLIB-OK
087300         STRING "MSGLIB COULD NOT BE OPENED, STATUS="
087400             WS-MSGLIB-STATUS DELIMITED BY SIZE INTO WS-EL-REASON
087500         GO TO 1400-EXIT
087600     END-IF.
087700     MOVE 1 TO WS-FO-SW(3).
087800     IF WS-APPLY-RUN
087900         OPEN I-O MSGSCHED
088000     ELSE
088100         OPEN INPUT MSGSCHED
088200     END-IF.
088300     IF NOT WS-MSGSCHED-OK
088400         STRING "MSGSCHED COULD NOT BE OPENED, STATUS="
088500             WS-MSGSCHED-STATUS DELIMITED BY SIZE
088600             INTO WS-EL-REASON
088700         GO TO 1400-EXIT
088800     END-IF.
088900     MOVE 1 TO WS-FO-SW(4).
089000
089100     OPEN INPUT XASWAPPR.
089200     IF WS-XASWAPPR-NOT-FOUND
089300         MOVE "NO XASWAPPR FILE ON THE TARGET - STARTING EMPTY"
089400             TO WS-ML-TEXT
089500         WRITE XCFIRPT-LINE FROM WS-MESSAGE-LINE
089600     ELSE
089700         IF NOT WS-XASWAPPR-OK
089800             STRING "XASWAPPR COULD NOT BE OPENED, STATUS="
089900                 WS-XASWAPPR-STATUS DELIMITED BY SIZE
090000                 INTO WS-EL-REASON
090100             GO TO 1400-EXIT
090200         END-IF
090300         MOVE "N" TO WS-EOF-SWITCH
090400         PERFORM 1410-LOAD-APPROVAL THRU 1410-EXIT
090500             UNTIL WS-END-OF-FILE
090600             OR WS-EL-REASON NOT = SPACES
090700         CLOSE XASWAPPR
090800         IF WS-EL-REASON NOT = SPACES
090900             GO TO 1400-EXIT
091000         END-IF
091100     END-IF.
091200
091300     IF WS-APPLY-RUN
091400         OPEN I-O XAREFAUD
091500         IF NOT WS-XAREFAUD-OK
091600             MOVE "XAREFAUD CHANGE HISTORY COULD NOT BE OPENED"
091700                 TO WS-EL-REASON
091800             GO TO 1400-EXIT
091900         END-IF
092000         MOVE 1 TO WS-AUD-OPEN-SW
092100     END-IF.
092200 1400-EXIT.
092300     EXIT.
092400
092500 1410-LOAD-APPROVAL.
092600     READ XASWAPPR
092700         AT END
092800             MOVE "Y" TO WS-EOF-SWITCH
092900             GO TO 1410-EXIT
093000     END-READ.
093100     IF XASWAPPR-LINE = SPACES
093200         GO TO 1410-EXIT
093300     END-IF.
093400     IF WS-SA-COUNT >= WS-SA-MAX
093500         MOVE "XASWAPPR HOLDS MORE THAN 256 CARDS" TO WS-EL-REASON
093600         GO TO 1410-EXIT
093700     END-IF.
093800     ADD 1 TO WS-SA-COUNT.
093900     MOVE XASWAPPR-LINE TO WS-SA-LINE(WS-SA-COUNT).
094000 1410-EXIT.
094100     EXIT.
094200
094300******************************************************************
094400*    1900-REJECT-CARD -- PRINT THE CARD OR PACKAGE RECORD AND WHY
094500*    NOTHING WAS DONE.  THE CALLER LOADS WS-EL-REASON.
094600******************************************************************
094700 1900-REJECT-CARD.
094800     MOVE WS-CONTROL-CARD(1:30) TO WS-EL-CARD.
094900     WRITE XCFIRPT-LINE FROM WS-ERROR-LINE.
095000     DISPLAY "XACFGIMP: RUN REJECTED - " WS-EL-REASON UPON CONS.
095100 1900-EXIT.
095200     EXIT.
095300
095400******************************************************************
095500*    2000-COMPARE-PACKAGE -- SET EVERY PACKAGE RECORD AGAINST THE
095600*    TARGET AND REPORT WHAT AN APPLY WOULD DO WITH IT.
095700******************************************************************
095800 2000-COMPARE-PACKAGE.
095900     WRITE XCFIRPT-LINE FROM WS-COLUMN-HEADING.
096000     WRITE XCFIRPT-LINE FROM WS-BLANK-LINE.
096100     PERFORM 2100-COMPARE-ENTRY THRU 2100-EXIT
096200         VARYING WS-PX FROM 1 BY 1
096300         UNTIL WS-PX > WS-PE-COUNT.
096400     WRITE XCFIRPT-LINE FROM WS-BLANK-LINE.
096500 2000-EXIT.
096600     EXIT.
096700
096800 2100-COMPARE-ENTRY.
096900     MOVE SPACES TO WS-REASON.
097000     MOVE WS-PE-IMAGE(WS-PX) TO WS-NEW-IMAGE.
097100     MOVE WS-PE-FILE(WS-PX) TO WS-IO-FILE.
097200     MOVE WS-NEW-IMAGE TO WS-IO-IMAGE.
097300     PERFORM 8100-READ-TARGET THRU 8100-EXIT.
097400     MOVE WS-IO-SLOT TO WS-PE-SLOT(WS-PX).
097500     IF NOT WS-IO-OK AND NOT WS-IO-NOT-FOUND
097600         STRING "TARGET READ FAILED, STATUS=" WS-IO-STATUS
097700             DELIMITED BY SIZE INTO WS-REASON
097800         MOVE "CONFLICT" TO WS-PE-OUTCOME(WS-PX)
097900         GO TO 2100-TALLY
098000     END-IF.
098100
098200     IF WS-PE-TYPE(WS-PX) = "D"
098300         IF WS-FOUND-SW = 0
098400             MOVE "ABSENT" TO WS-PE-OUTCOME(WS-PX)
098500         ELSE
098600             IF WS-TARGET-IMAGE = WS-NEW-IMAGE
098700                 MOVE "DELETE" TO WS-PE-OUTCOME(WS-PX)
098800                 MOVE WS-TARGET-IMAGE TO WS-PE-BEFORE(WS-PX)
098900             ELSE
099000                 MOVE "CONFLICT" TO WS-PE-OUTCOME(WS-PX)
099100                 MOVE "CHANGED ON THE TARGET SINCE THE IMPORT"
099200                     TO WS-REASON
099300             END-IF
099400         END-IF
099500         GO TO 2100-TALLY
099600     END-IF.
099700
099800     IF WS-FOUND-SW = 1
099900     AND WS-TARGET-IMAGE = WS-NEW-IMAGE
100000         MOVE "SAME" TO WS-PE-OUTCOME(WS-PX)
100100         GO TO 2100-TALLY
100200     END-IF.
100300     PERFORM 2200-CHECK-CONFLICT THRU 2200-EXIT.
100400     IF WS-REASON NOT = SPACES
100500         MOVE "CONFLICT" TO WS-PE-OUTCOME(WS-PX)
100600         GO TO 2100-TALLY
100700     END-IF.
100800     IF WS-FOUND-SW = 1
100900         MOVE "CHANGE" TO WS-PE-OUTCOME(WS-PX)
101000         MOVE WS-TARGET-IMAGE TO WS-PE-BEFORE(WS-PX)
101100     ELSE
101200         MOVE "ADD" TO WS-PE-OUTCOME(WS-PX)
101300         IF WS-PE-FILE(WS-PX) = "XASWAPPR"
101400             ADD 1 TO WS-APR-ADDS
101500         END-IF
101600     END-IF.
101700
101800 2100-TALLY.
101900     EVALUATE WS-PE-OUTCOME(WS-PX)
102000         WHEN "ADD"
102100             ADD 1 TO WS-ADD-COUNT
102200         WHEN "CHANGE"
102300             ADD 1 TO WS-CHANGE-COUNT
102400         WHEN "SAME"
102500             ADD 1 TO WS-SAME-COUNT
102600         WHEN "DELETE"
102700             ADD 1 TO WS-DELETE-COUNT
102800         WHEN "ABSENT"
102900             ADD 1 TO WS-ABSENT-COUNT
103000         WHEN OTHER
103100             ADD 1 TO WS-CONFLICT-COUNT
103200     END-EVALUATE.
103300     PERFORM 2800-PRINT-ENTRY THRU 2800-EXIT.
103400 2100-EXIT.
103500     EXIT.
103600
103700******************************************************************
103800*    2200-CHECK-CONFLICT -- THE PER-FILE RULES FOR A RECORD THAT
103900*    WOULD BE ADDED OR CHANGED.  A CONFLICT LEAVES ITS REASON IN
104000*    WS-REASON.  WS-TARGET-IMAGE/WS-FOUND-SW ARE THE TARGET RECORD
104100*    OF THE SAME KEY, AND ARE NOT DISTURBED.
104200******************************************************************
104300 2200-CHECK-CONFLICT.
104400     EVALUATE WS-PE-FILE(WS-PX)
104500         WHEN "XARESREG"
104600             PERFORM 2300-CHECK-XARESREG THRU 2300-EXIT
104700         WHEN "ENQREG"
104800             IF WS-FOUND-SW = 1
104900             AND WS-TE-OWNER-APP NOT = WS-NE-OWNER-APP
105000                 STRING "OWNED BY APPLICATION " WS-TE-OWNER-APP
105100                     " ON THE TARGET" DELIMITED BY SIZE
105200                     INTO WS-REASON
105300             END-IF
105400         WHEN "MSGSCHED"
105500             PERFORM 2500-CHECK-MSGSCHED THRU 2500-EXIT
105600         WHEN "XASWAPPR"
105700             PERFORM 2600-CHECK-XASWAPPR THRU 2600-EXIT
105800     END-EVALUATE.
105900 2200-EXIT.
106000     EXIT.
106100
106200*    THE RMID IS WHAT THE TRANSACTION MANAGER KNOWS A RESOURCE
106300*    BY, SO AN IMPORT NEVER MOVES ONE NAME TO ANOTHER RMID OR
106400*    GIVES TWO NAMES THE SAME ONE.
106500 2300-CHECK-XARESREG.
106600     IF WS-FOUND-SW = 1
106700     AND WS-TR-RMID NOT = WS-NR-RMID
106800         MOVE WS-TR-RMID TO WS-RMID-DISPLAY
106900         STRING "TARGET ENTRY HAS RMID " WS-RMID-DISPLAY
107000             DELIMITED BY SIZE INTO WS-REASON
107100         GO TO 2300-EXIT
107200     END-IF.
107300     MOVE 0 TO WS-PICK-SW.
107400     PERFORM 2320-CHECK-PACKAGE-RMID THRU 2320-EXIT
107500         VARYING WS-QX FROM 1 BY 1
107600         UNTIL WS-QX > WS-PE-COUNT
107700         OR WS-PICK-SW = 1.
107800     IF WS-PICK-SW = 1
107900         GO TO 2300-EXIT
108000     END-IF.
108100     MOVE LOW-VALUES TO XARESREG-RESOURCE.
108200     START XARESREG KEY IS NOT LESS THAN XARESREG-RESOURCE
108300         INVALID KEY
108400             GO TO 2300-EXIT
108500     END-START.
108600     MOVE "N" TO WS-EOF-SWITCH.
108700     PERFORM 2310-BROWSE-RMID THRU 2310-EXIT
108800         UNTIL WS-END-OF-FILE
108900         OR WS-REASON NOT = SPACES.
109000 2300-EXIT.
109100     EXIT.
109200
109300 2310-BROWSE-RMID.
109400     READ XARESREG NEXT RECORD
109500         AT END
109600             MOVE "Y" TO WS-EOF-SWITCH
109700             GO TO 2310-EXIT
109800     END-READ.
109900     IF XARESREG-RMID = WS-NR-RMID
110000     AND XARESREG-RESOURCE NOT = WS-NR-RESOURCE
110100         STRING "RMID ALREADY USED ON THE TARGET BY "
110200             XARESREG-RESOURCE DELIMITED BY SIZE INTO WS-REASON
110300     END-IF.
110400 2310-EXIT.
110500     EXIT.
110600
110700 2320-CHECK-PACKAGE-RMID.
110800     IF WS-QX NOT = WS-PX
110900     AND WS-PE-FILE(WS-QX) = "XARESREG"
111000     AND WS-PE-TYPE(WS-QX) = "R"
111100     AND WS-PE-IMAGE(WS-QX)(9:4) = WS-NEW-IMAGE(9:4)
111200         MOVE 1 TO WS-PICK-SW
111300         STRING "RMID ALSO GIVEN TO " WS-PE-KEY(WS-QX)
111400             " IN THE PACKAGE" DELIMITED BY SIZE INTO WS-REASON
111500     END-IF.
111600 2320-EXIT.
111700     EXIT.
111800
111900*    A SCHEDULE ENTRY MUST NOT SEND A TEMPLATE THE TARGET WILL
112000*    NOT HAVE.
112100 2500-CHECK-MSGSCHED.
112200     IF WS-NS-TEMPLATE-NO = "0000"
112300         GO TO 2500-EXIT
112400     END-IF.
112500     MOVE 0 TO WS-PICK-SW.
112600     PERFORM 2510-CHECK-PACKAGE-TEMPLATE THRU 2510-EXIT
112700         VARYING WS-QX FROM 1 BY 1
112800         UNTIL WS-QX > WS-PE-COUNT
112900         OR WS-PICK-SW = 1.
113000     IF WS-PICK-SW = 1
113100         GO TO 2500-EXIT
113200     END-IF.
113300     MOVE WS-NS-TEMPLATE-NO TO MSGLIB-TEMPLATE-NO.
113400     READ MSGLIB
113500         INVALID KEY
113600             CONTINUE
113700     END-READ.
113800     IF NOT WS-MSGLIB-OK
113900         STRING "SENDS TEMPLATE " WS-NS-TEMPLATE-NO
114000             " - NOT ON THE TARGET MSGLIB" DELIMITED BY SIZE
114100             INTO WS-REASON
114200     END-IF.
114300 2500-EXIT.
114400     EXIT.
114500
114600 2510-CHECK-PACKAGE-TEMPLATE.
114700     IF WS-PE-FILE(WS-QX) = "MSGLIB"
114800     AND WS-PE-TYPE(WS-QX) = "R"
114900     AND WS-PE-KEY(WS-QX)(1:4) = WS-NS-TEMPLATE-NO
115000         MOVE 1 TO WS-PICK-SW
115100     END-IF.
115200 2510-EXIT.
115300     EXIT.
115400
115500*    AN APPROVAL CARD IS ONLY ANY USE FOR A REGISTERED RESOURCE,
115600*    AND XASWGATE LOADS AT MOST 256 OF THEM.
115700 2600-CHECK-XASWAPPR.
115800     IF WS-FOUND-SW = 0
115900     AND WS-SA-COUNT + WS-APR-ADDS >= WS-SA-MAX
116000         MOVE "XASWAPPR WOULD HOLD MORE THAN 256 CARDS"
116100             TO WS-REASON
116200         GO TO 2600-EXIT
116300     END-IF.
116400     MOVE 0 TO WS-PICK-SW.
116500     PERFORM 2610-CHECK-PACKAGE-RESOURCE THRU 2610-EXIT
116600         VARYING WS-QX FROM 1 BY 1
116700         UNTIL WS-QX > WS-PE-COUNT
116800         OR WS-PICK-SW = 1.
116900     IF WS-PICK-SW = 1
117000         GO TO 2600-EXIT
117100     END-IF.
117200     MOVE WS-NA-RESOURCE TO XARESREG-RESOURCE.
117300     READ XARESREG
117400         INVALID KEY
117500             CONTINUE
117600     END-READ.
117700     IF NOT WS-XARESREG-OK
117800         MOVE "RESOURCE IS NOT REGISTERED IN THE TARGET XARESREG"
117900             TO WS-REASON
118000     END-IF.
118100 2600-EXIT.
118200     EXIT.
118300
118400 2610-CHECK-PACKAGE-RESOURCE.
118500     IF WS-PE-FILE(WS-QX) = "XARESREG"
118600     AND WS-PE-TYPE(WS-QX) = "R"
118700     AND WS-PE-KEY(WS-QX)(1:8) = WS-NA-RESOURCE
118800         MOVE 1 TO WS-PICK-SW
118900     END-IF.
119000 2610-EXIT.
119100     EXIT.
119200
119300******************************************************************
119400*    2800-PRINT-ENTRY -- ONE LINE PER PACKAGE RECORD, THEN THE
119500*    TARGET RECORD AND/OR THE PACKAGE RECORD FIELD BY FIELD.
119600******************************************************************
119700 2800-PRINT-ENTRY.
119800     MOVE WS-PX TO WS-EN-ENTRY.
119900     MOVE WS-PE-TYPE(WS-PX) TO WS-EN-TYPE.
120000     MOVE WS-PE-FILE(WS-PX) TO WS-EN-FILE.
120100     MOVE WS-PE-KEY(WS-PX) TO WS-EN-KEY.
120200     MOVE WS-PE-OUTCOME(WS-PX) TO WS-EN-OUTCOME.
120300     MOVE WS-REASON TO WS-EN-REASON.
120400     WRITE XCFIRPT-LINE FROM WS-ENTRY-LINE.
120500     IF WS-PE-OUTCOME(WS-PX) = "SAME" OR "ABSENT"
120600         GO TO 2800-EXIT
120700     END-IF.
120800     MOVE WS-PE-FILE(WS-PX) TO WS-IMG-FILE.
120900     IF WS-FOUND-SW = 1
121000         MOVE "TARGET" TO WS-IL-TAG
121100         MOVE WS-TARGET-IMAGE TO WS-IMG-DATA
121200         PERFORM 2850-WRITE-IMAGE THRU 2850-EXIT
121300     END-IF.
121400     IF WS-PE-TYPE(WS-PX) = "R"
121500         MOVE "PACKAGE" TO WS-IL-TAG
121600         MOVE WS-NEW-IMAGE TO WS-IMG-DATA
121700         PERFORM 2850-WRITE-IMAGE THRU 2850-EXIT
121800     END-IF.
121900 2800-EXIT.
122000     EXIT.
122100
122200 2850-WRITE-IMAGE.
122300     PERFORM 9600-FORMAT-IMAGE THRU 9600-EXIT.
122400     PERFORM 2860-WRITE-IMAGE-LINE THRU 2860-EXIT
122500         VARYING WS-FMT-SUB FROM 1 BY 1
122600         UNTIL WS-FMT-SUB > WS-FMT-COUNT.
122700 2850-EXIT.
122800     EXIT.
122900
123000 2860-WRITE-IMAGE-LINE.
123100     MOVE WS-FMT-LINE(WS-FMT-SUB) TO WS-IL-TEXT.
123200     WRITE XCFIRPT-LINE FROM WS-IMAGE-LINE.
123300     MOVE SPACES TO WS-IL-TAG.
123400 2860-EXIT.
123500     EXIT.
123600
123700******************************************************************
123800*    3000-APPLY-PACKAGE -- REFUSED IF ANYTHING CONFLICTS.  WRITE
123900*    THE BACKOUT PACKAGE, THEN APPLY EVERY ADD, CHANGE AND DELETE
124000*    IN PACKAGE ORDER; ON THE FIRST FAILURE PUT BACK WHAT WAS
124100*    APPLIED, IN REVERSE ORDER, AND END RC 8.
124200******************************************************************
124300 3000-APPLY-PACKAGE.
124400     IF WS-CONFLICT-COUNT > ZERO
124500         MOVE "APPLY REFUSED - CONFLICTS FOUND, NOTHING CHANGED"
124600             TO WS-ML-TEXT
124700         WRITE XCFIRPT-LINE FROM WS-MESSAGE-LINE
124800         DISPLAY "XACFGIMP: APPLY REFUSED - CONFLICTS IN PACKAGE "
124900             WS-PKG-NAME UPON CONS
125000         MOVE 0 TO WS-RUN-OK-SW
125100         GO TO 3000-EXIT
125200     END-IF.
125300     IF WS-ADD-COUNT + WS-CHANGE-COUNT + WS-DELETE-COUNT = ZERO
125400         MOVE "NOTHING TO APPLY - THE TARGET ALREADY MATCHES"
125500             TO WS-ML-TEXT
125600         WRITE XCFIRPT-LINE FROM WS-MESSAGE-LINE
125700         GO TO 3000-EXIT
125800     END-IF.
125900
126000     PERFORM 3100-WRITE-BACKOUT THRU 3100-EXIT.
126100     IF WS-BAK-FAILED-SW = 1
126200         MOVE "BACKOUT PACKAGE NOT WRITTEN - NOTHING APPLIED"
126300             TO WS-ML-TEXT
126400         WRITE XCFIRPT-LINE FROM WS-MESSAGE-LINE
126500         DISPLAY "XACFGIMP: XACFGBAK WRITE FAILED, STATUS="
126600             WS-XACFGBAK-STATUS UPON CONS
126700         MOVE 0 TO WS-RUN-OK-SW
126800         GO TO 3000-EXIT
126900     END-IF.
127000
127100     PERFORM 3300-APPLY-ENTRY THRU 3300-EXIT
127200         VARYING WS-PX FROM 1 BY 1
127300         UNTIL WS-PX > WS-PE-COUNT
127400         OR WS-APPLY-FAILED-SW = 1.
127500     IF WS-APPLY-FAILED-SW = 1
127600         PERFORM 3500-UNDO-ENTRY THRU 3500-EXIT
127700             VARYING WS-PX FROM WS-PE-COUNT BY -1
127800             UNTIL WS-PX < 1
127900         PERFORM 3600-REPORT-FAILURE THRU 3600-EXIT
128000         MOVE 0 TO WS-RUN-OK-SW
128100         GO TO 3000-EXIT
128200     END-IF.
128300
128400     PERFORM 3700-WRITE-HISTORY THRU 3700-EXIT
128500         VARYING WS-PX FROM 1 BY 1
128600         UNTIL WS-PX > WS-PE-COUNT.
128700     MOVE "PACKAGE APPLIED - BACKOUT PACKAGE IS IN XACFGBAK"
128800         TO WS-ML-TEXT.
128900     WRITE XCFIRPT-LINE FROM WS-BLANK-LINE.
129000     WRITE XCFIRPT-LINE FROM WS-MESSAGE-LINE.
129100 3000-EXIT.
129200     EXIT.
129300
129400******************************************************************
129500*    3100-WRITE-BACKOUT -- A PACKAGE THAT UNDOES THIS IMPORT, IN
129600*    REVERSE ORDER: AN ADD BECOMES A "D" RECORD CARRYING THE
129700*    RECORD AS ADDED, A CHANGE OR DELETE AN "R" RECORD CARRYING
129800*    THE TARGET RECORD AS IT STANDS NOW.
129900******************************************************************
130000 3100-WRITE-BACKOUT.
130100     MOVE 1 TO WS-BAK-FAILED-SW.
130200     OPEN OUTPUT XACFGBAK.
130300     IF NOT WS-XACFGBAK-OK
130400         GO TO 3100-EXIT
130500     END-IF.
130600     MOVE SPACES TO WS-BAK-RECORD.
130700     MOVE "H" TO WS-BK-TYPE.
130800     MOVE WS-PKG-NAME TO WS-BH-PACKAGE.
130900     MOVE "B" TO WS-BH-KIND.
131000     MOVE WS-TODAY-DATE TO WS-BH-CREATED-DATE.
131100     MOVE WS-TODAY-TIME TO WS-BH-CREATED-TIME.
131200     MOVE WS-REQUESTER TO WS-BH-CREATED-BY.
131300     WRITE XACFGBAK-RECORD FROM WS-BAK-RECORD.
131400     IF NOT WS-XACFGBAK-OK
131500         CLOSE XACFGBAK
131600         GO TO 3100-EXIT
131700     END-IF.
131800     MOVE 0 TO WS-PICK-SW.
131900     PERFORM 3200-WRITE-BACKOUT-ENTRY THRU 3200-EXIT
132000         VARYING WS-PX FROM WS-PE-COUNT BY -1
132100         UNTIL WS-PX < 1
132200         OR WS-PICK-SW = 1.
132300     IF WS-PICK-SW = 1
132400         CLOSE XACFGBAK
132500         GO TO 3100-EXIT
132600     END-IF.
132700     MOVE SPACES TO WS-BAK-RECORD.
132800     MOVE "T" TO WS-BK-TYPE.
132900     MOVE WS-BAK-COUNT TO WS-BT-RECORD-COUNT.
133000     WRITE XACFGBAK-RECORD FROM WS-BAK-RECORD.
133100     IF NOT WS-XACFGBAK-OK
133200         CLOSE XACFGBAK
133300         GO TO 3100-EXIT
133400     END-IF.
133500     CLOSE XACFGBAK.
133600     MOVE 0 TO WS-BAK-FAILED-SW.
133700 3100-EXIT.
133800     EXIT.
133900
134000 3200-WRITE-BACKOUT-ENTRY.
134100     IF NOT WS-PE-TO-APPLY(WS-PX)
134200         GO TO 3200-EXIT
134300     END-IF.
134400     MOVE SPACES TO WS-BAK-RECORD.
134500     MOVE WS-PE-FILE(WS-PX) TO WS-BK-FILE.
134600     MOVE WS-PE-KEY(WS-PX) TO WS-BK-KEY.
134700     IF WS-PE-OUTCOME(WS-PX) = "ADD"
134800         MOVE "D" TO WS-BK-TYPE
134900         MOVE WS-PE-IMAGE(WS-PX) TO WS-BK-IMAGE
135000     ELSE
135100         MOVE "R" TO WS-BK-TYPE
135200         MOVE WS-PE-BEFORE(WS-PX) TO WS-BK-IMAGE
135300     END-IF.
135400     WRITE XACFGBAK-RECORD FROM WS-BAK-RECORD.
135500     IF NOT WS-XACFGBAK-OK
135600         MOVE 1 TO WS-PICK-SW
135700         GO TO 3200-EXIT
135800     END-IF.
135900     ADD 1 TO WS-BAK-COUNT.
136000 3200-EXIT.
136100     EXIT.
136200
136300******************************************************************
136400*    3300-APPLY-ENTRY -- ONE ADD, CHANGE OR DELETE.  A CHANGE OR
136500*    DELETE FIRST RE-READS THE TARGET AND INSISTS IT IS STILL AS
136600*    THE COMPARE FOUND IT.
136700******************************************************************
136800 3300-APPLY-ENTRY.
136900     IF NOT WS-PE-TO-APPLY(WS-PX)
137000         GO TO 3300-EXIT
137100     END-IF.
137200     MOVE SPACES TO WS-REASON.
137300     MOVE WS-PE-FILE(WS-PX) TO WS-IO-FILE.
137400     MOVE WS-PE-SLOT(WS-PX) TO WS-IO-SLOT.
137500     IF WS-PE-OUTCOME(WS-PX) = "ADD"
137600         MOVE WS-PE-IMAGE(WS-PX) TO WS-IO-IMAGE
137700         PERFORM 8200-WRITE-TARGET THRU 8200-EXIT
137800         MOVE WS-IO-SLOT TO WS-PE-SLOT(WS-PX)
137900         IF NOT WS-IO-OK
138000             STRING "WRITE FAILED, STATUS=" WS-IO-STATUS
138100                 DELIMITED BY SIZE INTO WS-REASON
138200         END-IF
138300         GO TO 3300-RESULT
138400     END-IF.
138500
138600     MOVE WS-PE-BEFORE(WS-PX) TO WS-IO-IMAGE.
138700     PERFORM 8100-READ-TARGET THRU 8100-EXIT.
138800     IF NOT WS-IO-OK
138900         STRING "RE-READ FAILED, STATUS=" WS-IO-STATUS
139000             DELIMITED BY SIZE INTO WS-REASON
139100         GO TO 3300-RESULT
139200     END-IF.
139300     IF WS-TARGET-IMAGE NOT = WS-PE-BEFORE(WS-PX)
139400         MOVE "TARGET RECORD CHANGED SINCE THE COMPARE"
139500             TO WS-REASON
139600         GO TO 3300-RESULT
139700     END-IF.
139800     IF WS-PE-OUTCOME(WS-PX) = "CHANGE"
139900         MOVE WS-PE-IMAGE(WS-PX) TO WS-IO-IMAGE
140000         PERFORM 8300-REWRITE-TARGET THRU 8300-EXIT
140100         IF NOT WS-IO-OK
140200             STRING "REWRITE FAILED, STATUS=" WS-IO-STATUS
140300                 DELIMITED BY SIZE INTO WS-REASON
140400         END-IF
140500     ELSE
140600         PERFORM 8400-DELETE-TARGET THRU 8400-EXIT
140700         IF NOT WS-IO-OK
140800             STRING "DELETE FAILED, STATUS=" WS-IO-STATUS
140900                 DELIMITED BY SIZE INTO WS-REASON
141000         END-IF
141100     END-IF.
141200
141300 3300-RESULT.
141400     IF WS-REASON NOT = SPACES
141500         MOVE 1 TO WS-APPLY-FAILED-SW
141600         MOVE "FAILED" TO WS-AC-ACTION
141700     ELSE
141800         MOVE "Y" TO WS-PE-APPLIED(WS-PX)
141900         ADD 1 TO WS-APPLIED-COUNT
142000         MOVE "APPLIED" TO WS-AC-ACTION
142100     END-IF.
142200     PERFORM 3900-WRITE-ACTION THRU 3900-EXIT.
142300 3300-EXIT.
142400     EXIT.
142500
142600******************************************************************
142700*    3500-UNDO-ENTRY -- PUT ONE APPLIED RECORD BACK: REMOVE WHAT
142800*    WAS ADDED, RESTORE WHAT WAS CHANGED OR DELETED.
142900******************************************************************
143000 3500-UNDO-ENTRY.
143100     IF NOT WS-PE-IS-APPLIED(WS-PX)
143200         GO TO 3500-EXIT
143300     END-IF.
143400     MOVE SPACES TO WS-REASON.
143500     MOVE WS-PE-FILE(WS-PX) TO WS-IO-FILE.
143600     MOVE WS-PE-SLOT(WS-PX) TO WS-IO-SLOT.
143700     EVALUATE WS-PE-OUTCOME(WS-PX)
143800         WHEN "ADD"
143900             MOVE WS-PE-IMAGE(WS-PX) TO WS-IO-IMAGE
144000             PERFORM 8100-READ-TARGET THRU 8100-EXIT
144100             IF WS-IO-OK
144200                 PERFORM 8400-DELETE-TARGET THRU 8400-EXIT
144300             END-IF
144400         WHEN "CHANGE"
144500             MOVE WS-PE-BEFORE(WS-PX) TO WS-IO-IMAGE
144600             PERFORM 8100-READ-TARGET THRU 8100-EXIT
144700             IF WS-IO-OK
144800                 MOVE WS-PE-BEFORE(WS-PX) TO WS-IO-IMAGE
144900                 PERFORM 8300-REWRITE-TARGET THRU 8300-EXIT
145000             END-IF
145100         WHEN OTHER
145200             MOVE WS-PE-BEFORE(WS-PX) TO WS-IO-IMAGE
145300             PERFORM 8200-WRITE-TARGET THRU 8200-EXIT
145400     END-EVALUATE.
145500     IF WS-IO-OK
145600         MOVE "N" TO WS-PE-APPLIED(WS-PX)
145700         ADD 1 TO WS-UNDONE-COUNT
145800         MOVE "UNDONE" TO WS-AC-ACTION
145900     ELSE
146000         MOVE 1 TO WS-UNDO-FAILED-SW
146100         MOVE "NOT UNDONE" TO WS-AC-ACTION
146200         STRING "*** RESTORE BY HAND, STATUS=" WS-IO-STATUS
146300             DELIMITED BY SIZE INTO WS-REASON
146400     END-IF.
146500     PERFORM 3900-WRITE-ACTION THRU 3900-EXIT.
146600 3500-EXIT.
146700     EXIT.
146800
146900 3600-REPORT-FAILURE.
147000     WRITE XCFIRPT-LINE FROM WS-BLANK-LINE.
147100     IF WS-UNDO-FAILED-SW = 0
147200         MOVE "APPLY FAILED - ALL CHANGES MADE WERE PUT BACK"
147300             TO WS-ML-TEXT
147400         DISPLAY "XACFGIMP: APPLY FAILED AND WAS BACKED OUT - "
147500             WS-PKG-NAME UPON CONS
147600     ELSE
147700         MOVE "APPLY FAILED, BACKOUT INCOMPLETE - SEE NOT UNDONE"
147800             TO WS-ML-TEXT
147900         DISPLAY "XACFGIMP: APPLY FAILED, BACKOUT INCOMPLETE - "
148000             WS-PKG-NAME UPON CONS
148100     END-IF.
148200     WRITE XCFIRPT-LINE FROM WS-MESSAGE-LINE.
148300 3600-EXIT.
148400     EXIT.
148500
148600******************************************************************
148700*    3700-WRITE-HISTORY -- ENQREG AND MSGLIB CHANGES GO TO
148800*    XAREFAUD AS ENQG AND MSGL RECORD THEM, UNDER THE REQUESTER'S
148900*    USERID, WITH THE PACKAGE ENTRY NUMBER IN PLACE OF A TASK
149000*    NUMBER.  THE CHANGE IS ALREADY MADE, SO A FAILED HISTORY
149100*    WRITE IS REPORTED, NOT UNDONE.
149200******************************************************************
149300 3700-WRITE-HISTORY.
149400     IF NOT WS-PE-IS-APPLIED(WS-PX)
149500     OR WS-AUD-OPEN-SW = 0
149600         GO TO 3700-EXIT
149700     END-IF.
149800     IF WS-PE-FILE(WS-PX) NOT = "ENQREG"
149900     AND WS-PE-FILE(WS-PX) NOT = "MSGLIB"
150000         GO TO 3700-EXIT
150100     END-IF.
150200     MOVE FUNCTION CURRENT-DATE TO WS-NOW-DATE-TIME.
150300     MOVE SPACES TO xarefaud-record.
150400     MOVE WS-PE-FILE(WS-PX) TO xarefaud-file.
150500     MOVE WS-PE-KEY(WS-PX) TO xarefaud-rec-key.
150600     MOVE WS-NOW-DATE TO xarefaud-date.
150700     MOVE WS-NOW-TIME TO xarefaud-time.
150800     MOVE WS-PX TO WS-ENTRY-NO.
150900     MOVE WS-ENTRY-NO TO xarefaud-taskno.
151000     MOVE WS-REQUESTER TO xarefaud-userid.
151100     EVALUATE WS-PE-OUTCOME(WS-PX)
151200         WHEN "ADD"
151300             MOVE "ADD" TO xarefaud-action
151400             MOVE WS-PE-IMAGE(WS-PX) TO xarefaud-after-image
151500         WHEN "CHANGE"
151600             MOVE "UPDATE" TO xarefaud-action
151700             MOVE WS-PE-BEFORE(WS-PX) TO xarefaud-before-image
151800             MOVE WS-PE-IMAGE(WS-PX) TO xarefaud-after-image
151900         WHEN OTHER
152000             MOVE "DELETE" TO xarefaud-action
152100             MOVE WS-PE-BEFORE(WS-PX) TO xarefaud-before-image
152200     END-EVALUATE.
152300     WRITE xarefaud-record
152400         INVALID KEY
152500             CONTINUE
152600     END-WRITE.
152700     IF NOT WS-XAREFAUD-OK
152800         ADD 1 TO WS-HISTORY-FAILED
152900         DISPLAY "XACFGIMP: XAREFAUD WRITE FAILED, STATUS="
153000             WS-XAREFAUD-STATUS UPON CONS
153100     END-IF.
153200 3700-EXIT.
153300     EXIT.
153400
153500 3900-WRITE-ACTION.
153600     MOVE WS-PX TO WS-AC-ENTRY.
153700     MOVE WS-PE-FILE(WS-PX) TO WS-AC-FILE.
153800     MOVE WS-PE-KEY(WS-PX) TO WS-AC-KEY.
153900     MOVE WS-PE-OUTCOME(WS-PX) TO WS-AC-OUTCOME.
154000     MOVE WS-REASON TO WS-AC-REASON.
154100     WRITE XCFIRPT-LINE FROM WS-ACTION-LINE.
154200 3900-EXIT.
154300     EXIT.
154400
154500******************************************************************
154600*    8100-8400 -- ONE OPERATION ON THE TARGET RECORD OF FILE
154700*    WS-IO-FILE WHOSE KEY LEADS WS-IO-IMAGE.  WS-IO-STATUS GETS
154800*    THE FILE STATUS.  XASWAPPR IS THE TABLE IN STORAGE: A READ
154900*    FINDS THE FIRST CARD FOR THE RESOURCE AND SETS WS-IO-SLOT,
155000*    WHICH A REWRITE OR DELETE THEN USES; A WRITE APPENDS A CARD
155100*    AND SETS IT.  A REWRITE OR DELETE OF A KEYED FILE FOLLOWS A
155200*    READ OF THE SAME KEY.
155300******************************************************************
155400 8100-READ-TARGET.
155500     MOVE 0 TO WS-FOUND-SW.
155600     MOVE ZERO TO WS-IO-SLOT.
155700     MOVE SPACES TO WS-TARGET-IMAGE.
155800     EVALUATE WS-IO-FILE
155900         WHEN "XARESREG"
156000             MOVE WS-IO-IMAGE TO XARESREG-RECORD
156100             READ XARESREG
156200                 INVALID KEY
156300                     CONTINUE
156400             END-READ
156500             MOVE WS-XARESREG-STATUS TO WS-IO-STATUS
156600             MOVE XARESREG-RECORD TO WS-TARGET-IMAGE
156700         WHEN "ENQREG"
156800             MOVE WS-IO-IMAGE TO ENQREG-RECORD
156900             READ ENQREG
157000                 INVALID KEY
157100                     CONTINUE
157200             END-READ
157300             MOVE WS-ENQREG-STATUS TO WS-IO-STATUS
157400             MOVE ENQREG-RECORD TO WS-TARGET-IMAGE
157500         WHEN "MSGLIB"
157600             MOVE WS-IO-IMAGE TO MSGLIB-RECORD
157700             READ MSGLIB
157800                 INVALID KEY
157900                     CONTINUE
158000             END-READ
158100             MOVE WS-MSGLIB-STATUS TO WS-IO-STATUS
158200             MOVE MSGLIB-RECORD TO WS-TARGET-IMAGE
158300         WHEN "MSGSCHED"
158400             MOVE WS-IO-IMAGE TO MSGSCHED-RECORD
158500             READ MSGSCHED
158600                 INVALID KEY
158700                     CONTINUE
158800             END-READ
158900             MOVE WS-MSGSCHED-STATUS TO WS-IO-STATUS
159000             MOVE MSGSCHED-RECORD TO WS-TARGET-IMAGE
159100         WHEN OTHER
159200             MOVE "23" TO WS-IO-STATUS
159300             PERFORM 8150-FIND-APPROVAL THRU 8150-EXIT
159400                 VARYING WS-SX FROM 1 BY 1
159500                 UNTIL WS-SX > WS-SA-COUNT
159600                 OR WS-IO-OK
159700     END-EVALUATE.
159800     IF WS-IO-OK
159900         MOVE 1 TO WS-FOUND-SW
160000     ELSE
160100         MOVE SPACES TO WS-TARGET-IMAGE
160200     END-IF.
160300 8100-EXIT.
160400     EXIT.
160500
160600 8150-FIND-APPROVAL.
160700     IF WS-SA-LINE(WS-SX)(1:8) = WS-IO-IMAGE(1:8)
160800         MOVE "00" TO WS-IO-STATUS
160900         MOVE WS-SX TO WS-IO-SLOT
161000         MOVE WS-SA-LINE(WS-SX) TO WS-TARGET-IMAGE
161100     END-IF.
161200 8150-EXIT.
161300     EXIT.
161400
161500 8200-WRITE-TARGET.
161600     EVALUATE WS-IO-FILE
161700         WHEN "XARESREG"
161800             MOVE WS-IO-IMAGE TO XARESREG-RECORD
161900             WRITE XARESREG-RECORD
162000                 INVALID KEY
162100                     CONTINUE
162200             END-WRITE
162300             MOVE WS-XARESREG-STATUS TO WS-IO-STATUS
162400         WHEN "ENQREG"
162500             MOVE WS-IO-IMAGE TO ENQREG-RECORD
162600             WRITE ENQREG-RECORD
162700                 INVALID KEY
162800                     CONTINUE
162900             END-WRITE
163000             MOVE WS-ENQREG-STATUS TO WS-IO-STATUS
163100         WHEN "MSGLIB"
163200             MOVE WS-IO-IMAGE TO MSGLIB-RECORD
163300             WRITE MSGLIB-RECORD
163400                 INVALID KEY
163500                     CONTINUE
163600             END-WRITE
163700             MOVE WS-MSGLIB-STATUS TO WS-IO-STATUS
163800         WHEN "MSGSCHED"
163900             MOVE WS-IO-IMAGE TO MSGSCHED-RECORD
164000             WRITE MSGSCHED-RECORD
164100                 INVALID KEY
164200                     CONTINUE
164300             END-WRITE
164400             MOVE WS-MSGSCHED-STATUS TO WS-IO-STATUS
164500         WHEN OTHER
164600             PERFORM 8250-ADD-APPROVAL THRU 8250-EXIT
164700     END-EVALUATE.
164800 8200-EXIT.
164900     EXIT.
165000
165100*    A CARD PUT BACK BY AN UNDO RETURNS TO ITS OWN SLOT; A NEW
165200*    ONE GOES ON THE END.
165300 8250-ADD-APPROVAL.
165400     MOVE "00" TO WS-IO-STATUS.
165500     IF WS-IO-SLOT > ZERO
165600         MOVE WS-IO-IMAGE TO WS-SA-LINE(WS-IO-SLOT)
165700         GO TO 8250-EXIT
165800     END-IF.
165900     IF WS-SA-COUNT >= WS-SA-MAX
166000         MOVE "24" TO WS-IO-STATUS
166100         GO TO 8250-EXIT
166200     END-IF.
166300     ADD 1 TO WS-SA-COUNT.
166400     MOVE WS-SA-COUNT TO WS-IO-SLOT.
166500     MOVE WS-IO-IMAGE TO WS-SA-LINE(WS-IO-SLOT).
166600 8250-EXIT.
166700     EXIT.
166800
166900 8300-REWRITE-TARGET.
167000     EVALUATE WS-IO-FILE
167100         WHEN "XARESREG"
167200             MOVE WS-IO-IMAGE TO XARESREG-RECORD
167300             REWRITE XARESREG-RECORD
167400                 INVALID KEY
167500                     CONTINUE
167600             END-REWRITE
167700             MOVE WS-XARESREG-STATUS TO WS-IO-STATUS
167800         WHEN "ENQREG"
167900             MOVE WS-IO-IMAGE TO ENQREG-RECORD
168000             REWRITE ENQREG-RECORD
168100                 INVALID KEY
168200                     CONTINUE
168300             END-REWRITE
168400             MOVE WS-ENQREG-STATUS TO WS-IO-STATUS
168500         WHEN "MSGLIB"
168600             MOVE WS-IO-IMAGE TO MSGLIB-RECORD
168700             REWRITE MSGLIB-RECORD
168800                 INVALID KEY
168900                     CONTINUE
169000             END-REWRITE
169100             MOVE WS-MSGLIB-STATUS TO WS-IO-STATUS
169200         WHEN "MSGSCHED"
169300             MOVE WS-IO-IMAGE TO MSGSCHED-RECORD
169400             REWRITE MSGSCHED-RECORD
169500                 INVALID KEY
169600                     CONTINUE
169700             END-REWRITE
169800             MOVE WS-MSGSCHED-STATUS TO WS-IO-STATUS
169900         WHEN OTHER
170000             MOVE WS-IO-IMAGE TO WS-SA-LINE(WS-IO-SLOT)
170100             MOVE "00" TO WS-IO-STATUS
170200     END-EVALUATE.
170300 8300-EXIT.
170400     EXIT.
170500
170600 8400-DELETE-TARGET.
170700     EVALUATE WS-IO-FILE
170800         WHEN "XARESREG"
170900             DELETE XARESREG RECORD
171000                 INVALID KEY
171100                     CONTINUE
171200             END-DELETE
171300             MOVE WS-XARESREG-STATUS TO WS-IO-STATUS
171400         WHEN "ENQREG"
171500             DELETE ENQREG RECORD
171600                 INVALID KEY
171700                     CONTINUE
171800             END-DELETE
171900             MOVE WS-ENQREG-STATUS TO WS-IO-STATUS
172000         WHEN "MSGLIB"
172100             DELETE MSGLIB RECORD
172200                 INVALID KEY
172300                     CONTINUE
172400             END-DELETE
172500             MOVE WS-MSGLIB-STATUS TO WS-IO-STATUS
172600         WHEN "MSGSCHED"
172700             DELETE MSGSCHED RECORD
172800                 INVALID KEY
172900                     CONTINUE
173000             END-DELETE
173100             MOVE WS-MSGSCHED-STATUS TO WS-IO-STATUS
173200         WHEN OTHER
173300             MOVE SPACES TO WS-SA-LINE(WS-IO-SLOT)
173400             MOVE "00" TO WS-IO-STATUS
173500     END-EVALUATE.
173600 8400-EXIT.
173700     EXIT.
173800
173900******************************************************************
174000*    9000-TERMINATE -- WRITE XASWANEW, TOTALS, CLOSE.  XASWANEW IS
174100*    THE WHOLE APPROVAL FILE AS IT NOW STANDS (UNCHANGED BY A
174200*    COMPARE); IT IS NOT WRITTEN FOR A REJECTED OR FAILED RUN,
174300*    AND THE JOB'S NEXT STEP ONLY INSTALLS IT BELOW RC 8.
174400******************************************************************
174500 9000-TERMINATE.
174600     IF WS-RUN-OK-SW = 1
174700         PERFORM 9100-WRITE-APPROVALS THRU 9100-EXIT
174800     END-IF.
174900
175000     WRITE XCFIRPT-LINE FROM WS-BLANK-LINE.
175100     MOVE "PACKAGE RECORDS" TO WS-SL-LABEL.
175200     MOVE WS-PE-COUNT TO WS-SL-COUNT.
175300     WRITE XCFIRPT-LINE FROM WS-SUMMARY-LINE.
175400     MOVE "  TO ADD" TO WS-SL-LABEL.
175500     MOVE WS-ADD-COUNT TO WS-SL-COUNT.
175600     WRITE XCFIRPT-LINE FROM WS-SUMMARY-LINE.
175700     MOVE "  TO CHANGE" TO WS-SL-LABEL.
175800     MOVE WS-CHANGE-COUNT TO WS-SL-COUNT.
175900     WRITE XCFIRPT-LINE FROM WS-SUMMARY-LINE.
176000     MOVE "  TO DELETE" TO WS-SL-LABEL.
176100     MOVE WS-DELETE-COUNT TO WS-SL-COUNT.
176200     WRITE XCFIRPT-LINE FROM WS-SUMMARY-LINE.
176300     MOVE "  ALREADY THE SAME" TO WS-SL-LABEL.
176400     MOVE WS-SAME-COUNT TO WS-SL-COUNT.
176500     WRITE XCFIRPT-LINE FROM WS-SUMMARY-LINE.
176600     MOVE "  ALREADY ABSENT" TO WS-SL-LABEL.
176700     MOVE WS-ABSENT-COUNT TO WS-SL-COUNT.
176800     WRITE XCFIRPT-LINE FROM WS-SUMMARY-LINE.
176900     MOVE "  CONFLICTS" TO WS-SL-LABEL.
177000     MOVE WS-CONFLICT-COUNT TO WS-SL-COUNT.
177100     WRITE XCFIRPT-LINE FROM WS-SUMMARY-LINE.
177200     IF WS-APPLY-RUN
177300         MOVE "RECORDS APPLIED" TO WS-SL-LABEL
177400         MOVE WS-APPLIED-COUNT TO WS-SL-COUNT
177500         WRITE XCFIRPT-LINE FROM WS-SUMMARY-LINE
177600         MOVE "RECORDS PUT BACK" TO WS-SL-LABEL
177700         MOVE WS-UNDONE-COUNT TO WS-SL-COUNT
177800         WRITE XCFIRPT-LINE FROM WS-SUMMARY-LINE
177900         MOVE "BACKOUT PACKAGE RECORDS" TO WS-SL-LABEL
178000         MOVE WS-BAK-COUNT TO WS-SL-COUNT
178100         WRITE XCFIRPT-LINE FROM WS-SUMMARY-LINE
178200     END-IF.
178300     IF WS-HISTORY-FAILED > ZERO
178400         MOVE "CHANGE HISTORY WRITES FAILED" TO WS-SL-LABEL
178500         MOVE WS-HISTORY-FAILED TO WS-SL-COUNT
178600         WRITE XCFIRPT-LINE FROM WS-SUMMARY-LINE
178700     END-IF.
178800
178900     IF WS-AUD-OPEN-SW = 1
179000         CLOSE XAREFAUD
179100     END-IF.
179200     IF WS-FO-SW(1) = 1
179300         CLOSE XARESREG
179400     END-IF.
179500     IF WS-FO-SW(2) = 1
179600         CLOSE ENQREG
179700     END-IF.
179800     IF WS-FO-SW(3) = 1
179900         CLOSE MSGLIB
180000     END-IF.
180100     IF WS-FO-SW(4) = 1
180200         CLOSE MSGSCHED
180300     END-IF.
180400     CLOSE XCFIRPT.
180500 9000-EXIT.
180600     EXIT.
180700
180800 9100-WRITE-APPROVALS.
180900     OPEN OUTPUT XASWANEW.
181000     IF NOT WS-XASWANEW-OK
181100         GO TO 9100-FAILED
181200     END-IF.
181300     PERFORM 9110-WRITE-APPROVAL THRU 9110-EXIT
181400         VARYING WS-SX FROM 1 BY 1
181500         UNTIL WS-SX > WS-SA-COUNT
181600         OR NOT WS-XASWANEW-OK.
181700     IF NOT WS-XASWANEW-OK
181800         CLOSE XASWANEW
181900         GO TO 9100-FAILED
182000     END-IF.
182100     CLOSE XASWANEW.
182200     GO TO 9100-EXIT.
182300 9100-FAILED.
182400     MOVE "XASWANEW NOT WRITTEN - XASWAPPR NOT UPDATED"
182500         TO WS-ML-TEXT.
182600     WRITE XCFIRPT-LINE FROM WS-MESSAGE-LINE.
182700     DISPLAY "XACFGIMP: XASWANEW WRITE FAILED, STATUS="
182800         WS-XASWANEW-STATUS UPON CONS.
182900     MOVE 0 TO WS-RUN-OK-SW.
183000 9100-EXIT.
183100     EXIT.
183200
183300 9110-WRITE-APPROVAL.
183400     IF WS-SA-LINE(WS-SX) = SPACES
183500         GO TO 9110-EXIT
183600     END-IF.
183700     WRITE XASWANEW-LINE FROM WS-SA-LINE(WS-SX).
183800 9110-EXIT.
183900     EXIT.
184000
184100******************************************************************
184200*    XAREFAUD IMAGE FORMATTING (9600-FORMAT-IMAGE) -- SEE
184300*    XA/XAREFFMT.CPY.
184400******************************************************************
184500     copy xareffmt.
184600
184700******************************************************************
184800*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
184900*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
185000******************************************************************
185100     copy xarunctl.
