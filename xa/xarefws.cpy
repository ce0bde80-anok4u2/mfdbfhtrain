      *****************************************************************
      *    XAREFAUD IMAGE-FORMATTING WORK FIELDS.  COPY INTO
      *    WORKING-STORAGE OF ANY BATCH PROGRAM THAT COPIES
      *    XA/XAREFFMT.CPY.  THE PROGRAM MOVES A FILE NAME TO
      *    WS-IMG-FILE AND A RECORD IMAGE (AN XAREFAUD BEFORE- OR
      *    AFTER-IMAGE, OR A RECORD READ FROM THE FILE ITSELF) TO
      *    WS-IMG-DATA, PERFORMS 9600-FORMAT-IMAGE, AND PRINTS
      *    WS-FMT-LINE(1) THRU WS-FMT-LINE(WS-FMT-COUNT).
      *
      *    THE REDEFINES BELOW MIRROR THE FD RECORDS IN
      *    XA/ENQREG.CPY, XA/MSGTERMS.CPY, XA/MSGLIB.CPY,
      *    XA/XAMAINT.CPY, XA/XARESREG.CPY, XA/XASLAREG.CPY,
      *    XA/MSGSCHED.CPY, XA/XACAL.CPY, XA/XAREGION.CPY AND
      *    XA/ENQSLIB.CPY, AND THE XASWAPPR APPROVAL CARD (XASWGATE).
      *    KEEP THEM IN STEP WITH THOSE LAYOUTS.  MSGSCHED IS LONGER
      *    THAN THE IMAGE; ITS TRAILING FILLER IS NOT SHOWN.
      *****************************************************************
       01  WS-IMG-FILE                     PIC X(08).
       01  WS-IMG-DATA                     PIC X(200).
       01  WS-IMG-ENQREG REDEFINES WS-IMG-DATA.
           05  WS-IE-RESOURCE              PIC X(10).
           05  WS-IE-OWNER-APP             PIC X(08).
           05  WS-IE-OWNER-TEAM            PIC X(16).
           05  WS-IE-CONTACT               PIC X(24).
           05  WS-IE-MAX-HOLD-SECS         PIC X(05).
           05  FILLER                      PIC X(137).
       01  WS-IMG-MSGTERMS REDEFINES WS-IMG-DATA.
           05  WS-IT-TERMID                PIC X(04).
           05  WS-IT-ACTIVE                PIC X(01).
           05  WS-IT-GROUP                 PIC X(04).
           05  FILLER                      PIC X(191).
       01  WS-IMG-MSGLIB REDEFINES WS-IMG-DATA.
           05  WS-IL-TEMPLATE-NO           PIC X(04).
           05  WS-IL-LINE                  PIC X(40) OCCURS 4 TIMES.
           05  WS-IL-LINE-COUNT            PIC 9(04) COMP-5.
           05  WS-IL-SEVERITY              PIC X(01).
           05  WS-IL-OWNER                 PIC X(08).
           05  FILLER                      PIC X(25).
       01  WS-IMG-XAMAINT REDEFINES WS-IMG-DATA.
           05  WS-IX-RESOURCE              PIC X(08).
           05  WS-IX-START-DATE            PIC X(08).
           05  WS-IX-START-TIME            PIC X(06).
           05  WS-IX-END-DATE              PIC X(08).
           05  WS-IX-END-TIME              PIC X(06).
           05  WS-IX-CHANGE-REF            PIC X(12).
           05  WS-IX-NOTIFY-GROUP          PIC X(04).
           05  WS-IX-TEMPLATE-NO           PIC X(04).
           05  WS-IX-NOTICE-STAGE          PIC X(01).
           05  WS-IX-RESTORED-SENT         PIC X(01).
           05  FILLER                      PIC X(142).
       01  WS-IMG-XARESREG REDEFINES WS-IMG-DATA.
           05  WS-IR-RESOURCE              PIC X(08).
           05  WS-IR-RMID                  PIC S9(09) COMP-5.
           05  WS-IR-SWITCH-MODULE         PIC X(32).
           05  WS-IR-DB-TECH               PIC X(08).
           05  WS-IR-OWNER-TEAM            PIC X(16).
           05  WS-IR-CONTACT               PIC X(24).
           05  FILLER                      PIC X(108).
       01  WS-IMG-XASLAREG REDEFINES WS-IMG-DATA.
           05  WS-IS-TYPE                  PIC X(01).
           05  WS-IS-NAME                  PIC X(16).
           05  WS-IS-TEAM                  PIC X(16).
           05  WS-IS-AVAIL-PCT             PIC 9(03)V99.
           05  WS-IS-RESOLVE-HOURS         PIC 9(04).
           05  WS-IS-ACK-MINS              PIC 9(05).
           05  WS-IS-UPDATED-BY            PIC X(08).
           05  WS-IS-UPDATED-DATE          PIC X(08).
           05  FILLER                      PIC X(137).
       01  WS-IMG-MSGSCHED REDEFINES WS-IMG-DATA.
           05  WS-IM-ENTRY-ID              PIC X(04).
           05  WS-IM-FIRE-TIME             PIC X(04).
           05  WS-IM-DAYS                  PIC X(07).
           05  WS-IM-GROUP                 PIC X(04).
           05  WS-IM-TEMPLATE-NO           PIC X(04).
           05  WS-IM-LINE                  PIC X(40) OCCURS 4 TIMES.
           05  WS-IM-LINE-COUNT            PIC 9(04) COMP-5.
           05  WS-IM-ACTIVE                PIC X(01).
           05  WS-IM-LAST-FIRED-DATE       PIC X(08).
           05  WS-IM-HOLIDAY-RULE          PIC X(01).
           05  FILLER                      PIC X(05).
       01  WS-IMG-XACAL REDEFINES WS-IMG-DATA.
           05  WS-IC-DATE                  PIC X(08).
           05  WS-IC-DAY-TYPE              PIC X(01).
           05  WS-IC-DESC                  PIC X(30).
           05  WS-IC-UPDATED-BY            PIC X(08).
           05  WS-IC-UPDATED-DATE          PIC X(08).
           05  FILLER                      PIC X(145).
       01  WS-IMG-XAREGION REDEFINES WS-IMG-DATA.
           05  WS-IG-REGION                PIC X(08).
           05  WS-IG-RESOURCE              PIC X(08).
           05  WS-IG-TYPE                  PIC X(01).
           05  WS-IG-ENVIRONMENT           PIC X(08).
           05  WS-IG-IN-SERVICE            PIC X(01).
           05  WS-IG-GAP-MINS              PIC X(05).
           05  WS-IG-DESC                  PIC X(30).
           05  WS-IG-UPDATED-BY            PIC X(08).
           05  WS-IG-UPDATED-DATE          PIC X(08).
           05  FILLER                      PIC X(123).
       01  WS-IMG-ENQSLIB REDEFINES WS-IMG-DATA.
           05  WS-IQ-SCENARIO              PIC X(08).
           05  WS-IQ-VERSION               PIC X(03).
           05  WS-IQ-STEP                  PIC X(03).
           05  WS-IQ-ACTION                PIC X(05).
           05  WS-IQ-OPERAND               PIC X(10).
           05  WS-IQ-NOTE                  PIC X(30).
           05  WS-IQ-UPDATED-BY            PIC X(08).
           05  WS-IQ-UPDATED-DATE          PIC X(08).
           05  FILLER                      PIC X(125).
       01  WS-IMG-ENQSLIB-HDR REDEFINES WS-IMG-DATA.
           05  FILLER                      PIC X(14).
           05  WS-IH-STATUS                PIC X(01).
           05  WS-IH-DESC                  PIC X(30).
           05  WS-IH-RELEASED-BY           PIC X(08).
           05  WS-IH-RELEASED-DATE         PIC X(08).
           05  WS-IH-UPDATED-BY            PIC X(08).
           05  WS-IH-UPDATED-DATE          PIC X(08).
           05  FILLER                      PIC X(123).
       01  WS-IMG-XASWAPPR REDEFINES WS-IMG-DATA.
           05  WS-IA-RESOURCE              PIC X(08).
           05  FILLER                      PIC X(02).
           05  WS-IA-MODULE                PIC X(32).
           05  FILLER                      PIC X(02).
           05  WS-IA-VERSION               PIC X(05).
           05  FILLER                      PIC X(151).

       77  WS-FMT-COUNT                    PIC S9(04) COMP-5 VALUE 0.
       77  WS-FMT-SUB                      PIC S9(04) COMP-5 VALUE 0.
       77  WS-FMT-LINES                    PIC S9(04) COMP-5 VALUE 0.
       01  WS-FMT-TABLE.
           05  WS-FMT-LINE                 PIC X(110) OCCURS 5 TIMES.

       01  WS-FMT-ENQREG.
           05  FILLER                      PIC X(09) VALUE "RESOURCE ".
           05  WS-FE-RESOURCE              PIC X(10).
           05  FILLER                      PIC X(05) VALUE " APP ".
           05  WS-FE-OWNER-APP             PIC X(08).
           05  FILLER                      PIC X(06) VALUE " TEAM ".
           05  WS-FE-OWNER-TEAM            PIC X(16).
           05  FILLER                      PIC X(09) VALUE " CONTACT ".
           05  WS-FE-CONTACT               PIC X(24).
           05  FILLER                      PIC X(15) VALUE
               " MAX HOLD SECS ".
           05  WS-FE-MAX-HOLD-SECS         PIC X(05).
           05  FILLER                      PIC X(03) VALUE SPACES.
       01  WS-FMT-MSGTERMS.
           05  FILLER                      PIC X(07) VALUE "TERMID ".
           05  WS-FT-TERMID                PIC X(04).
           05  FILLER                      PIC X(08) VALUE " ACTIVE ".
           05  WS-FT-ACTIVE                PIC X(01).
           05  FILLER                      PIC X(07) VALUE " GROUP ".
           05  WS-FT-GROUP                 PIC X(04).
           05  FILLER                      PIC X(79) VALUE SPACES.
       01  WS-FMT-MSGLIB.
           05  FILLER                      PIC X(09) VALUE "TEMPLATE ".
           05  WS-FL-TEMPLATE-NO           PIC X(04).
           05  FILLER                      PIC X(10) VALUE
               " SEVERITY ".
           05  WS-FL-SEVERITY              PIC X(01).
           05  FILLER                      PIC X(07) VALUE " OWNER ".
           05  WS-FL-OWNER                 PIC X(08).
           05  FILLER                      PIC X(07) VALUE " LINES ".
           05  WS-FL-LINE-COUNT            PIC 9(01).
           05  FILLER                      PIC X(63) VALUE SPACES.
       01  WS-FMT-MSGLIB-TEXT.
           05  FILLER                      PIC X(07) VALUE "  TEXT ".
           05  WS-FLT-LINE-NO              PIC 9(01).
           05  FILLER                      PIC X(02) VALUE ": ".
           05  WS-FLT-TEXT                 PIC X(40).
           05  FILLER                      PIC X(60) VALUE SPACES.
       01  WS-FMT-XAMAINT.
           05  FILLER                      PIC X(09) VALUE "RESOURCE ".
           05  WS-FX-RESOURCE              PIC X(08).
           05  FILLER                      PIC X(06) VALUE " FROM ".
           05  WS-FX-START-DATE            PIC X(08).
           05  FILLER                      PIC X(01) VALUE "/".
           05  WS-FX-START-TIME            PIC X(06).
           05  FILLER                      PIC X(04) VALUE " TO ".
           05  WS-FX-END-DATE              PIC X(08).
           05  FILLER                      PIC X(01) VALUE "/".
           05  WS-FX-END-TIME              PIC X(06).
           05  FILLER                      PIC X(08) VALUE " CHANGE ".
           05  WS-FX-CHANGE-REF            PIC X(12).
           05  FILLER                      PIC X(33) VALUE SPACES.
       01  WS-FMT-XAMAINT-NOTICE.
           05  FILLER                      PIC X(15) VALUE
               "  NOTICE GROUP ".
           05  WS-FXN-GROUP                PIC X(04).
           05  FILLER                      PIC X(10) VALUE
               " TEMPLATE ".
           05  WS-FXN-TEMPLATE-NO          PIC X(04).
           05  FILLER                      PIC X(07) VALUE " STAGE ".
           05  WS-FXN-STAGE                PIC X(01).
           05  FILLER                      PIC X(10) VALUE
               " RESTORED ".
           05  WS-FXN-RESTORED             PIC X(01).
           05  FILLER                      PIC X(58) VALUE SPACES.
       01  WS-FMT-XARESREG.
           05  FILLER                      PIC X(09) VALUE "RESOURCE ".
           05  WS-FR-RESOURCE              PIC X(08).
           05  FILLER                      PIC X(06) VALUE " RMID ".
           05  WS-FR-RMID                  PIC -(09)9.
           05  FILLER                      PIC X(08) VALUE " SWITCH ".
           05  WS-FR-SWITCH-MODULE         PIC X(32).
           05  FILLER                      PIC X(04) VALUE " DB ".
           05  WS-FR-DB-TECH               PIC X(08).
           05  FILLER                      PIC X(25) VALUE SPACES.
       01  WS-FMT-XARESREG-OWNER.
           05  FILLER                      PIC X(07) VALUE "  TEAM ".
           05  WS-FRO-OWNER-TEAM           PIC X(16).
           05  FILLER                      PIC X(09) VALUE " CONTACT ".
           05  WS-FRO-CONTACT              PIC X(24).
           05  FILLER                      PIC X(54) VALUE SPACES.
       01  WS-FMT-XASLAREG.
           05  FILLER                      PIC X(05) VALUE "TYPE ".
           05  WS-FS-TYPE                  PIC X(01).
           05  FILLER                      PIC X(06) VALUE " NAME ".
           05  WS-FS-NAME                  PIC X(16).
           05  FILLER                      PIC X(06) VALUE " TEAM ".
           05  WS-FS-TEAM                  PIC X(16).
           05  FILLER                      PIC X(09) VALUE " AVAIL % ".
           05  WS-FS-AVAIL-PCT             PIC ZZ9.99.
           05  FILLER                      PIC X(13) VALUE
               " RESOLVE HRS ".
           05  WS-FS-RESOLVE-HOURS         PIC ZZZ9.
           05  FILLER                      PIC X(10) VALUE " ACK MINS ".
           05  WS-FS-ACK-MINS              PIC ZZZZ9.
           05  FILLER                      PIC X(13) VALUE SPACES.
       01  WS-FMT-MSGSCHED.
           05  FILLER                      PIC X(06) VALUE "ENTRY ".
           05  WS-FM-ENTRY-ID              PIC X(04).
           05  FILLER                      PIC X(04) VALUE " AT ".
           05  WS-FM-FIRE-TIME             PIC X(04).
           05  FILLER                      PIC X(06) VALUE " DAYS ".
           05  WS-FM-DAYS                  PIC X(07).
           05  FILLER                      PIC X(07) VALUE " GROUP ".
           05  WS-FM-GROUP                 PIC X(04).
           05  FILLER                      PIC X(10) VALUE
               " TEMPLATE ".
           05  WS-FM-TEMPLATE-NO           PIC X(04).
           05  FILLER                      PIC X(08) VALUE " ACTIVE ".
           05  WS-FM-ACTIVE                PIC X(01).
           05  FILLER                      PIC X(07) VALUE " LINES ".
           05  WS-FM-LINE-COUNT            PIC 9(01).
           05  FILLER                      PIC X(09) VALUE " HOLIDAY ".
           05  WS-FM-HOLIDAY-RULE          PIC X(01).
           05  FILLER                      PIC X(27) VALUE SPACES.
       01  WS-FMT-XACAL.
           05  FILLER                      PIC X(05) VALUE "DATE ".
           05  WS-FC-DATE                  PIC X(08).
           05  FILLER                      PIC X(06) VALUE " TYPE ".
           05  WS-FC-DAY-TYPE              PIC X(01).
           05  FILLER                      PIC X(13) VALUE
               " DESCRIPTION ".
           05  WS-FC-DESC                  PIC X(30).
           05  FILLER                      PIC X(47) VALUE SPACES.
       01  WS-FMT-XAREGION.
           05  FILLER                      PIC X(07) VALUE "REGION ".
           05  WS-FG-REGION                PIC X(08).
           05  FILLER                      PIC X(10) VALUE
               " RESOURCE ".
           05  WS-FG-RESOURCE              PIC X(08).
           05  FILLER                      PIC X(06) VALUE " TYPE ".
           05  WS-FG-TYPE                  PIC X(01).
           05  FILLER                      PIC X(05) VALUE " ENV ".
           05  WS-FG-ENVIRONMENT           PIC X(08).
           05  FILLER                      PIC X(12) VALUE
               " IN SERVICE ".
           05  WS-FG-IN-SERVICE            PIC X(01).
           05  FILLER                      PIC X(05) VALUE " GAP ".
           05  WS-FG-GAP-MINS              PIC X(05).
           05  FILLER                      PIC X(06) VALUE " DESC ".
           05  WS-FG-DESC                  PIC X(28).
       01  WS-FMT-ENQSLIB.
           05  FILLER                      PIC X(09) VALUE "SCENARIO ".
           05  WS-FQ-SCENARIO              PIC X(08).
           05  FILLER                      PIC X(09) VALUE " VERSION ".
           05  WS-FQ-VERSION               PIC X(03).
           05  FILLER                      PIC X(06) VALUE " STEP ".
           05  WS-FQ-STEP                  PIC X(03).
           05  FILLER                      PIC X(08) VALUE " ACTION ".
           05  WS-FQ-ACTION                PIC X(05).
           05  FILLER                      PIC X(09) VALUE " OPERAND ".
           05  WS-FQ-OPERAND               PIC X(10).
           05  FILLER                      PIC X(06) VALUE " NOTE ".
           05  WS-FQ-NOTE                  PIC X(30).
           05  FILLER                      PIC X(04) VALUE SPACES.
       01  WS-FMT-ENQSLIB-HDR.
           05  FILLER                      PIC X(09) VALUE "SCENARIO ".
           05  WS-FH-SCENARIO              PIC X(08).
           05  FILLER                      PIC X(09) VALUE " VERSION ".
           05  WS-FH-VERSION               PIC X(03).
           05  FILLER                      PIC X(08) VALUE " STATUS ".
           05  WS-FH-STATUS                PIC X(01).
           05  FILLER                      PIC X(06) VALUE " DESC ".
           05  WS-FH-DESC                  PIC X(30).
           05  FILLER                      PIC X(13) VALUE
               " RELEASED BY ".
           05  WS-FH-RELEASED-BY           PIC X(08).
           05  FILLER                      PIC X(04) VALUE " ON ".
           05  WS-FH-RELEASED-DATE         PIC X(08).
           05  FILLER                      PIC X(03) VALUE SPACES.
       01  WS-FMT-XASWAPPR.
           05  FILLER                      PIC X(09) VALUE "RESOURCE ".
           05  WS-FA-RESOURCE              PIC X(08).
           05  FILLER                      PIC X(08) VALUE " MODULE ".
           05  WS-FA-MODULE                PIC X(32).
           05  FILLER                      PIC X(09) VALUE " VERSION ".
           05  WS-FA-VERSION               PIC X(05).
           05  FILLER                      PIC X(39) VALUE SPACES.
