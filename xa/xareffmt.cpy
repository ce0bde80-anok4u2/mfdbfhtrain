      *****************************************************************
      *    XAREFAUD IMAGE-FORMATTING PARAGRAPH.  COPY AT THE END OF
      *    THE PROCEDURE DIVISION OF ANY BATCH PROGRAM THAT PRINTS
      *    REFERENCE-DATA RECORD IMAGES, WITH XA/XAREFWS.CPY IN
      *    WORKING-STORAGE.
      *****************************************************************
      *****************************************************************
      *    9600-FORMAT-IMAGE -- LAY WS-IMG-DATA OUT AS READABLE
      *    FIELD LINES FOR THE FILE NAMED IN WS-IMG-FILE.  AN ALL-
      *    SPACES IMAGE (THE "BEFORE" OF AN ADD, THE "AFTER" OF A
      *    DELETE) IS ONE "NO RECORD" LINE; A FILE THIS PARAGRAPH
      *    DOES NOT KNOW PRINTS THE IMAGE RAW.
      *****************************************************************
       9600-FORMAT-IMAGE.
           MOVE SPACES TO WS-FMT-TABLE.
           MOVE 1 TO WS-FMT-COUNT.
           IF WS-IMG-DATA = SPACES
               MOVE "(NO RECORD)" TO WS-FMT-LINE(1)
               GO TO 9600-EXIT
           END-IF.
           EVALUATE WS-IMG-FILE
               WHEN "ENQREG"
                   MOVE WS-IE-RESOURCE TO WS-FE-RESOURCE
                   MOVE WS-IE-OWNER-APP TO WS-FE-OWNER-APP
                   MOVE WS-IE-OWNER-TEAM TO WS-FE-OWNER-TEAM
                   MOVE WS-IE-CONTACT TO WS-FE-CONTACT
                   MOVE WS-IE-MAX-HOLD-SECS TO WS-FE-MAX-HOLD-SECS
                   MOVE WS-FMT-ENQREG TO WS-FMT-LINE(1)
               WHEN "MSGTERMS"
                   MOVE WS-IT-TERMID TO WS-FT-TERMID
                   MOVE WS-IT-ACTIVE TO WS-FT-ACTIVE
                   MOVE WS-IT-GROUP TO WS-FT-GROUP
                   MOVE WS-FMT-MSGTERMS TO WS-FMT-LINE(1)
               WHEN "MSGLIB"
                   PERFORM 9610-FORMAT-MSGLIB THRU 9610-EXIT
               WHEN "XAMAINT"
                   MOVE WS-IX-RESOURCE TO WS-FX-RESOURCE
                   MOVE WS-IX-START-DATE TO WS-FX-START-DATE
                   MOVE WS-IX-START-TIME TO WS-FX-START-TIME
                   MOVE WS-IX-END-DATE TO WS-FX-END-DATE
                   MOVE WS-IX-END-TIME TO WS-FX-END-TIME
                   MOVE WS-IX-CHANGE-REF TO WS-FX-CHANGE-REF
                   MOVE WS-FMT-XAMAINT TO WS-FMT-LINE(1)
                   MOVE WS-IX-NOTIFY-GROUP TO WS-FXN-GROUP
                   MOVE WS-IX-TEMPLATE-NO TO WS-FXN-TEMPLATE-NO
                   MOVE WS-IX-NOTICE-STAGE TO WS-FXN-STAGE
                   MOVE WS-IX-RESTORED-SENT TO WS-FXN-RESTORED
                   MOVE WS-FMT-XAMAINT-NOTICE TO WS-FMT-LINE(2)
                   MOVE 2 TO WS-FMT-COUNT
               WHEN "XARESREG"
                   MOVE WS-IR-RESOURCE TO WS-FR-RESOURCE
                   MOVE WS-IR-RMID TO WS-FR-RMID
                   MOVE WS-IR-SWITCH-MODULE TO WS-FR-SWITCH-MODULE
                   MOVE WS-IR-DB-TECH TO WS-FR-DB-TECH
                   MOVE WS-FMT-XARESREG TO WS-FMT-LINE(1)
                   MOVE WS-IR-OWNER-TEAM TO WS-FRO-OWNER-TEAM
                   MOVE WS-IR-CONTACT TO WS-FRO-CONTACT
                   MOVE WS-FMT-XARESREG-OWNER TO WS-FMT-LINE(2)
                   MOVE 2 TO WS-FMT-COUNT
               WHEN "XASLAREG"
                   MOVE WS-IS-TYPE TO WS-FS-TYPE
                   MOVE WS-IS-NAME TO WS-FS-NAME
                   MOVE WS-IS-TEAM TO WS-FS-TEAM
                   MOVE WS-IS-AVAIL-PCT TO WS-FS-AVAIL-PCT
                   MOVE WS-IS-RESOLVE-HOURS TO WS-FS-RESOLVE-HOURS
                   MOVE WS-IS-ACK-MINS TO WS-FS-ACK-MINS
                   MOVE WS-FMT-XASLAREG TO WS-FMT-LINE(1)
               WHEN "MSGSCHED"
                   PERFORM 9630-FORMAT-MSGSCHED THRU 9630-EXIT
               WHEN "XACAL"
                   MOVE WS-IC-DATE TO WS-FC-DATE
                   MOVE WS-IC-DAY-TYPE TO WS-FC-DAY-TYPE
                   MOVE WS-IC-DESC TO WS-FC-DESC
                   MOVE WS-FMT-XACAL TO WS-FMT-LINE(1)
               WHEN "XAREGION"
                   MOVE WS-IG-REGION TO WS-FG-REGION
                   MOVE WS-IG-RESOURCE TO WS-FG-RESOURCE
                   MOVE WS-IG-TYPE TO WS-FG-TYPE
                   MOVE WS-IG-ENVIRONMENT TO WS-FG-ENVIRONMENT
                   MOVE WS-IG-IN-SERVICE TO WS-FG-IN-SERVICE
                   MOVE WS-IG-GAP-MINS TO WS-FG-GAP-MINS
                   MOVE WS-IG-DESC TO WS-FG-DESC
                   MOVE WS-FMT-XAREGION TO WS-FMT-LINE(1)
               WHEN "ENQSLIB"
                   IF WS-IQ-STEP = "000"
                       MOVE WS-IQ-SCENARIO TO WS-FH-SCENARIO
                       MOVE WS-IQ-VERSION TO WS-FH-VERSION
                       MOVE WS-IH-STATUS TO WS-FH-STATUS
                       MOVE WS-IH-DESC TO WS-FH-DESC
                       MOVE WS-IH-RELEASED-BY TO WS-FH-RELEASED-BY
                       MOVE WS-IH-RELEASED-DATE TO WS-FH-RELEASED-DATE
                       MOVE WS-FMT-ENQSLIB-HDR TO WS-FMT-LINE(1)
                   ELSE
                       MOVE WS-IQ-SCENARIO TO WS-FQ-SCENARIO
                       MOVE WS-IQ-VERSION TO WS-FQ-VERSION
                       MOVE WS-IQ-STEP TO WS-FQ-STEP
                       MOVE WS-IQ-ACTION TO WS-FQ-ACTION
                       MOVE WS-IQ-OPERAND TO WS-FQ-OPERAND
                       MOVE WS-IQ-NOTE TO WS-FQ-NOTE
                       MOVE WS-FMT-ENQSLIB TO WS-FMT-LINE(1)
                   END-IF
               WHEN "XASWAPPR"
                   MOVE WS-IA-RESOURCE TO WS-FA-RESOURCE
                   MOVE WS-IA-MODULE TO WS-FA-MODULE
                   MOVE WS-IA-VERSION TO WS-FA-VERSION
                   MOVE WS-FMT-XASWAPPR TO WS-FMT-LINE(1)
               WHEN OTHER
                   MOVE WS-IMG-DATA(1:110) TO WS-FMT-LINE(1)
                   MOVE WS-IMG-DATA(111:90) TO WS-FMT-LINE(2)
                   MOVE 2 TO WS-FMT-COUNT
           END-EVALUATE.
       9600-EXIT.
           EXIT.

      *****************************************************************
      *    9610-FORMAT-MSGLIB -- HEADER LINE PLUS ONE LINE PER STORED
      *    TEXT LINE.  A LINE COUNT OUT OF RANGE SHOWS ALL FOUR.
      *****************************************************************
       9610-FORMAT-MSGLIB.
           MOVE WS-IL-LINE-COUNT TO WS-FMT-LINES.
           IF WS-FMT-LINES < 1 OR WS-FMT-LINES > 4
               MOVE 4 TO WS-FMT-LINES
           END-IF.
           MOVE WS-IL-TEMPLATE-NO TO WS-FL-TEMPLATE-NO.
           MOVE WS-IL-SEVERITY TO WS-FL-SEVERITY.
           MOVE WS-IL-OWNER TO WS-FL-OWNER.
           MOVE WS-FMT-LINES TO WS-FL-LINE-COUNT.
           MOVE WS-FMT-MSGLIB TO WS-FMT-LINE(1).
           PERFORM 9620-FORMAT-MSGLIB-LINE THRU 9620-EXIT
               VARYING WS-FMT-SUB FROM 1 BY 1
               UNTIL WS-FMT-SUB > WS-FMT-LINES.
       9610-EXIT.
           EXIT.

       9620-FORMAT-MSGLIB-LINE.
           MOVE WS-FMT-SUB TO WS-FLT-LINE-NO.
           MOVE WS-IL-LINE(WS-FMT-SUB) TO WS-FLT-TEXT.
           ADD 1 TO WS-FMT-COUNT.
           MOVE WS-FMT-MSGLIB-TEXT TO WS-FMT-LINE(WS-FMT-COUNT).
       9620-EXIT.
           EXIT.

      *****************************************************************
      *    9630-FORMAT-MSGSCHED -- HEADER LINE PLUS ONE LINE PER
      *    STORED TEXT LINE.  AN ENTRY THAT TAKES ITS BODY FROM A
      *    MSGLIB TEMPLATE USUALLY STORES NONE; A COUNT OVER FOUR
      *    SHOWS ALL FOUR.
      *****************************************************************
       9630-FORMAT-MSGSCHED.
           MOVE WS-IM-LINE-COUNT TO WS-FMT-LINES.
           IF WS-FMT-LINES > 4
               MOVE 4 TO WS-FMT-LINES
           END-IF.
           MOVE WS-IM-ENTRY-ID TO WS-FM-ENTRY-ID.
           MOVE WS-IM-FIRE-TIME TO WS-FM-FIRE-TIME.
           MOVE WS-IM-DAYS TO WS-FM-DAYS.
           MOVE WS-IM-GROUP TO WS-FM-GROUP.
           MOVE WS-IM-TEMPLATE-NO TO WS-FM-TEMPLATE-NO.
           MOVE WS-IM-ACTIVE TO WS-FM-ACTIVE.
           MOVE WS-IM-HOLIDAY-RULE TO WS-FM-HOLIDAY-RULE.
           MOVE WS-FMT-LINES TO WS-FM-LINE-COUNT.
           MOVE WS-FMT-MSGSCHED TO WS-FMT-LINE(1).
           PERFORM 9640-FORMAT-MSGSCHED-LINE THRU 9640-EXIT
               VARYING WS-FMT-SUB FROM 1 BY 1
               UNTIL WS-FMT-SUB > WS-FMT-LINES.
       9630-EXIT.
           EXIT.

       9640-FORMAT-MSGSCHED-LINE.
           MOVE WS-FMT-SUB TO WS-FLT-LINE-NO.
           MOVE WS-IM-LINE(WS-FMT-SUB) TO WS-FLT-TEXT.
           ADD 1 TO WS-FMT-COUNT.
           MOVE WS-FMT-MSGLIB-TEXT TO WS-FMT-LINE(WS-FMT-COUNT).
       9640-EXIT.
           EXIT.
