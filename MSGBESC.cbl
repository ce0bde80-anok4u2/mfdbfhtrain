001500*                   IGNORED URGENT NOTICE IS CHASED BY XAAL AND
001600*                   XAALCHK TONIGHT INSTEAD OF READ ABOUT ON
001700*                   TOMORROW'S MSGBRPT.
001710*  10/15/2026 XST   RUN START AND END, WITH THE ENDING RETURN
001720*                   CODE, ARE NOW RECORDED IN THE XARUNLG
001730*                   RUN-CONTROL LEDGER FOR THE XARUNCHK
001740*                   MISSED-JOB CHECK.
001750*  10/15/2026 XST   RECORDS OF A BROADCAST RECALLED THROUGH MSGC
001760*                   ARE NO LONGER ESCALATED; THEY ARE COUNTED ON
001770*                   A SUMMARY LINE OF THEIR OWN.
001776*  10/15/2026 XST   MSGBEPRM COL 7 "B" AGES BROADCASTS IN BUSINESS
001782*                   TIME BY THE XACAL SHOP CALENDAR, SO A NOTICE
001788*                   SENT ON FRIDAY EVENING IS NOT ESCALATED OVER
001794*                   THE WEEKEND OR A HOLIDAY.
001795*  10/15/2026 XST   EACH ALERT WRITTEN TO XAALERT IS ALSO ENTERED
001796*                   IN THE XAALOPEN OPEN-ALERT INDEX, SO XAAL AND
001797*                   THE OPEN-ALERT READERS FIND IT WITHOUT READING
001798*                   ALL OF XAALERT.
001800******************************************************************
001900*  MSGBRPT ANSWERS "WHO NEVER ACKNOWLEDGED" THE NEXT MORNING,
002000*  WHICH IS TOO LATE FOR A SHIFT-CRITICAL NOTICE.  SCHEDULE THIS
002400*  RECORD FOR EACH, STAMPING MSGBACK-ESCALATED SO A RERUN OR THE
002500*  NEXT SWEEP CANNOT RAISE THE SAME ALERT TWICE.  RC 4 = ALERTS
002600*  WERE RAISED THIS RUN.
002625*  MSGBEPRM COL 7 "B" COUNTS THE AGE IN BUSINESS MINUTES ONLY: THE
002650*  CLOCK STOPS OVER WEEKENDS AND XACAL HOLIDAYS.  BLANK OR "C"
002675*  COUNTS EVERY MINUTE AS BEFORE.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003900     copy msgbcastsel.
004000
004100     copy xaalertsel.
004133
004166     copy xaalopensel.
004200
004300     SELECT MSGBEPRM ASSIGN TO "MSGBEPRM"
004400         ORGANIZATION IS SEQUENTIAL
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-MSGBERPT-STATUS.
005000
005010     copy xarunlgsel.
005013
005016     copy xacalsel.
005020
005100 DATA DIVISION.
005200 FILE SECTION.
005300     copy msgback.
005500     copy msgbcast.
005600
005700     copy xaalert.
005733
005766     copy xaalopen.
005800
005900 FD  MSGBEPRM
006000     LABEL RECORDS ARE STANDARD
006200
006300 01  MSGBEPRM-CARD.
006400     05  MSGBEPRM-MINUTES            PIC 9(05).
006433     05  FILLER                      PIC X(01).
006466     05  MSGBEPRM-AGE-BASIS          PIC X(01).
006500     05  FILLER                      PIC X(73).
006600
006700 FD  MSGBERPT
006800     LABEL RECORDS ARE STANDARD
007000
007100 01  MSGBERPT-LINE                   PIC X(132).
007200
007210     copy xarunlg.
007213
007216     copy xacal.
007220
007300 WORKING-STORAGE SECTION.
007310     copy xarunws.
007311
007312     copy xaalows.
007313
007316     copy xacalws.
007320
007400******************************************************************
007500*    FILE STATUS AND CONTROL SWITCHES
007600******************************************************************
009300
009400 77  WS-MSGBERPT-STATUS              PIC X(02) VALUE SPACES.
009500     88  WS-MSGBERPT-OK                 VALUE "00".
009520
009540 77  WS-AGE-BASIS                    PIC X(01) VALUE "C".
009560     88  WS-AGE-IN-BUSINESS-TIME        VALUE "B".
009580     88  WS-AGE-IN-CALENDAR-TIME        VALUE "C".
009600
009700 77  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
009800     88  WS-END-OF-FILE                 VALUE "Y".
013500 77  WS-UNACKED-COUNT                PIC 9(05) COMP VALUE ZERO.
013600 77  WS-ESCALATED-COUNT              PIC 9(05) COMP VALUE ZERO.
013700 77  WS-PRIOR-COUNT                  PIC 9(05) COMP VALUE ZERO.
013710 77  WS-RECALLED-COUNT               PIC 9(05) COMP VALUE ZERO.
013800
013900 01  WS-ALERT-TEXT-BUILD             PIC X(100).
014000 01  WS-MSG-LINE-1                   PIC X(40).
014500 01  WS-REPORT-HEADING-1.
014600     05  FILLER                      PIC X(132) VALUE
014700         "MSGBESC -- UNACKNOWLEDGED BROADCAST ESCALATION SWEEP".
014716
014732 01  WS-AGE-BASIS-LINE.
014748     05  FILLER                      PIC X(60) VALUE
014764         "AGES ARE IN BUSINESS MINUTES (XACAL SHOP CALENDAR)".
014780     05  FILLER                      PIC X(72) VALUE SPACES.
014800
014900 01  WS-DETAIL-LINE.
015000     05  WS-DL-MSG-DATE              PIC X(08).
017300     05  FILLER                      PIC X(20) VALUE
017400         "ALREADY ESCALATED  =".
017500     05  WS-SL-PRIOR                 PIC ZZZZ9.
017510
017520 01  WS-SUMMARY-LINE-4.
017530     05  FILLER                      PIC X(20) VALUE
017540         "RECALLED NOT CHASED=".
017550     05  WS-SL-RECALLED              PIC ZZZZ9.
017600
017700 01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.
017800
018000******************************************************************
018100 0000-MAINLINE.
018200******************************************************************
018210     MOVE "MSGBESC" TO WS-RUNCTL-JOB.
018220     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
018300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018400     IF NOT WS-NO-ACK-FILE
018500         PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
018900     IF WS-ESCALATED-COUNT > ZERO
019000         MOVE 4 TO RETURN-CODE
019100     END-IF.
019150     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
019200     GOBACK.
019300
019400******************************************************************
020500     COMPUTE WS-NOW-MINS = (WS-NT-HH * 60) + WS-NT-MM.
020600
020700     PERFORM 1100-LOAD-AGE-LIMIT THRU 1100-EXIT.
020725     IF WS-AGE-IN-BUSINESS-TIME
020750         PERFORM 9600-CAL-LOAD THRU 9600-EXIT
020775     END-IF.
020800
020900     OPEN I-O MSGBACK.
021000     IF WS-MSGBACK-NOT-FOUND
024100     END-IF.
024200
024300     WRITE MSGBERPT-LINE FROM WS-REPORT-HEADING-1.
024325     IF WS-AGE-IN-BUSINESS-TIME
024350         WRITE MSGBERPT-LINE FROM WS-AGE-BASIS-LINE
024375     END-IF.
024400
024500     PERFORM 2100-READ-NEXT THRU 2100-EXIT.
024600 1000-EXIT.
025000*    1100-LOAD-AGE-LIMIT -- ONE CARD, AGE LIMIT IN MINUTES IN
025100*    COL 1-5.  A NON-NUMERIC OR ZERO CARD IS REPORTED AND THE
025200*    BUILT-IN DEFAULT KEPT.
025233*    COL 7 IS THE AGE BASIS: "B" = BUSINESS TIME BY THE XACAL
025266*    SHOP CALENDAR, "C" OR BLANK = EVERY MINUTE.
025300******************************************************************
025400 1100-LOAD-AGE-LIMIT.
025500     OPEN INPUT MSGBEPRM.
027300         DISPLAY "MSGBESC: INVALID MSGBEPRM CARD, DEFAULT KEPT"
027400             UPON CONS
027500     END-IF.
027509     EVALUATE MSGBEPRM-AGE-BASIS
027518         WHEN "B"
027527             MOVE "B" TO WS-AGE-BASIS
027536         WHEN "C"
027545         WHEN SPACE
027554             MOVE "C" TO WS-AGE-BASIS
027563         WHEN OTHER
027572             DISPLAY "MSGBESC: MSGBEPRM AGE BASIS NOT B OR C - "
027581                 "EVERY MINUTE COUNTED" UPON CONS
027590     END-EVALUATE.
027600     CLOSE MSGBEPRM.
027700 1100-EXIT.
027800     EXIT.
028000******************************************************************
028100*    2000-PROCESS-RECORDS -- ONE PASS PER MSGBACK RECORD.  ONLY
028200*    UNACKNOWLEDGED, NOT-YET-ESCALATED RECORDS PAST THE AGE
028300*    LIMIT QUALIFY.  A RECALLED MESSAGE IS NO LONGER ANYONE'S
028310*    TO ACKNOWLEDGE, SO ITS RECORDS ARE ONLY COUNTED.
028400******************************************************************
028500 2000-PROCESS-RECORDS.
028600     IF msgback-not-acked
028610         IF msgback-is-recalled
028620             ADD 1 TO WS-RECALLED-COUNT
028630         ELSE
028700             ADD 1 TO WS-UNACKED-COUNT
028800             IF msgback-is-escalated
028900                 ADD 1 TO WS-PRIOR-COUNT
029000             ELSE
029100                 PERFORM 2200-EVALUATE-RECORD THRU 2200-EXIT
029200             END-IF
029250         END-IF
029300     END-IF.
029400     PERFORM 2100-READ-NEXT THRU 2100-EXIT.
029500 2000-EXIT.
030700*    2200-EVALUATE-RECORD -- AGE THE RECORD OFF THE SEND
030800*    TIMESTAMP CARRIED IN ITS OWN KEY AND ESCALATE IF IT IS PAST
030900*    THE LIMIT.
030933*    IN BUSINESS-TIME MODE ONLY THE MINUTES FALLING ON BUSINESS
030966*    DAYS COUNT (SEE 9670-CAL-BUSINESS-SECS).
031000******************************************************************
031100 2200-EVALUATE-RECORD.
031200     MOVE msgback-msg-id(1:8) TO WS-SENT-DATE-NUM.
031700     COMPUTE WS-AGE-MINS =
031800         ((WS-TODAY-INTEGER-DATE - WS-SENT-INTEGER-DATE) * 1440)
031900         + WS-NOW-MINS - WS-SENT-MINS.
031911     IF WS-AGE-IN-BUSINESS-TIME
031922         COMPUTE WS-CAL-START-SECS =
031933             ((WS-SENT-INTEGER-DATE * 1440) + WS-SENT-MINS) * 60
031944         COMPUTE WS-CAL-END-SECS =
031955             ((WS-TODAY-INTEGER-DATE * 1440) + WS-NOW-MINS) * 60
031966         PERFORM 9670-CAL-BUSINESS-SECS THRU 9670-EXIT
031977         COMPUTE WS-AGE-MINS = WS-CAL-BUS-SECS / 60
031988     END-IF.
032000     IF WS-AGE-MINS < WS-AGE-LIMIT-MINS
032100         GO TO 2200-EXIT
032200     END-IF.
036600     IF WS-XAALERT-DUPLICATE
036700         REWRITE XAALERT-RECORD
036800     END-IF.
036825     IF WS-XAALERT-OK
036850         PERFORM 9800-ALOPEN-ADD THRU 9800-EXIT
036875     END-IF.
036900
037000     MOVE "Y" TO msgback-escalated.
037100     REWRITE msgback-record.
039800     WRITE MSGBERPT-LINE FROM WS-SUMMARY-LINE-2.
039900     MOVE WS-PRIOR-COUNT TO WS-SL-PRIOR.
040000     WRITE MSGBERPT-LINE FROM WS-SUMMARY-LINE-3.
040010     MOVE WS-RECALLED-COUNT TO WS-SL-RECALLED.
040020     WRITE MSGBERPT-LINE FROM WS-SUMMARY-LINE-4.
040100     CLOSE MSGBACK.
040200     CLOSE MSGBCAST.
040300     CLOSE XAALERT.
040400     CLOSE MSGBERPT.
040500 9000-EXIT.
040600     EXIT.
040700
040800******************************************************************
040900*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
041000*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
041100******************************************************************
041200     copy xarunctl.
041201
041202******************************************************************
041203*    OPEN-ALERT INDEX PARAGRAPHS (9800-ALOPEN-ADD AND
041204*    9820-ALOPEN-DROP) -- SEE XA/XAALOCTL.CPY.
041205******************************************************************
041206     copy xaaloctl.
041210
041220******************************************************************
041230*    SHOP CALENDAR PARAGRAPHS (9600-CAL-LOAD AND
041240*    9670-CAL-BUSINESS-SECS) -- SEE XA/XACALCTL.CPY.
041250******************************************************************
041260     copy xacalctl.
041300
