001440*                   MESSAGE LINE.
001450*  09/02/2026 XST   ACKNOWLEDGMENT REPLIES (MSGBACK-REPLY-TEXT,
001460*                   STORED BY MSGA) PRINT UNDER EACH MESSAGE.
001465*  10/15/2026 XST   RUN START AND END, WITH THE ENDING RETURN
001470*                   CODE, ARE NOW RECORDED IN THE XARUNLG
001475*                   RUN-CONTROL LEDGER FOR THE XARUNCHK
001480*                   MISSED-JOB CHECK.
001482*  10/15/2026 XST   XAMA OUTAGE AND SERVICE-RESTORED NOTICES
001484*                   CARRY THEIR XAMAINT CHANGE REFERENCE: IT
001486*                   PRINTS ON THE MESSAGE LINE, THE TERMINALS
001488*                   THAT ACKNOWLEDGED ARE LISTED UNDER EACH SUCH
001490*                   NOTICE, AND A CLOSING SECTION TOTALS
001492*                   DELIVERIES AND ACKNOWLEDGMENTS PER CHANGE.
001493*  10/15/2026 XST   BROADCASTS RECALLED THROUGH MSGC (MSGBRCL)
001494*                   PRINT A RECALL LINE, FOLLOWED BY THE
001495*                   CORRECTION SENT IN THEIR PLACE AS A GROUP OF
001496*                   ITS OWN; A CORRECTION PRINTS ONLY THERE, NOT
001497*                   AGAIN IN SEND ORDER.  TERMINALS OF A RECALLED
001498*                   MESSAGE ARE LEFT OUT OF THE UNACKED TOTAL.
001500******************************************************************
001600*  MSGB STORES EVERY OPERATOR BROADCAST IN MSGBCAST AND WRITES AN
001700*  UNACKNOWLEDGED MSGBACK RECORD PER TARGET TERMINAL; MSGA FLIPS
003200     copy msgbcastsel.
003300
003400     copy msgbacksel.
003433
003466     copy msgbrclsel.
003500
003600     SELECT MSGBRPT ASSIGN TO "MSGBRPT"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-MSGBRPT-STATUS.
003900
003910     copy xarunlgsel.
003920
004000 DATA DIVISION.
004100 FILE SECTION.
004200     copy msgbcast.
004300
004400     copy msgback.
004433
004466     copy msgbrcl.
004500
004600 FD  MSGBRPT
004700     LABEL RECORDS ARE STANDARD
004900
005000 01  MSGBRPT-LINE                    PIC X(132).
005100
005110     copy xarunlg.
005120
005200 WORKING-STORAGE SECTION.
005210     copy xarunws.
005220
005300******************************************************************
005400*    FILE STATUS AND CONTROL SWITCHES
005500******************************************************************
006000 77  WS-MSGBACK-STATUS               PIC X(02) VALUE SPACES.
006100     88  WS-MSGBACK-OK                  VALUE "00".
006200     88  WS-MSGBACK-NOT-FOUND           VALUE "35" "23".
006220
006240 77  WS-MSGBRCL-STATUS               PIC X(02) VALUE SPACES.
006260     88  WS-MSGBRCL-OK                  VALUE "00".
006280     88  WS-MSGBRCL-NOT-FOUND           VALUE "35" "23".
006300
006400 77  WS-MSGBRPT-STATUS               PIC X(02) VALUE SPACES.
006500     88  WS-MSGBRPT-OK                  VALUE "00".
007500
007600 77  WS-NO-ACK-SWITCH                PIC X(01) VALUE "N".
007700     88  WS-NO-ACK-FILE                 VALUE "Y".
007710
007720 77  WS-NO-RCL-SWITCH                PIC X(01) VALUE "N".
007730     88  WS-NO-RCL-FILE                 VALUE "Y".
007740
007750 77  WS-SKIP-SWITCH                  PIC X(01) VALUE "N".
007760     88  WS-SKIP-MESSAGE                VALUE "Y".
007770
007780 77  WS-CHAIN-END-SWITCH             PIC X(01) VALUE "N".
007790     88  WS-CHAIN-END                   VALUE "Y".
007800
007900******************************************************************
008000*    PER-MESSAGE COUNTERS AND UNACKED-TERMINAL PACKING
008700 77  WS-PACK-SUB                     PIC S9(04) COMP-5 VALUE ZERO.
008710 77  WS-LINE-SUB                     PIC S9(04) COMP-5 VALUE ZERO.
008720 77  WS-LINE-COUNT                   PIC S9(04) COMP-5 VALUE ZERO.
008725 77  WS-ACK-PACK-SUB                 PIC S9(04) COMP-5 VALUE ZERO.
008730 77  WS-CHG-COUNT                    PIC S9(04) COMP-5 VALUE ZERO.
008735 77  WS-CHG-SUB                      PIC S9(04) COMP-5 VALUE ZERO.
008740 77  WS-CHG-MAX                      PIC S9(04) COMP-5 VALUE 200.
008745 77  WS-CHG-OVERFLOW                 PIC 9(05) COMP VALUE ZERO.
008747 77  WS-RECALLED-TOTAL               PIC 9(05) COMP VALUE ZERO.
008750
008755*    PER-CHANGE TOTALS FOR XAMA OUTAGE NOTICES, IN ORDER OF FIRST
008760*    APPEARANCE (MSGBCAST IS READ IN SENT ORDER).
008765 01  WS-CHANGE-TABLE.
008770     05  WS-CHG-ENTRY OCCURS 200 TIMES.
008775         10  WS-CHG-REF              PIC X(12).
008780         10  WS-CHG-NOTICES          PIC 9(05) COMP.
008785         10  WS-CHG-DELIVERED        PIC 9(05) COMP.
008790         10  WS-CHG-ACKED            PIC 9(05) COMP.
008795         10  WS-CHG-UNACKED          PIC 9(05) COMP.
008800
008900 01  WS-CURRENT-MSG-ID               PIC X(14).
008914
008928*    THE MESSAGE THE SEQUENTIAL PASS IS ON.  PRINTING A RECALL
008942*    CHAIN READS MSGBCAST BY KEY, SO THE PASS IS RE-POSITIONED ON
008956*    THIS KEY AFTERWARDS.
008970 01  WS-SEQ-MSG-ID                   PIC X(14).
008984 01  WS-CORR-OF-ID                   PIC X(14).
009000
009100******************************************************************
009200*    REPORT LINE LAYOUTS
010400     05  WS-ML-SENT-BY               PIC X(08).
010500     05  FILLER                      PIC X(02) VALUE ": ".
010600     05  WS-ML-TEXT                  PIC X(40).
010610     05  WS-ML-CHANGE-TAG            PIC X(09).
010620     05  WS-ML-CHANGE-REF            PIC X(12).
010700
010710*    CONTINUATION LINE FOR MESSAGE BODY LINES 2-4, INDENTED TO
010720*    LINE UP UNDER THE FIRST LINE'S TEXT COLUMN.
012300         10  WS-UL-TERM              PIC X(04).
012400         10  FILLER                  PIC X(02) VALUE SPACES.
012500
012502 01  WS-ACKED-LINE.
012504     05  FILLER                      PIC X(12) VALUE
012506         "  ACKED:".
012508     05  WS-AL-TERMID OCCURS 16 TIMES.
012510         10  WS-AL-TERM              PIC X(04).
012512         10  FILLER                  PIC X(02) VALUE SPACES.
012514
012516 01  WS-CHANGE-HEADING-1.
012518     05  FILLER                      PIC X(132) VALUE
012520         "OUTAGE NOTICE ACKNOWLEDGMENT BY CHANGE REFERENCE".
012522
012524 01  WS-CHANGE-HEADING-2.
012526     05  FILLER                      PIC X(14) VALUE "CHANGE REF".
012528     05  FILLER                      PIC X(10) VALUE "   NOTICES".
012530     05  FILLER                      PIC X(10) VALUE " DELIVERED".
012532     05  FILLER                      PIC X(10) VALUE "     ACKED".
012534     05  FILLER                      PIC X(10) VALUE "   UNACKED".
012536     05  FILLER                      PIC X(78) VALUE SPACES.
012538
012540 01  WS-CHANGE-LINE.
012542     05  WS-CH-REF                   PIC X(12).
012544     05  FILLER                      PIC X(07) VALUE SPACES.
012548     05  WS-CH-NOTICES               PIC ZZZZ9.
012550     05  FILLER                      PIC X(05) VALUE SPACES.
012552     05  WS-CH-DELIVERED             PIC ZZZZ9.
012554     05  FILLER                      PIC X(05) VALUE SPACES.
012556     05  WS-CH-ACKED                 PIC ZZZZ9.
012558     05  FILLER                      PIC X(05) VALUE SPACES.
012560     05  WS-CH-UNACKED               PIC ZZZZ9.
012562     05  FILLER                      PIC X(78) VALUE SPACES.
012564
012566 01  WS-CHANGE-OVERFLOW-LINE.
012568     05  FILLER                      PIC X(41) VALUE
012570         "CHANGE TABLE FULL -- NOTICES NOT TOTALLED".
012572     05  WS-CO-COUNT                 PIC ZZZZ9.
012574
012600 01  WS-SUMMARY-LINE-1.
012700     05  FILLER                      PIC X(20) VALUE
012800         "MESSAGES REPORTED  =".
013200     05  FILLER                      PIC X(20) VALUE
013300         "TERMINALS UNACKED  =".
013400     05  WS-SL-UNACKED               PIC ZZZZ9.
013402
013404 01  WS-SUMMARY-LINE-3.
013406     05  FILLER                      PIC X(20) VALUE
013408         "MESSAGES RECALLED  =".
013410     05  WS-SL-RECALLED              PIC ZZZZ9.
013412
013414 01  WS-RECALL-LINE.
013416     05  FILLER                      PIC X(15) VALUE
013418         "  *** RECALLED ".
013420     05  WS-RC-DATE                  PIC X(08).
013422     05  FILLER                      PIC X(01) VALUE "/".
013424     05  WS-RC-TIME                  PIC X(06).
013426     05  FILLER                      PIC X(04) VALUE " BY ".
013428     05  WS-RC-BY                    PIC X(08).
013430     05  FILLER                      PIC X(04) VALUE " AT ".
013432     05  WS-RC-TERMID                PIC X(04).
013434     05  FILLER                      PIC X(15) VALUE
013436         " -- WITHDRAWN =".
013438     05  WS-RC-WITHDRAWN             PIC ZZZZ9.
013440     05  FILLER                      PIC X(25) VALUE
013442         "   REDELIVERIES STOPPED =".
013444     05  WS-RC-STOPPED               PIC ZZZZ9.
013446
013448 01  WS-CORRECTION-HEAD-LINE.
013450     05  FILLER                      PIC X(38) VALUE
013452         "  *** CORRECTION SENT IN ITS PLACE TO ".
013454     05  WS-CR-COUNT                 PIC ZZZZ9.
013456     05  FILLER                      PIC X(13) VALUE
013458         " TERMINAL(S):".
013460
013462 01  WS-CORRECTION-GONE-LINE.
013464     05  FILLER                      PIC X(17) VALUE
013466         "  *** CORRECTION ".
013468     05  WS-CG-DATE                  PIC X(08).
013470     05  FILLER                      PIC X(01) VALUE "/".
013472     05  WS-CG-TIME                  PIC X(06).
013474     05  FILLER                      PIC X(18) VALUE
013476         " NO LONGER ON FILE".
013478
013480 01  WS-CORRECTION-OF-LINE.
013482     05  FILLER                      PIC X(37) VALUE
013484         "  *** CORRECTION OF THE BROADCAST OF ".
013486     05  WS-CO-DATE                  PIC X(08).
013488     05  FILLER                      PIC X(01) VALUE "/".
013490     05  WS-CO-TIME                  PIC X(06).
013492     05  FILLER                      PIC X(20) VALUE
013494         " (NO LONGER ON FILE)".
013500
013600 01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.
013700
013900******************************************************************
014000 0000-MAINLINE.
014100******************************************************************
014110     MOVE "MSGBRPT" TO WS-RUNCTL-JOB.
014120     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
014200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014300     IF NOT WS-NO-MSG-FILE
014400         PERFORM 2000-PROCESS-MESSAGE THRU 2000-EXIT
014500             UNTIL WS-END-OF-FILE
014600     END-IF.
014700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014750     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
014800     GOBACK.
014900
015000******************************************************************
016900     IF NOT WS-MSGBACK-OK
017000         MOVE "Y" TO WS-NO-ACK-SWITCH
017100     END-IF.
017109
017118     OPEN INPUT MSGBRCL.
017127     IF NOT WS-MSGBRCL-OK
017136         IF NOT WS-MSGBRCL-NOT-FOUND
017145             DISPLAY "MSGBRPT: UNABLE TO OPEN MSGBRCL, STATUS="
017154                 WS-MSGBRCL-STATUS " - RECALLS NOT SHOWN"
017163                 UPON CONS
017172         END-IF
017181         MOVE "Y" TO WS-NO-RCL-SWITCH
017190     END-IF.
017200
017300     OPEN OUTPUT MSGBRPT.
017400     IF NOT WS-MSGBRPT-OK
018600     EXIT.
018700
018800******************************************************************
018900*    2000-PROCESS-MESSAGE -- ONE REPORT GROUP PER STORED MESSAGE,
018910*    THEN, IF IT WAS RECALLED, ITS RECALL CHAIN.  A CORRECTION
018920*    WHOSE ORIGINAL IS STILL ON FILE HAS ALREADY PRINTED IN THAT
018930*    ORIGINAL'S CHAIN AND IS PASSED OVER HERE.
018940******************************************************************
018950 2000-PROCESS-MESSAGE.
018955     MOVE msgbcast-msg-id TO WS-SEQ-MSG-ID.
018960     MOVE "N" TO WS-SKIP-SWITCH.
018965     MOVE SPACES TO WS-CORR-OF-ID.
018970     IF NOT WS-NO-RCL-FILE
018975         PERFORM 2500-CHECK-CORRECTION THRU 2500-EXIT
018980     END-IF.
018985     IF NOT WS-SKIP-MESSAGE
018990         WRITE MSGBRPT-LINE FROM WS-BLANK-LINE
018995         IF WS-CORR-OF-ID NOT = SPACES
019000             MOVE WS-CORR-OF-ID(1:8) TO WS-CO-DATE
019005             MOVE WS-CORR-OF-ID(9:6) TO WS-CO-TIME
019010             WRITE MSGBRPT-LINE FROM WS-CORRECTION-OF-LINE
019015         END-IF
019020         PERFORM 2010-REPORT-MESSAGE THRU 2010-EXIT
019025         IF NOT WS-NO-RCL-FILE
019030             MOVE "N" TO WS-CHAIN-END-SWITCH
019035             PERFORM 2600-FOLLOW-RECALL THRU 2600-EXIT
019040                 UNTIL WS-CHAIN-END
019045             PERFORM 2700-REPOSITION THRU 2700-EXIT
019050         END-IF
019055     END-IF.
019060     PERFORM 2100-READ-NEXT-MESSAGE THRU 2100-EXIT.
019065 2000-EXIT.
019070     EXIT.
019075
019080******************************************************************
019085*    2010-REPORT-MESSAGE -- THE REPORT GROUP FOR THE MESSAGE IN
019090*    THE MSGBCAST RECORD AREA: THE MESSAGE LINE, ITS DELIVERY/ACK
019095*    COUNTS, AND THE TERMINALS STILL UNACKNOWLEDGED.
019200******************************************************************
019300 2010-REPORT-MESSAGE.
019400     ADD 1 TO WS-MESSAGE-COUNT.
019500     MOVE ZERO TO WS-DELIVERED-COUNT.
019600     MOVE ZERO TO WS-ACKED-COUNT.
019700     MOVE ZERO TO WS-UNACKED-COUNT.
019800     MOVE ZERO TO WS-PACK-SUB.
019900     MOVE SPACES TO WS-UNACKED-LINE(13:).
019910     MOVE ZERO TO WS-ACK-PACK-SUB.
019920     MOVE SPACES TO WS-ACKED-LINE(13:).
020000
020200     MOVE msgbcast-sent-date TO WS-ML-DATE.
020300     MOVE msgbcast-sent-time TO WS-ML-TIME.
020400     MOVE msgbcast-sent-by TO WS-ML-SENT-BY.
020500     MOVE msgbcast-line(1) TO WS-ML-TEXT.
020510     IF msgbcast-change-ref = SPACES
020520         OR msgbcast-change-ref = LOW-VALUES
020530         MOVE SPACES TO WS-ML-CHANGE-TAG
020540         MOVE SPACES TO WS-ML-CHANGE-REF
020550     ELSE
020560         MOVE "  CHANGE " TO WS-ML-CHANGE-TAG
020570         MOVE msgbcast-change-ref TO WS-ML-CHANGE-REF
020580     END-IF.
020600     WRITE MSGBRPT-LINE FROM WS-MESSAGE-LINE.
020610
020620*    RECORDS WRITTEN BEFORE THE MULTI-LINE BODY CARRY NO USABLE
021500     MOVE WS-UNACKED-COUNT TO WS-CL-UNACKED.
021600     WRITE MSGBRPT-LINE FROM WS-COUNT-LINE.
021700
021710     IF WS-ACK-PACK-SUB > ZERO
021720         WRITE MSGBRPT-LINE FROM WS-ACKED-LINE
021730     END-IF.
021740
021800     IF WS-PACK-SUB > ZERO
021900         WRITE MSGBRPT-LINE FROM WS-UNACKED-LINE
022000     END-IF.
022010
022020     IF WS-ML-CHANGE-REF NOT = SPACES
022030         PERFORM 2400-TOTAL-CHANGE THRU 2400-EXIT
022040     END-IF.
022300 2010-EXIT.
022400     EXIT.
022410
022420 2050-WRITE-TEXT-LINE.
026200     ADD 1 TO WS-DELIVERED-COUNT.
026300     IF msgback-is-acked
026400         ADD 1 TO WS-ACKED-COUNT
026401         IF WS-ML-CHANGE-REF NOT = SPACES
026402             AND WS-ACK-PACK-SUB < 16
026403             ADD 1 TO WS-ACK-PACK-SUB
026404             MOVE msgback-termid TO WS-AL-TERM(WS-ACK-PACK-SUB)
026405         END-IF
026410         IF msgback-reply-text NOT = SPACES
026420             MOVE msgback-termid TO WS-RL-TERMID
026430             MOVE msgback-reply-text TO WS-RL-TEXT
026450         END-IF
026500     ELSE
026600         ADD 1 TO WS-UNACKED-COUNT
026610         IF NOT msgback-is-recalled
026700             ADD 1 TO WS-UNACKED-TOTAL
026710         END-IF
026800         IF WS-PACK-SUB < 16
026900             ADD 1 TO WS-PACK-SUB
027000             MOVE msgback-termid TO WS-UL-TERM(WS-PACK-SUB)
027200     END-IF.
027300 2300-EXIT.
027400     EXIT.
027402
027404******************************************************************
027406*    2400-TOTAL-CHANGE -- ADD THIS NOTICE'S COUNTS TO ITS CHANGE
027408*    REFERENCE'S ENTRY, OPENING ONE ON FIRST SIGHT.
027410******************************************************************
027412 2400-TOTAL-CHANGE.
027414     MOVE 1 TO WS-CHG-SUB.
027416     PERFORM 2410-SCAN-CHANGE THRU 2410-EXIT
027418         UNTIL WS-CHG-SUB > WS-CHG-COUNT
027420         OR WS-CHG-REF(WS-CHG-SUB) = WS-ML-CHANGE-REF.
027422     IF WS-CHG-SUB > WS-CHG-COUNT
027424         IF WS-CHG-COUNT NOT < WS-CHG-MAX
027426             ADD 1 TO WS-CHG-OVERFLOW
027428             GO TO 2400-EXIT
027430         END-IF
027432         ADD 1 TO WS-CHG-COUNT
027434         MOVE WS-CHG-COUNT TO WS-CHG-SUB
027436         MOVE WS-ML-CHANGE-REF TO WS-CHG-REF(WS-CHG-SUB)
027438         MOVE ZERO TO WS-CHG-NOTICES(WS-CHG-SUB)
027440         MOVE ZERO TO WS-CHG-DELIVERED(WS-CHG-SUB)
027442         MOVE ZERO TO WS-CHG-ACKED(WS-CHG-SUB)
027444         MOVE ZERO TO WS-CHG-UNACKED(WS-CHG-SUB)
027446     END-IF.
027448     ADD 1 TO WS-CHG-NOTICES(WS-CHG-SUB).
027450     ADD WS-DELIVERED-COUNT TO WS-CHG-DELIVERED(WS-CHG-SUB).
027452     ADD WS-ACKED-COUNT TO WS-CHG-ACKED(WS-CHG-SUB).
027454     ADD WS-UNACKED-COUNT TO WS-CHG-UNACKED(WS-CHG-SUB).
027456 2400-EXIT.
027458     EXIT.
027460
027462 2410-SCAN-CHANGE.
027464     ADD 1 TO WS-CHG-SUB.
027466 2410-EXIT.
027468     EXIT.
027500
027600******************************************************************
027700*    9000-TERMINATE -- WRITE THE SUMMARY LINES AND CLOSE UP.
028500     WRITE MSGBRPT-LINE FROM WS-SUMMARY-LINE-1.
028600     MOVE WS-UNACKED-TOTAL TO WS-SL-UNACKED.
028700     WRITE MSGBRPT-LINE FROM WS-SUMMARY-LINE-2.
028701     MOVE WS-RECALLED-TOTAL TO WS-SL-RECALLED.
028702     WRITE MSGBRPT-LINE FROM WS-SUMMARY-LINE-3.
028705     IF WS-CHG-COUNT > ZERO
028710         WRITE MSGBRPT-LINE FROM WS-BLANK-LINE
028715         WRITE MSGBRPT-LINE FROM WS-CHANGE-HEADING-1
028720         WRITE MSGBRPT-LINE FROM WS-CHANGE-HEADING-2
028725         PERFORM 9100-WRITE-CHANGE-LINE THRU 9100-EXIT
028730             VARYING WS-CHG-SUB FROM 1 BY 1
028735             UNTIL WS-CHG-SUB > WS-CHG-COUNT
028740     END-IF.
028745     IF WS-CHG-OVERFLOW > ZERO
028750         MOVE WS-CHG-OVERFLOW TO WS-CO-COUNT
028755         WRITE MSGBRPT-LINE FROM WS-CHANGE-OVERFLOW-LINE
028760     END-IF.
028800     CLOSE MSGBCAST.
028900     IF NOT WS-NO-ACK-FILE
029000         CLOSE MSGBACK
029100     END-IF.
029110     IF NOT WS-NO-RCL-FILE
029120         CLOSE MSGBRCL
029130     END-IF.
029200     CLOSE MSGBRPT.
029300 9000-EXIT.
029400     EXIT.
029405
029410 9100-WRITE-CHANGE-LINE.
029415     MOVE WS-CHG-REF(WS-CHG-SUB) TO WS-CH-REF.
029420     MOVE WS-CHG-NOTICES(WS-CHG-SUB) TO WS-CH-NOTICES.
029425     MOVE WS-CHG-DELIVERED(WS-CHG-SUB) TO WS-CH-DELIVERED.
029430     MOVE WS-CHG-ACKED(WS-CHG-SUB) TO WS-CH-ACKED.
029435     MOVE WS-CHG-UNACKED(WS-CHG-SUB) TO WS-CH-UNACKED.
029440     WRITE MSGBRPT-LINE FROM WS-CHANGE-LINE.
029445 9100-EXIT.
029450     EXIT.
029500
029501******************************************************************
029502*    2500-CHECK-CORRECTION -- IS THIS MESSAGE A CORRECTION SENT
029503*    BY MSGC?  IF ITS ORIGINAL IS STILL ON MSGBCAST IT PRINTS IN
029504*    THE ORIGINAL'S CHAIN, SO IT IS SKIPPED HERE; IF THE ORIGINAL
029505*    HAS BEEN ARCHIVED IT PRINTS HERE, HEADED AS A CORRECTION.
029506******************************************************************
029507 2500-CHECK-CORRECTION.
029508     MOVE WS-SEQ-MSG-ID TO msgbrcl-msg-id.
029509     MOVE "C" TO msgbrcl-type.
029510     READ MSGBRCL
029511         INVALID KEY
029512             GO TO 2500-EXIT
029513     END-READ.
029514     MOVE msgbrcl-linked-id TO WS-CORR-OF-ID.
029515     MOVE msgbrcl-linked-id TO msgbcast-msg-id.
029516     READ MSGBCAST
029517         INVALID KEY
029518             CONTINUE
029519         NOT INVALID KEY
029520             MOVE "Y" TO WS-SKIP-SWITCH
029521     END-READ.
029522     PERFORM 2700-REPOSITION THRU 2700-EXIT.
029523 2500-EXIT.
029524     EXIT.
029525
029526******************************************************************
029527*    2600-FOLLOW-RECALL -- ONE LINK OF A RECALL CHAIN.  IF THE
029528*    MESSAGE JUST REPORTED WAS RECALLED, PRINT THE RECALL LINE
029529*    AND THEN THE CORRECTION'S OWN REPORT GROUP; THE NEXT LINK
029530*    IS THE CORRECTION (WHICH MAY ITSELF HAVE BEEN RECALLED).
029531******************************************************************
029532 2600-FOLLOW-RECALL.
029533     MOVE WS-CURRENT-MSG-ID TO msgbrcl-msg-id.
029534     MOVE "R" TO msgbrcl-type.
029535     READ MSGBRCL
029536         INVALID KEY
029537             MOVE "Y" TO WS-CHAIN-END-SWITCH
029538             GO TO 2600-EXIT
029539     END-READ.
029540     ADD 1 TO WS-RECALLED-TOTAL.
029541     MOVE msgbrcl-date TO WS-RC-DATE.
029542     MOVE msgbrcl-time TO WS-RC-TIME.
029543     MOVE msgbrcl-by TO WS-RC-BY.
029544     MOVE msgbrcl-termid TO WS-RC-TERMID.
029545     MOVE msgbrcl-withdrawn-count TO WS-RC-WITHDRAWN.
029546     MOVE msgbrcl-stopped-count TO WS-RC-STOPPED.
029547     WRITE MSGBRPT-LINE FROM WS-RECALL-LINE.
029548     IF msgbrcl-linked-id = SPACES
029549         MOVE "Y" TO WS-CHAIN-END-SWITCH
029550         GO TO 2600-EXIT
029551     END-IF.
029552     MOVE msgbrcl-linked-id TO msgbcast-msg-id.
029553     READ MSGBCAST
029554         INVALID KEY
029555             MOVE msgbrcl-linked-id(1:8) TO WS-CG-DATE
029556             MOVE msgbrcl-linked-id(9:6) TO WS-CG-TIME
029557             WRITE MSGBRPT-LINE FROM WS-CORRECTION-GONE-LINE
029558             MOVE "Y" TO WS-CHAIN-END-SWITCH
029559             GO TO 2600-EXIT
029560     END-READ.
029561     MOVE msgbrcl-corrected-count TO WS-CR-COUNT.
029562     WRITE MSGBRPT-LINE FROM WS-CORRECTION-HEAD-LINE.
029563     PERFORM 2010-REPORT-MESSAGE THRU 2010-EXIT.
029564 2600-EXIT.
029565     EXIT.
029566
029567******************************************************************
029568*    2700-REPOSITION -- RE-READ THE MESSAGE THE SEQUENTIAL PASS
029569*    IS ON, SO THE NEXT READ NEXT CARRIES ON FROM IT.
029570******************************************************************
029571 2700-REPOSITION.
029572     MOVE WS-SEQ-MSG-ID TO msgbcast-msg-id.
029573     READ MSGBCAST
029574         INVALID KEY
029575             START MSGBCAST KEY GREATER THAN msgbcast-msg-id
029576                 INVALID KEY
029577                     MOVE "Y" TO WS-EOF-SWITCH
029578             END-START
029579     END-READ.
029580 2700-EXIT.
029581     EXIT.
029582
029600******************************************************************
029700*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
029800*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
029900******************************************************************
030000     copy xarunctl.
030100
