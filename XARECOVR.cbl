001400*                   RESOURCE ON XASWRLOG AND RECONCILES THE
001500*                   RESOURCE MANAGER'S IN-DOUBT XID LIST AGAINST
001600*                   XAHEURLG BOTH WAYS.
001610*  10/15/2026 XST   RUN START AND END, WITH THE ENDING RETURN
001620*                   CODE, ARE NOW RECORDED IN THE XARUNLG
001630*                   RUN-CONTROL LEDGER FOR THE XARUNCHK
001640*                   MISSED-JOB CHECK.
001650*  10/15/2026 XST   EACH XA_RECOVER CALL IS NOW COUNTED THROUGH
001660*                   XA/XAHEUR.CPY'S VERB TALLY, SO A FAILING
001670*                   RECOVER IS LOGGED TO XAVBLOG FOR XAVBRPT.
001680*                   COPY XA/XAHEUR.CPY, XA/XAPHTIM.CPY AND THE
001690*                   XAVBLOG AND XAPHLOG FILES.
001700******************************************************************
001800*  NOTHING ELSE IN THIS SYSTEM EVER DRIVES MFESXA-RECOVER-ENTRY,
001900*  SO NOTHING PROVES OUR IN-DOUBT LOG AND THE DATABASE'S REALITY
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-XARVRPT-STATUS.
006200
006210     copy xarunlgsel.
006212
006214     copy xavblogsel.
006216
006218     copy xaphlogsel.
006220
006300 DATA DIVISION.
006400 FILE SECTION.
006500     copy xaswrlog.
007400
007500 01  XARVRPT-LINE                    PIC X(132).
007600
007610     copy xarunlg.
007612
007614     copy xavblog.
007616
007618     copy xaphlog.
007620
007700 WORKING-STORAGE SECTION.
007710     copy xarunws.
007720
007800******************************************************************
007900*    FILE STATUS AND CONTROL SWITCHES -- DECLARED FIRST SO THE
008000*    FILE-CONTROL FILE STATUS CLAUSES ABOVE RESOLVE AGAINST THEM
023100******************************************************************
023200 0000-MAINLINE.
023300******************************************************************
023310     MOVE "XARECOVR" TO WS-RUNCTL-JOB.
023320     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
023400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023500     IF NOT WS-NO-LOG-FILE
023600         PERFORM 2000-BUILD-RESOURCE-LIST THRU 2000-EXIT
024300     IF WS-TOT-NOT-LOGGED > ZERO OR WS-TOT-NOT-HELD > ZERO
024400         MOVE 4 TO RETURN-CODE
024500     END-IF.
024550     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
024600     GOBACK.
024700
024800******************************************************************
036300         BY VALUE WS-RECOVER-FLAGS
036400         RETURNING ws-recover-rc
036500     END-CALL.
036514*    THE ARRAY CALL ABOVE CANNOT GO THROUGH mfesxa-call-recover
036528*    (ONE XID INTO ws-xid-block), SO COUNT IT HERE THE WAY THAT
036542*    WRAPPER DOES -- A NEGATIVE ANSWER IS LOGGED TO XAVBLOG.
036556     MOVE 8 TO ws-verb-ix.
036570     MOVE ws-recover-rc TO ws-verb-rc.
036584     PERFORM TallyVerbOutcome.
036600
036700     IF ws-recover-rc < ZERO
036800         MOVE "XA_RECOVER FAILED" TO WS-RL-STATUS
050700     IF NOT WS-NO-REG-FILE
050800         CLOSE XARESREG
050900     END-IF.
050925*    COUNTS STILL HELD FOR THE LAST RESOURCE SWEPT GO TO XAVBLOG
050950*    NOW.
050975     PERFORM FlushVerbTally.
051000     CLOSE XARVRPT.
051100 9000-EXIT.
051200     EXIT.
051300
051400******************************************************************
051500*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
051600*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
051700******************************************************************
051800     copy xarunctl.
051807
051814******************************************************************
051821*    XA VERB OUTCOME TALLY (TallyVerbOutcome, FlushVerbTally AND
051828*    THE XAVBLOG WRITES) -- SEE XA/XAHEUR.CPY.  ONLY THE TALLY IS
051835*    USED HERE; NO SWITCH IS OPENED, SO XAPHLOG IS NEVER WRITTEN.
051842******************************************************************
051849     copy xaheur.
051856
051863******************************************************************
051870*    PHASE TIMERS REFERENCED BY mfesxa-call-open -- SEE
051877*    XA/XAPHTIM.CPY.
051884******************************************************************
051891     copy xaphtim.
051900
