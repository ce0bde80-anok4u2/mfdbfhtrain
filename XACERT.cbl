001400*                   A SECOND PASS) THROUGH MFESXA-SWITCH-STRUCT
001500*                   FOR EACH REGISTERED RESOURCE AND WRITES A
001600*                   GO/NO-GO REPORT WITH RC 8 ON ANY FAILURE.
001610*  10/15/2026 XST   RUN START AND END, WITH THE ENDING RETURN
001620*                   CODE, ARE NOW RECORDED IN THE XARUNLG
001630*                   RUN-CONTROL LEDGER FOR THE XARUNCHK
001640*                   MISSED-JOB CHECK.
001650*  10/15/2026 XST   EVERY XA VERB (OPEN, START, END, PREPARE,
001660*                   CLOSE AS WELL AS COMMIT AND ROLLBACK) NOW
001670*                   GOES THROUGH THE XA/XAHEUR.CPY WRAPPERS, SO
001680*                   EACH CALL IS COUNTED AND ANY FAILING RETURN
001690*                   CODE IS LOGGED TO XAVBLOG FOR XAVBRPT.
001692*  10/15/2026 XST   THE OPEN WRAPPER NOW TIMES EACH RESOURCE
001694*                   MANAGER XA_OPEN AND LOGS IT TO XAPHLOG FOR
001696*                   THE XAPHRPT REPORT; COPY XA/XAPHTIM.CPY AND
001698*                   THE XAPHLOG FILE.
001699*  10/15/2026 XST   WS-VERB-RC NOW WS-CERT-RC (CLASHED WITH XAWS)
001700******************************************************************
001800*  AFTER DATABASE MAINTENANCE A REGION USED TO BE CERTIFIED BY
001900*  LETTING REAL WORK HIT IT AND WATCHING.  XACERT EXERCISES EVERY
002300*    PASS 1  OPEN, START, END, PREPARE, COMMIT, CLOSE
002400*    PASS 2  OPEN, START, END, PREPARE, ROLLBACK, CLOSE
002500*  A PREPARE ANSWERING XA-RDONLY PASSES WITH THE COMMIT/ROLLBACK
002600*  SKIPPED (THERE IS NOTHING LEFT TO COMPLETE).  EVERY VERB IS
002700*  DRIVEN THROUGH THE MFESXA-CALL-* WRAPPERS (XA/XAHEUR.CPY) --
002800*  THE SAME CAPTURE LAYER THE SWITCH MODULES BUILT FROM
002900*  XA/XAPD.CPY USE -- SO AN XA-HEUR* ANSWER FAILS THE PASS AND
003000*  LANDS ON XAHEURLG, AND EVERY FAILING VERB LANDS ON XAVBLOG,
003100*  WITHOUT THIS JOB KEEPING A PRIVATE COPY OF THE LOGGING LOGIC.
003200*
003300*  THE OPEN STRING PER RESOURCE COMES FROM THE XACTPRM DECK; AS
003400*  WITH XAPG AND XARECOVR, A RESOURCE WHOSE SWITCH ENTRY POINTS
004800     copy xaresregsel.
004900
005000     copy xaheurlgsel.
005010
005020     copy xavblogsel.
005030
005040     copy xaphlogsel.
005100
005200     SELECT XACTPRM ASSIGN TO "XACTPRM"
005300         ORGANIZATION IS SEQUENTIAL
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-XACTRPT-STATUS.
005900
005910     copy xarunlgsel.
005920
006000 DATA DIVISION.
006100 FILE SECTION.
006200     copy xaresreg.
006300
006400     copy xaheurlg.
006410
006420     copy xavblog.
006430
006440     copy xaphlog.
006500
006600 FD  XACTPRM
006700     LABEL RECORDS ARE STANDARD
007800
007900 01  XACTRPT-LINE                    PIC X(132).
008000
008010     copy xarunlg.
008020
008100 WORKING-STORAGE SECTION.
008110     copy xarunws.
008120
008200******************************************************************
008300*    FILE STATUS AND CONTROL SWITCHES -- DECLARED FIRST SO THE
008400*    FILE-CONTROL FILE STATUS CLAUSES ABOVE RESOLVE AGAINST THEM
012600 77  WS-PASS-FAILED                  PIC 9(01) VALUE 0.
012700 77  WS-SKIP-COMPLETE                PIC 9(01) VALUE 0.
012800 77  WS-RESOURCE-FAILED              PIC 9(01) VALUE 0.
012900 77  WS-CERT-RC                      PIC S9(09) COMP-5 VALUE 0.
013000 01  WS-CERT-OPEN-STRING             PIC X(255).
013100
013200 77  WS-RESOURCE-COUNT               PIC 9(05) COMP VALUE ZERO.
018100******************************************************************
018200 0000-MAINLINE.
018300******************************************************************
018310     MOVE "XACERT" TO WS-RUNCTL-JOB.
018320     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
018400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018500     IF NOT WS-NO-REGISTRY
018600         PERFORM 3000-CERTIFY-RESOURCE THRU 3000-EXIT
019200     OR WS-RESOURCE-COUNT = ZERO
019300         MOVE 8 TO RETURN-CODE
019400     END-IF.
019450     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
019500     GOBACK.
019600
019700******************************************************************
035900     MOVE 0 TO WS-SKIP-COMPLETE.
036000     PERFORM 4100-BUILD-TEST-XID THRU 4100-EXIT.
036100
036200     MOVE WS-CERT-OPEN-STRING TO ws-open-string.
036300     MOVE TMNOFLAGS TO ws-xa-call-flags.
036400     PERFORM mfesxa-call-open.
036500     MOVE ws-open-rc TO WS-CERT-RC.
036600     MOVE "OPEN" TO WS-VL-VERB.
036700     PERFORM 4200-REPORT-VERB THRU 4200-EXIT.
036800     IF WS-PASS-FAILED = 1
036900         GO TO 4000-EXIT
037000     END-IF.
037100
037200     PERFORM mfesxa-call-start.
037300     MOVE ws-start-rc TO WS-CERT-RC.
037400     MOVE "START" TO WS-VL-VERB.
037500     PERFORM 4200-REPORT-VERB THRU 4200-EXIT.
037600
037700     IF WS-PASS-FAILED = 0
037800         MOVE TMSUCCESS TO ws-xa-call-flags
037900         PERFORM mfesxa-call-end
038000         MOVE ws-end-rc TO WS-CERT-RC
038100         MOVE "END" TO WS-VL-VERB
038200         PERFORM 4200-REPORT-VERB THRU 4200-EXIT
038300     END-IF.
038400
038500     IF WS-PASS-FAILED = 0
038600         MOVE TMNOFLAGS TO ws-xa-call-flags
038700         PERFORM mfesxa-call-prepare
038800         MOVE ws-prepare-rc TO WS-CERT-RC
038900         MOVE "PREPARE" TO WS-VL-VERB
039000         IF WS-CERT-RC = XA-RDONLY
039100             MOVE 1 TO WS-SKIP-COMPLETE
039200             MOVE 0 TO WS-CERT-RC
039300         END-IF
039400         PERFORM 4200-REPORT-VERB THRU 4200-EXIT
039500     END-IF.
039600
039700     IF WS-PASS-FAILED = 0
039800     AND WS-SKIP-COMPLETE = 0
039900         MOVE TMNOFLAGS TO ws-xa-call-flags
040000         IF WS-PASS-NUMBER = 1
040100             PERFORM mfesxa-call-commit
040200             MOVE ws-commit-rc TO WS-CERT-RC
040300             MOVE "COMMIT" TO WS-VL-VERB
040400         ELSE
040500             PERFORM mfesxa-call-rollback
040600             MOVE ws-rollback-rc TO WS-CERT-RC
040700             MOVE "ROLLBACK" TO WS-VL-VERB
040800         END-IF
040900         PERFORM 4200-REPORT-VERB THRU 4200-EXIT
041000     END-IF.
041100
041200     MOVE TMNOFLAGS TO ws-xa-call-flags.
041300     PERFORM mfesxa-call-close.
041400     MOVE ws-close-rc TO WS-CERT-RC.
041500     MOVE "CLOSE" TO WS-VL-VERB.
041600     PERFORM 4200-REPORT-VERB THRU 4200-EXIT.
042700 4000-EXIT.
042800     EXIT.
042900
045500     ELSE
045600         MOVE "PASS 2" TO WS-VL-PASS
045700     END-IF.
045800     MOVE WS-CERT-RC TO WS-VL-RC.
045900     IF WS-CERT-RC = XA-OK
046000         MOVE "OK" TO WS-VL-RESULT
046100     ELSE
046200         MOVE "FAIL" TO WS-VL-RESULT
049100     IF NOT WS-NO-REGISTRY
049200         CLOSE XARESREG
049300     END-IF.
049310*    COUNTS STILL HELD FOR A PASS THAT STOPPED BEFORE ITS
049320*    CLOSE GO TO XAVBLOG NOW.
049330     PERFORM FlushVerbTally.
049400     CLOSE XACTRPT.
049500 9000-EXIT.
049600     EXIT.
049700
049800******************************************************************
049900*    XA VERB WRAPPERS AND OUTCOME CAPTURE (SHARED WITH THE SWITCH
049950*    MODULES VIA XA/XAHEUR.CPY) -- SEE THAT MEMBER FOR THE
050000*    mfesxa-call-* SECTIONS, LogHeuristicOutcome AND THE XAVBLOG
050050*    VERB-OUTCOME TALLY.
050200******************************************************************
050300     copy xaheur.
050400
050410******************************************************************
050420*    PHASE TIMERS USED BY mfesxa-call-open -- SEE XA/XAPHTIM.CPY.
050430******************************************************************
050440     copy xaphtim.
050450
050500******************************************************************
050600*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
050700*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
050800******************************************************************
050900     copy xarunctl.
051000
