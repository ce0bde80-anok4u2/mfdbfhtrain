001200*                   HOUSEKEEPING FOR THE APPEND-FOREVER XA LOG
001300*                   FILES (XAJTLOG, XADB2AUD, MSG1AUD, XAHEURLG),
001400*                   DRIVEN BY A PER-FILE RETENTION DECK (XAHKPRM).
001410*  10/15/2026 XST   RUN START AND END, WITH THE ENDING RETURN
001420*                   CODE, ARE NOW RECORDED IN THE XARUNLG
001430*                   RUN-CONTROL LEDGER FOR THE XARUNCHK
001440*                   MISSED-JOB CHECK.
001450*  10/15/2026 XST   MSGBACK ROWS OF A BROADCAST RECALLED THROUGH
001460*                   MSGC ARE NO LONGER OPEN WORK: AN
001470*                   UNACKNOWLEDGED RECALLED ROW IS AGED FROM THE
001480*                   MESSAGE'S SEND DATE AND NO LONGER HOLDS ITS
001490*                   MESSAGE ON FILE.
001500******************************************************************
001600*  EVERY GETCUSTOMIZATIONPARAMS CALL APPENDS TO XAJTLOG, EVERY DB2
001700*  ATTACH CALL APPENDS TO XADB2AUD, EVERY MSG1 INVOCATION WRITES
010300         ORGANIZATION IS SEQUENTIAL
010400         FILE STATUS IS WS-XAHKRPT-STATUS.
010500
010510     copy xarunlgsel.
010520
010600 DATA DIVISION.
010700 FILE SECTION.
010800     copy xajtlog.
017300
017400 01  XAHKRPT-LINE                    PIC X(132).
017500
017510     copy xarunlg.
017520
017600 WORKING-STORAGE SECTION.
017610     copy xarunws.
017620
017700******************************************************************
017800*    FILE STATUS AND CONTROL SWITCHES
017900******************************************************************
032900******************************************************************
033000 0000-MAINLINE.
033100******************************************************************
033110     MOVE "XAHSKEEP" TO WS-RUNCTL-JOB.
033120     PERFORM 9700-RUNCTL-START THRU 9700-EXIT.
033200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033300     PERFORM 2000-PURGE-XAJTLOG THRU 2000-EXIT.
033400     PERFORM 3000-PURGE-XADB2AUD THRU 3000-EXIT.
034000     IF WS-PURGE-ERRORS > ZERO
034100         MOVE 8 TO RETURN-CODE
034200     END-IF.
034250     PERFORM 9750-RUNCTL-END THRU 9750-EXIT.
034300     GOBACK.
034400
034500******************************************************************
068700*    ACKNOWLEDGED ROWS PAST RETENTION (AGED FROM THE ACK DATE)
068800*    ARE ARCHIVED AND DELETED; AN UNACKNOWLEDGED ROW IS AN OPEN
068900*    WORK ITEM AND IS KEPT REGARDLESS OF AGE, THE SAME STANCE
069000*    5000 TAKES ON UNRESOLVED XAHEURLG ENTRIES -- UNLESS ITS
069010*    MESSAGE WAS RECALLED, WHEN NOBODY OWES IT AN ACKNOWLEDGMENT
069020*    ANY MORE AND IT AGES FROM THE SEND DATE IN ITS KEY.
069100******************************************************************
069200 6000-PURGE-MSGBACK.
069300     MOVE "N" TO WS-EOF-SWITCH.
073900     END-READ.
074000     ADD 1 TO WS-READ-COUNT.
074100     IF msgback-not-acked
074110        AND NOT msgback-is-recalled
074200        ADD 1 TO WS-RETAIN-COUNT
074300        GO TO 6100-EXIT
074400     END-IF.
074410     IF msgback-not-acked
074420        MOVE msgback-msg-id(1:8) TO WS-LOG-DATE-NUM
074430     ELSE
074500        MOVE msgback-ack-date TO WS-LOG-DATE-NUM
074510     END-IF.
074600     PERFORM 8200-COMPUTE-AGE THRU 8200-EXIT.
074700     IF WS-AGE-DAYS > WS-MSGBACK-RETAIN-DAYS
074800        ADD 1 TO WS-ARCHIVE-COUNT
089100        GO TO 7300-EXIT
089200     END-IF.
089300     IF msgback-not-acked
089310        AND NOT msgback-is-recalled
089400        MOVE 1 TO WS-GROUP-UNACKED
089500        MOVE "Y" TO WS-MSG-EOF-SWITCH
089600     END-IF.
099900     CLOSE XAHKRPT.
100000 9000-EXIT.
100100     EXIT.
100200
100300******************************************************************
100400*    RUN-CONTROL LEDGER PARAGRAPHS (9700-RUNCTL-START AND
100500*    9750-RUNCTL-END) -- SEE XA/XARUNCTL.CPY.
100600******************************************************************
100700     copy xarunctl.
100800
