      *****************************************************************
      *    OPEN-ALERT INDEX PARAGRAPHS.  COPY AT THE END OF THE
      *    PROCEDURE DIVISION OF ANY BATCH PROGRAM THAT WRITES,
      *    DELETES OR LISTS OPEN XAALERT ALERTS, WITH XA/XAALOWS.CPY
      *    IN WORKING-STORAGE (WHICH DESCRIBES THE CALLING
      *    CONVENTIONS).  SEE XA/XAALOPEN.CPY FOR THE INDEX ITSELF.
      *
      *    MAINTAINING THE INDEX IS SECONDARY TO RECORDING THE ALERT:
      *    IF XAALOPEN CANNOT BE UPDATED THE FAILURE IS REPORTED ON
      *    THE CONSOLE WITH THE XAALIDX REMEDY AND THE JOB CARRIES
      *    ON.  A READER THAT CANNOT OPEN XAALOPEN SAYS SO AND READS
      *    ALL OF XAALERT INSTEAD, AS EVERY READER DID BEFORE.
      *****************************************************************
      *****************************************************************
      *    9800-ALOPEN-ADD -- INDEX THE ALERT IN XAALERT-RECORD ON
      *    BOTH PATHS.  AN ACKNOWLEDGED ALERT IS TAKEN OUT INSTEAD,
      *    SO A REWRITE OF ANY KIND CAN SIMPLY CALL THIS.
      *****************************************************************
       9800-ALOPEN-ADD.
           IF XAALERT-IS-ACKED
               PERFORM 9820-ALOPEN-DROP THRU 9820-EXIT
               GO TO 9800-EXIT
           END-IF.
           PERFORM 9860-ALOPEN-OPEN THRU 9860-EXIT.
           IF NOT WS-ALOPEN-IS-OPEN
               GO TO 9800-EXIT
           END-IF.
           MOVE XAALERT-SEVERITY TO WS-ALOPEN-SEV.
           PERFORM 9840-ALOPEN-RANK THRU 9840-EXIT.
           MOVE SPACES TO XAALOPEN-RECORD.
           MOVE XAALERT-KEY TO XAALOPEN-ALERT-KEY.
           MOVE XAALERT-SEVERITY TO XAALOPEN-SEVERITY.
           MOVE XAALERT-IN-WINDOW TO XAALOPEN-IN-WINDOW.
           MOVE "R" TO XAALOPEN-PATH.
           MOVE XAALERT-RESOURCE TO XAALOPEN-PATH-VALUE.
           PERFORM 9810-ALOPEN-PUT THRU 9810-EXIT.
           MOVE "S" TO XAALOPEN-PATH.
           MOVE WS-ALOPEN-RANK TO XAALOPEN-PATH-VALUE.
           PERFORM 9810-ALOPEN-PUT THRU 9810-EXIT.
           PERFORM 9850-ALOPEN-CLOSE THRU 9850-EXIT.
       9800-EXIT.
           EXIT.

       9810-ALOPEN-PUT.
           WRITE XAALOPEN-RECORD.
           IF WS-XAALOPEN-DUPLICATE
               REWRITE XAALOPEN-RECORD
           END-IF.
           IF NOT WS-XAALOPEN-OK
               DISPLAY WS-RUNCTL-JOB ": XAALOPEN NOT UPDATED FOR ALERT "
                   XAALERT-KEY ", STATUS=" WS-XAALOPEN-STATUS
                   UPON CONS
               DISPLAY WS-RUNCTL-JOB
                   ": RUN XAALIDX TO REBUILD THE OPEN-ALERT INDEX"
                   UPON CONS
           END-IF.
       9810-EXIT.
           EXIT.

      *****************************************************************
      *    9820-ALOPEN-DROP -- TAKE THE ALERT IN XAALERT-RECORD OUT OF
      *    THE INDEX (ACKNOWLEDGED, OR ABOUT TO BE DELETED).  ENTRIES
      *    ALREADY GONE ARE NOT AN ERROR.
      *****************************************************************
       9820-ALOPEN-DROP.
           PERFORM 9860-ALOPEN-OPEN THRU 9860-EXIT.
           IF NOT WS-ALOPEN-IS-OPEN
               GO TO 9820-EXIT
           END-IF.
           MOVE XAALERT-SEVERITY TO WS-ALOPEN-SEV.
           PERFORM 9840-ALOPEN-RANK THRU 9840-EXIT.
           MOVE SPACES TO XAALOPEN-RECORD.
           MOVE XAALERT-KEY TO XAALOPEN-ALERT-KEY.
           MOVE "R" TO XAALOPEN-PATH.
           MOVE XAALERT-RESOURCE TO XAALOPEN-PATH-VALUE.
           DELETE XAALOPEN RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE "S" TO XAALOPEN-PATH.
           MOVE WS-ALOPEN-RANK TO XAALOPEN-PATH-VALUE.
           DELETE XAALOPEN RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           PERFORM 9850-ALOPEN-CLOSE THRU 9850-EXIT.
       9820-EXIT.
           EXIT.

      *****************************************************************
      *    9840-ALOPEN-RANK -- SEVERITY IN WS-ALOPEN-SEV TO ITS SORT
      *    RANK ON THE "S" PATH IN WS-ALOPEN-RANK.
      *****************************************************************
       9840-ALOPEN-RANK.
           EVALUATE WS-ALOPEN-SEV
               WHEN "H"
                   MOVE "1" TO WS-ALOPEN-RANK
               WHEN "M"
                   MOVE "2" TO WS-ALOPEN-RANK
               WHEN "L"
                   MOVE "3" TO WS-ALOPEN-RANK
               WHEN OTHER
                   MOVE "9" TO WS-ALOPEN-RANK
           END-EVALUATE.
       9840-EXIT.
           EXIT.

       9850-ALOPEN-CLOSE.
           IF WS-ALOPEN-IS-OPEN
               CLOSE XAALOPEN
               MOVE 0 TO WS-ALOPEN-OPEN-SW
           END-IF.
       9850-EXIT.
           EXIT.

      *****************************************************************
      *    9860-ALOPEN-OPEN -- OPEN XAALOPEN FOR UPDATE, CREATING IT
      *    IF IT DOES NOT EXIST YET.
      *****************************************************************
       9860-ALOPEN-OPEN.
           IF WS-ALOPEN-IS-OPEN
               GO TO 9860-EXIT
           END-IF.
           OPEN I-O XAALOPEN.
           IF WS-XAALOPEN-NOT-FOUND
               OPEN OUTPUT XAALOPEN
               CLOSE XAALOPEN
               OPEN I-O XAALOPEN
           END-IF.
           IF NOT WS-XAALOPEN-OK
               DISPLAY WS-RUNCTL-JOB
                   ": UNABLE TO OPEN XAALOPEN, STATUS="
                   WS-XAALOPEN-STATUS UPON CONS
               DISPLAY WS-RUNCTL-JOB
                   ": RUN XAALIDX TO REBUILD THE OPEN-ALERT INDEX"
                   UPON CONS
               GO TO 9860-EXIT
           END-IF.
           MOVE 1 TO WS-ALOPEN-OPEN-SW.
       9860-EXIT.
           EXIT.

      *****************************************************************
      *    9870-ALOPEN-FIRST -- POSITION FOR A LIST OF OPEN ALERTS ON
      *    THE SEVERITY PATH.  XAALERT MUST ALREADY BE OPEN.
      *****************************************************************
       9870-ALOPEN-FIRST.
           MOVE 0 TO WS-ALOPEN-EOF-SW.
           MOVE 0 TO WS-ALOPEN-SCAN-SW.
           MOVE 0 TO WS-ALOPEN-STALE-COUNT.
           MOVE SPACE TO WS-ALOPEN-WANT-RANK.
           IF WS-ALOPEN-SEV-ONLY NOT = SPACE
               MOVE WS-ALOPEN-SEV-ONLY TO WS-ALOPEN-SEV
               PERFORM 9840-ALOPEN-RANK THRU 9840-EXIT
               MOVE WS-ALOPEN-RANK TO WS-ALOPEN-WANT-RANK
           END-IF.
           IF NOT WS-ALOPEN-IS-OPEN
               OPEN INPUT XAALOPEN
               IF WS-XAALOPEN-OK
                   MOVE 1 TO WS-ALOPEN-OPEN-SW
               END-IF
           END-IF.
           IF NOT WS-ALOPEN-IS-OPEN
               DISPLAY WS-RUNCTL-JOB ": XAALOPEN UNAVAILABLE, STATUS="
                   WS-XAALOPEN-STATUS " - READING ALL OF XAALERT"
                   UPON CONS
               DISPLAY WS-RUNCTL-JOB
                   ": RUN XAALIDX TO REBUILD THE OPEN-ALERT INDEX"
                   UPON CONS
               MOVE 1 TO WS-ALOPEN-SCAN-SW
               MOVE LOW-VALUES TO XAALERT-KEY
               START XAALERT KEY IS NOT LESS THAN XAALERT-KEY
                   INVALID KEY
                       MOVE 1 TO WS-ALOPEN-EOF-SW
               END-START
               GO TO 9870-EXIT
           END-IF.
           MOVE LOW-VALUES TO XAALOPEN-KEY.
           MOVE "S" TO XAALOPEN-PATH.
           IF WS-ALOPEN-WANT-RANK NOT = SPACE
               MOVE SPACES TO XAALOPEN-PATH-VALUE
               MOVE WS-ALOPEN-WANT-RANK TO XAALOPEN-PATH-VALUE(1:1)
           END-IF.
           START XAALOPEN KEY IS NOT LESS THAN XAALOPEN-KEY
               INVALID KEY
                   MOVE 1 TO WS-ALOPEN-EOF-SW
           END-START.
       9870-EXIT.
           EXIT.

      *****************************************************************
      *    9880-ALOPEN-NEXT -- DELIVER THE NEXT OPEN ALERT INTO
      *    XAALERT-RECORD, OR SET WS-ALOPEN-EOF.  AN ENTRY WHOSE ALERT
      *    IS GONE OR ALREADY ACKNOWLEDGED IS PASSED OVER AND COUNTED
      *    IN WS-ALOPEN-STALE-COUNT (XAALIDX CLEARS THEM).
      *****************************************************************
       9880-ALOPEN-NEXT.
           IF WS-ALOPEN-EOF
               GO TO 9880-EXIT
           END-IF.
           IF WS-ALOPEN-FULL-SCAN
               GO TO 9885-ALOPEN-NEXT-SCAN
           END-IF.
           READ XAALOPEN NEXT RECORD
               AT END
                   MOVE 1 TO WS-ALOPEN-EOF-SW
                   GO TO 9880-EXIT
           END-READ.
           IF NOT XAALOPEN-BY-SEVERITY
               MOVE 1 TO WS-ALOPEN-EOF-SW
               GO TO 9880-EXIT
           END-IF.
           IF WS-ALOPEN-WANT-RANK NOT = SPACE
           AND XAALOPEN-PATH-VALUE(1:1) NOT = WS-ALOPEN-WANT-RANK
               MOVE 1 TO WS-ALOPEN-EOF-SW
               GO TO 9880-EXIT
           END-IF.
           MOVE XAALOPEN-ALERT-KEY TO XAALERT-KEY.
           READ XAALERT
               INVALID KEY
                   ADD 1 TO WS-ALOPEN-STALE-COUNT
                   GO TO 9880-ALOPEN-NEXT
           END-READ.
           IF NOT WS-XAALERT-OK
           OR XAALERT-IS-ACKED
               ADD 1 TO WS-ALOPEN-STALE-COUNT
               GO TO 9880-ALOPEN-NEXT
           END-IF.
           GO TO 9880-EXIT.

       9885-ALOPEN-NEXT-SCAN.
           READ XAALERT NEXT RECORD
               AT END
                   MOVE 1 TO WS-ALOPEN-EOF-SW
                   GO TO 9880-EXIT
           END-READ.
           IF XAALERT-IS-ACKED
               GO TO 9885-ALOPEN-NEXT-SCAN
           END-IF.
           IF WS-ALOPEN-SEV-ONLY NOT = SPACE
           AND XAALERT-SEVERITY NOT = WS-ALOPEN-SEV-ONLY
               GO TO 9885-ALOPEN-NEXT-SCAN
           END-IF.
       9880-EXIT.
           EXIT.

      *****************************************************************
      *    9890-ALOPEN-END -- FINISH A LIST OF OPEN ALERTS.  ENTRIES
      *    THAT POINTED AT A MISSING OR ACKNOWLEDGED ALERT MEAN AN
      *    UPDATE WAS MISSED SOMEWHERE; SAY SO, SINCE XAALIDX CLEARS
      *    THEM.
      *****************************************************************
       9890-ALOPEN-END.
           IF WS-ALOPEN-STALE-COUNT > 0
               MOVE WS-ALOPEN-STALE-COUNT TO WS-ALOPEN-STALE-EDIT
               DISPLAY WS-RUNCTL-JOB ": " WS-ALOPEN-STALE-EDIT
                   " XAALOPEN ENTRIES FOR CLOSED OR MISSING ALERTS"
                   UPON CONS
               DISPLAY WS-RUNCTL-JOB
                   ": RUN XAALIDX TO REBUILD THE OPEN-ALERT INDEX"
                   UPON CONS
           END-IF.
           PERFORM 9850-ALOPEN-CLOSE THRU 9850-EXIT.
       9890-EXIT.
           EXIT.
