      *****************************************************************
      *    RUN-CONTROL LEDGER PARAGRAPHS.  COPY AT THE END OF THE
      *    PROCEDURE DIVISION OF EVERY NIGHTLY BATCH PROGRAM, WITH
      *    XA/XARUNLGSEL.CPY, XA/XARUNLG.CPY AND XA/XARUNWS.CPY IN
      *    THE USUAL PLACES.  THE MAINLINE PERFORMS 9700-RUNCTL-START
      *    FIRST THING AND 9750-RUNCTL-END AFTER RETURN-CODE HAS BEEN
      *    SET, JUST BEFORE GOBACK.
      *
      *    THE LEDGER IS BOOK-KEEPING, NOT PART OF THE JOB'S WORK: IF
      *    IT CANNOT BE OPENED OR WRITTEN THE FAILURE IS REPORTED ON
      *    THE CONSOLE AND THE JOB CARRIES ON (XARUNCHK WILL THEN SEE
      *    THE RUN AS MISSING, WHICH IS THE RIGHT PROMPT TO LOOK).
      *****************************************************************
      *****************************************************************
      *    9700-RUNCTL-START -- RECORD THAT THE JOB HAS STARTED.  THE
      *    RUN DATE IS REMEMBERED SO THE END RECORD LANDS ON THE SAME
      *    KEY EVEN WHEN THE JOB RUNS PAST MIDNIGHT.
      *****************************************************************
       9700-RUNCTL-START.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNCTL-NOW.
           MOVE WS-RUNCTL-NOW-DATE TO WS-RUNCTL-RUN-DATE.
           PERFORM 9790-RUNCTL-OPEN THRU 9790-EXIT.
           IF NOT WS-XARUNLG-OK
               GO TO 9700-EXIT
           END-IF.
           PERFORM 9780-RUNCTL-READ THRU 9780-EXIT.
           MOVE WS-RUNCTL-NOW-DATE TO XARUNLG-START-DATE.
           MOVE WS-RUNCTL-NOW-TIME TO XARUNLG-START-TIME.
           MOVE SPACES TO XARUNLG-END-TIMESTAMP.
           MOVE "R" TO XARUNLG-STATUS.
           MOVE ZERO TO XARUNLG-RETURN-CODE.
           ADD 1 TO XARUNLG-RUN-COUNT.
           PERFORM 9785-RUNCTL-WRITE THRU 9785-EXIT.
           CLOSE XARUNLG.
       9700-EXIT.
           EXIT.

      *****************************************************************
      *    9750-RUNCTL-END -- RECORD THE END TIME AND RETURN CODE.  A
      *    MISSING START RECORD (THE LEDGER WAS UNAVAILABLE AT START)
      *    IS CREATED HERE WITH A BLANK START TIME.
      *****************************************************************
       9750-RUNCTL-END.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNCTL-NOW.
           IF WS-RUNCTL-RUN-DATE = SPACES
               MOVE WS-RUNCTL-NOW-DATE TO WS-RUNCTL-RUN-DATE
           END-IF.
           PERFORM 9790-RUNCTL-OPEN THRU 9790-EXIT.
           IF NOT WS-XARUNLG-OK
               GO TO 9750-EXIT
           END-IF.
           PERFORM 9780-RUNCTL-READ THRU 9780-EXIT.
           IF WS-RUNCTL-FOUND-SW = 0
               MOVE SPACES TO XARUNLG-START-TIMESTAMP
               MOVE 1 TO XARUNLG-RUN-COUNT
           END-IF.
           MOVE WS-RUNCTL-NOW-DATE TO XARUNLG-END-DATE.
           MOVE WS-RUNCTL-NOW-TIME TO XARUNLG-END-TIME.
           MOVE "E" TO XARUNLG-STATUS.
           MOVE RETURN-CODE TO XARUNLG-RETURN-CODE.
           PERFORM 9785-RUNCTL-WRITE THRU 9785-EXIT.
           CLOSE XARUNLG.
       9750-EXIT.
           EXIT.

       9780-RUNCTL-READ.
           MOVE WS-RUNCTL-JOB TO XARUNLG-JOB-NAME.
           MOVE WS-RUNCTL-RUN-DATE TO XARUNLG-RUN-DATE.
           MOVE 1 TO WS-RUNCTL-FOUND-SW.
           READ XARUNLG
               INVALID KEY
                   MOVE 0 TO WS-RUNCTL-FOUND-SW
           END-READ.
           IF WS-RUNCTL-FOUND-SW = 0
               MOVE SPACES TO XARUNLG-RUN-DATA
               MOVE ZERO TO XARUNLG-RUN-COUNT
               MOVE WS-RUNCTL-JOB TO XARUNLG-JOB-NAME
               MOVE WS-RUNCTL-RUN-DATE TO XARUNLG-RUN-DATE
           END-IF.
       9780-EXIT.
           EXIT.

       9785-RUNCTL-WRITE.
           IF WS-RUNCTL-FOUND-SW = 1
               REWRITE XARUNLG-RECORD
           ELSE
               WRITE XARUNLG-RECORD
           END-IF.
           IF NOT WS-XARUNLG-OK
               DISPLAY WS-RUNCTL-JOB ": UNABLE TO UPDATE XARUNLG, "
                   "STATUS=" WS-XARUNLG-STATUS UPON CONS
           END-IF.
       9785-EXIT.
           EXIT.

      *****************************************************************
      *    9790-RUNCTL-OPEN -- OPEN THE LEDGER, CREATING IT ON THE
      *    FIRST RUN AFTER INSTALLATION.
      *****************************************************************
       9790-RUNCTL-OPEN.
           OPEN I-O XARUNLG.
           IF WS-XARUNLG-NOT-FOUND
               OPEN OUTPUT XARUNLG
               CLOSE XARUNLG
               OPEN I-O XARUNLG
           END-IF.
           IF NOT WS-XARUNLG-OK
               DISPLAY WS-RUNCTL-JOB ": UNABLE TO OPEN XARUNLG, "
                   "STATUS=" WS-XARUNLG-STATUS UPON CONS
           END-IF.
       9790-EXIT.
           EXIT.
