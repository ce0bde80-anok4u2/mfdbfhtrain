      *****************************************************************
      *    OPEN-ALERT INDEX WORK FIELDS.  COPY INTO WORKING-STORAGE OF
      *    ANY BATCH PROGRAM THAT COPIES XA/XAALOCTL.CPY, AFTER
      *    XA/XARUNWS.CPY (THE CONSOLE MESSAGES CARRY WS-RUNCTL-JOB).
      *    THE PROGRAM ALSO COPIES XAALERTSEL/XAALERT AND
      *    XAALOPENSEL/XAALOPEN, AND DECLARES WS-XAALERT-STATUS WITH
      *    ITS WS-XAALERT-OK CONDITION AS IT ALWAYS HAS.
      *
      *    WRITERS:  9800-ALOPEN-ADD AFTER EACH XAALERT WRITE OR
      *              REWRITE, 9820-ALOPEN-DROP BEFORE A DELETE -- BOTH
      *              WORK FROM XAALERT-RECORD AS IT STANDS.
      *    READERS:  WITH XAALERT OPEN, SET WS-ALOPEN-SEV-ONLY ("H"
      *              FOR HIGH ONLY, SPACE FOR ALL), PERFORM
      *              9870-ALOPEN-FIRST, THEN 9880-ALOPEN-NEXT UNTIL
      *              WS-ALOPEN-EOF; EACH CALL LEAVES THE NEXT OPEN
      *              ALERT IN XAALERT-RECORD, HIGH SEVERITY FIRST AND
      *              OLDEST FIRST WITHIN A SEVERITY.  PERFORM
      *              9890-ALOPEN-END WHEN DONE.  WHEN XAALOPEN IS
      *              UNAVAILABLE THE SAME CALLS READ ALL OF XAALERT IN
      *              KEY (TIME) ORDER, SKIPPING ACKNOWLEDGED ALERTS.
      *****************************************************************
       77  WS-XAALOPEN-STATUS              PIC X(02) VALUE SPACES.
           88  WS-XAALOPEN-OK                 VALUE "00".
           88  WS-XAALOPEN-NOT-FOUND          VALUE "35" "23".
           88  WS-XAALOPEN-DUPLICATE          VALUE "22".

       77  WS-ALOPEN-OPEN-SW               PIC 9(01) VALUE 0.
           88  WS-ALOPEN-IS-OPEN              VALUE 1.
       77  WS-ALOPEN-EOF-SW                PIC 9(01) VALUE 0.
           88  WS-ALOPEN-EOF                  VALUE 1.
      *    1 WHEN XAALOPEN COULD NOT BE OPENED AND THE READER IS
      *    FALLING BACK TO READING ALL OF XAALERT.
       77  WS-ALOPEN-SCAN-SW               PIC 9(01) VALUE 0.
           88  WS-ALOPEN-FULL-SCAN            VALUE 1.
       77  WS-ALOPEN-SEV-ONLY              PIC X(01) VALUE SPACE.
       77  WS-ALOPEN-SEV                   PIC X(01) VALUE SPACE.
       77  WS-ALOPEN-RANK                  PIC X(01) VALUE SPACE.
       77  WS-ALOPEN-WANT-RANK             PIC X(01) VALUE SPACE.
       77  WS-ALOPEN-STALE-COUNT           PIC 9(07) COMP-5 VALUE 0.
       77  WS-ALOPEN-STALE-EDIT            PIC Z(06)9.
