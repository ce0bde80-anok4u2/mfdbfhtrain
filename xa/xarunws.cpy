      *****************************************************************
      *    RUN-CONTROL LEDGER WORK FIELDS.  COPY INTO WORKING-STORAGE
      *    OF ANY BATCH PROGRAM THAT COPIES XA/XARUNCTL.CPY; THE
      *    PROGRAM MOVES ITS OWN NAME TO WS-RUNCTL-JOB BEFORE
      *    PERFORMING 9700-RUNCTL-START.
      *****************************************************************
       77  WS-XARUNLG-STATUS               PIC X(02) VALUE SPACES.
           88  WS-XARUNLG-OK                  VALUE "00".
           88  WS-XARUNLG-NOT-FOUND           VALUE "35" "23".

       77  WS-RUNCTL-JOB                   PIC X(08) VALUE SPACES.
       77  WS-RUNCTL-RUN-DATE              PIC X(08) VALUE SPACES.
       77  WS-RUNCTL-FOUND-SW              PIC 9(01) VALUE 0.

       01  WS-RUNCTL-NOW.
           05  WS-RUNCTL-NOW-DATE          PIC X(08).
           05  WS-RUNCTL-NOW-TIME          PIC X(06).
           05  FILLER                      PIC X(07).
