      *****************************************************************
      *    XARUNLG -- NIGHTLY BATCH RUN-CONTROL LEDGER.  ONE RECORD
      *    PER BATCH JOB PER RUN DATE (THE CALENDAR DATE THE JOB
      *    STARTED), WRITTEN BY THE JOB ITSELF THROUGH THE SHARED
      *    PARAGRAPHS IN XA/XARUNCTL.CPY: A START RECORD (STATUS "R")
      *    AS THE MAINLINE BEGINS, REWRITTEN WITH THE END TIME AND THE
      *    JOB'S RETURN CODE (STATUS "E") JUST BEFORE IT GOES BACK.  A
      *    RERUN ON THE SAME DATE REWRITES THE SAME RECORD AND BUMPS
      *    THE RUN COUNT.  XARUNCHK COMPARES THE LEDGER AGAINST THE
      *    EXPECTED-SCHEDULE DECK EACH MORNING: A JOB WITH NO RECORD,
      *    ONE STILL "R" PAST ITS WINDOW, OR ONE THAT ENDED RC 8 OR
      *    WORSE IS RAISED IN XAALERT.
      *
      *    XARUNCHK ALSO KEEPS ITS OWN RESULT UNDER THE RESERVED KEY
      *    "*RUNCHK*" + "*LATEST*" (THE SUMMARY VIEW BELOW), WHICH THE
      *    XAST PANEL READS FOR ITS BATCH RUN COMPLETENESS ROW.
      *****************************************************************
          FD  XARUNLG
              LABEL RECORDS ARE STANDARD.

       01  XARUNLG-RECORD.
          05  XARUNLG-KEY.
              10  XARUNLG-JOB-NAME        PIC X(08).
                  88  XARUNLG-IS-SUMMARY     VALUE "*RUNCHK*".
              10  XARUNLG-RUN-DATE        PIC X(08).
          05  XARUNLG-RUN-DATA.
              10  XARUNLG-START-TIMESTAMP.
                  15  XARUNLG-START-DATE  PIC X(08).
                  15  XARUNLG-START-TIME  PIC X(06).
              10  XARUNLG-END-TIMESTAMP.
                  15  XARUNLG-END-DATE    PIC X(08).
                  15  XARUNLG-END-TIME    PIC X(06).
              10  XARUNLG-STATUS          PIC X(01).
                  88  XARUNLG-RUNNING        VALUE "R".
                  88  XARUNLG-ENDED          VALUE "E".
              10  XARUNLG-RETURN-CODE     PIC 9(04).
              10  XARUNLG-RUN-COUNT       PIC 9(04) COMP-5.
      *   SUMMARY VIEW -- ONLY ON THE "*RUNCHK*" RECORD.
          05  XARUNLG-SUMMARY-DATA REDEFINES XARUNLG-RUN-DATA.
              10  XARUNLG-CHECK-TIMESTAMP.
                  15  XARUNLG-CHECK-DATE  PIC X(08).
                  15  XARUNLG-CHECK-TIME  PIC X(06).
              10  XARUNLG-EXPECTED-COUNT  PIC 9(04).
              10  XARUNLG-ENDED-OK-COUNT  PIC 9(04).
              10  XARUNLG-MISSING-COUNT   PIC 9(04).
              10  XARUNLG-LATE-COUNT      PIC 9(04).
              10  XARUNLG-FAILED-COUNT    PIC 9(04).
              10  FILLER                  PIC X(01).
          05  FILLER                      PIC X(20).
