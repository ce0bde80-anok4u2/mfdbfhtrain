      *****************************************************************
      *    ENQSLIB -- CONTENTION-SCENARIO LIBRARY.  THE KEYED HOME OF
      *    THE ENQ/DEQ/DELAY/WAIT/POST/CLEAR STEPS ENQSCN REPLAYS, SO
      *    A SCENARIO NO LONGER LIVES ONLY IN WHATEVER ENQI DECK WAS
      *    LOADED LAST.  KEYED SCENARIO + VERSION + STEP:
      *      VERSION HEADER  STEP 000.  DRAFT (D) OR RELEASED (R),
      *                      THE SCENARIO'S DESCRIPTION, AND WHO
      *                      RELEASED IT AND WHEN.
      *      STEP            STEP 001-999, REPLAYED IN STEP ORDER
      *                      (ENQL NUMBERS NEW STEPS IN TENS SO ONE
      *                      CAN BE SLOTTED IN BETWEEN).  OPERAND AS
      *                      ON THE ENQI STEP CARD: RESOURCE NAME FOR
      *                      ENQ/DEQ, SECONDS (4 DIGITS) FOR DELAY,
      *                      EVENT NAME FOR WAIT/POST/CLEAR.
      *    A RELEASED VERSION IS NEVER CHANGED AGAIN: ENQL COPIES IT
      *    FORWARD TO A NEW DRAFT VERSION WHEN IT IS NEXT EDITED, SO
      *    THE VERSION NUMBER ON AN ENQSRPT RESULT SET ALWAYS NAMES
      *    EXACTLY THE STEPS THAT RAN.  MAINTAINED THROUGH THE ENQL
      *    TRANSACTION (CHANGES ARE KEPT IN THE XAREFAUD CHANGE
      *    HISTORY); READ BY ENQSCN WHEN ENQCORD OR ITS COMMAREA ASKS
      *    FOR A LIBRARY SCENARIO.
      *****************************************************************
          FD  ENQSLIB
              LABEL RECORDS ARE STANDARD.

       01  enqslib-record.
           05  enqslib-key.
               10  enqslib-scenario        pic x(8).
               10  enqslib-version         pic 9(3).
               10  enqslib-step            pic 9(3).
                   88  enqslib-is-header      value 0.
           05  enqslib-step-data.
               10  enqslib-action          pic x(5).
               10  enqslib-operand         pic x(10).
               10  filler redefines enqslib-operand.
                   15  enqslib-delay-secs  pic 9(4).
                   15  filler              pic x(6).
               10  enqslib-note            pic x(30).
               10  enqslib-updated-by      pic x(8).
               10  enqslib-updated-date    pic x(8).
               10  filler                  pic x(5).
           05  enqslib-header-data redefines enqslib-step-data.
               10  enqslib-status          pic x(1).
                   88  enqslib-is-draft       value "D".
                   88  enqslib-is-released    value "R".
               10  enqslib-desc            pic x(30).
               10  enqslib-released-by     pic x(8).
               10  enqslib-released-date   pic x(8).
               10  enqslib-hdr-updated-by  pic x(8).
               10  enqslib-hdr-updated-date
                                           pic x(8).
               10  filler                  pic x(3).
