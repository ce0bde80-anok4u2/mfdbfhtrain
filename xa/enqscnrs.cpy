      *    DISPLAY FORMAT, LIKE ENQ2'S ENQ2RSLT RECORDS, SO THE QUEUE
      *    DATASET CAN BE EYEBALLED RAW.
      *
      *    ENQSCNRS-VERSION IS THE ENQSLIB LIBRARY VERSION OF THE
      *    SCENARIO THE STEP BELONGS TO, SO A RESULT SET NAMES THE
      *    EXACT STEPS IT REPLAYED; 000 MEANS THE STEP CAME FROM THE
      *    ENQI DECK.
      *
      *    COPY THIS MEMBER INTO WORKING-STORAGE ON THE WRITING
      *    (CICS) SIDE AND UNDER THE FD ON THE READING (BATCH) SIDE.
      *****************************************************************
           05  enqscnrs-timestamp.
               10  enqscnrs-date       pic x(8).
               10  enqscnrs-time       pic x(6).
           05  enqscnrs-version        pic 9(3).
               88  enqscnrs-from-deck     value 0.
