      *****************************************************************
      *    SHOP CALENDAR PARAGRAPHS.  COPY AT THE END OF THE PROCEDURE
      *    DIVISION OF ANY BATCH PROGRAM THAT AGES OR MARKS BY THE
      *    SHOP'S BUSINESS DAYS, WITH XA/XACALSEL.CPY, XA/XACAL.CPY
      *    AND XA/XACALWS.CPY IN THE USUAL PLACES.  THE PROGRAM
      *    PERFORMS 9600-CAL-LOAD ONCE BEFORE ANY OF THE OTHERS.
      *
      *    A BUSINESS DAY IS MONDAY TO FRIDAY, LESS THE XACAL
      *    HOLIDAYS; A REDUCED-SERVICE DAY IS STILL A BUSINESS DAY.
      *    WITHOUT XACAL EVERY WEEKDAY IS A BUSINESS DAY -- THE RUN
      *    SAYS SO ON THE CONSOLE AND CARRIES ON.
      *****************************************************************
      *****************************************************************
      *    9600-CAL-LOAD -- READ THE XACAL DATES INTO WS-CAL-TABLE.
      *    THE FILE IS KEYED BY DATE, SO THE TABLE COMES OUT IN DATE
      *    ORDER.  A RECORD OF ANY OTHER TYPE IS IGNORED.
      *****************************************************************
       9600-CAL-LOAD.
           MOVE ZERO TO WS-CAL-COUNT.
           MOVE 0 TO WS-CAL-EOF-SW.
           OPEN INPUT XACAL.
           IF WS-XACAL-NOT-FOUND
               DISPLAY WS-RUNCTL-JOB ": XACAL NOT FOUND - NO HOLIDAYS "
                   "OR REDUCED-SERVICE DAYS" UPON CONS
               GO TO 9600-EXIT
           END-IF.
           IF NOT WS-XACAL-OK
               DISPLAY WS-RUNCTL-JOB ": UNABLE TO OPEN XACAL, STATUS="
                   WS-XACAL-STATUS " - NO HOLIDAYS" UPON CONS
               GO TO 9600-EXIT
           END-IF.
           PERFORM 9610-CAL-READ THRU 9610-EXIT
               UNTIL WS-CAL-EOF-SW = 1.
           CLOSE XACAL.
       9600-EXIT.
           EXIT.

       9610-CAL-READ.
           READ XACAL NEXT RECORD
               AT END
                   MOVE 1 TO WS-CAL-EOF-SW
                   GO TO 9610-EXIT
           END-READ.
           IF NOT XACAL-TYPE-VALID
               GO TO 9610-EXIT
           END-IF.
           IF WS-CAL-COUNT NOT < WS-CAL-MAX
               DISPLAY WS-RUNCTL-JOB ": XACAL HAS MORE THAN 1500 DATES"
                   " - LATER DATES IGNORED" UPON CONS
               MOVE 1 TO WS-CAL-EOF-SW
               GO TO 9610-EXIT
           END-IF.
           ADD 1 TO WS-CAL-COUNT.
           MOVE XACAL-DATE TO WS-CAL-ENT-DATE(WS-CAL-COUNT).
           MOVE XACAL-DAY-TYPE TO WS-CAL-ENT-TYPE(WS-CAL-COUNT).
       9610-EXIT.
           EXIT.

      *****************************************************************
      *    9620-CAL-CLASSIFY -- THE KIND OF DAY WS-CAL-DATE IS:
      *      W  ORDINARY WEEKDAY       R  REDUCED-SERVICE DAY
      *      E  SATURDAY OR SUNDAY     H  HOLIDAY
      *    AND ITS WEEKDAY (1 = MONDAY ... 7 = SUNDAY).  A DATE THAT
      *    IS NOT VALID IS TAKEN AS AN ORDINARY WEEKDAY, WEEKDAY ZERO,
      *    SO A BAD DATE NEVER STOPS THE CLOCK.
      *****************************************************************
       9620-CAL-CLASSIFY.
           MOVE "W" TO WS-CAL-DAY-TYPE.
           MOVE ZERO TO WS-CAL-WEEKDAY.
           IF WS-CAL-DATE IS NOT NUMERIC
               GO TO 9620-EXIT
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CAL-DATE-N) NOT = ZERO
               GO TO 9620-EXIT
           END-IF.
           COMPUTE WS-CAL-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-N) - 1.
           DIVIDE WS-CAL-WORK-INT BY 7 GIVING WS-CAL-WORK-INT
               REMAINDER WS-CAL-REM.
           COMPUTE WS-CAL-WEEKDAY = WS-CAL-REM + 1.
           IF WS-CAL-WEEKDAY > 5
               MOVE "E" TO WS-CAL-DAY-TYPE
           END-IF.
           MOVE ZERO TO WS-CAL-IX.
           PERFORM 9625-CAL-SCAN THRU 9625-EXIT
               VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > WS-CAL-COUNT
                  OR WS-CAL-IX > ZERO.
           IF WS-CAL-IX > ZERO
               MOVE WS-CAL-ENT-TYPE(WS-CAL-IX) TO WS-CAL-DAY-TYPE
           END-IF.
       9620-EXIT.
           EXIT.

      *    THE TABLE IS IN DATE ORDER, SO THE SCAN STOPS AT THE FIRST
      *    DATE PAST THE ONE WANTED.
       9625-CAL-SCAN.
           IF WS-CAL-ENT-DATE(WS-CAL-SUB) > WS-CAL-DATE
               MOVE WS-CAL-COUNT TO WS-CAL-SUB
               GO TO 9625-EXIT
           END-IF.
           IF WS-CAL-ENT-DATE(WS-CAL-SUB) = WS-CAL-DATE
               MOVE WS-CAL-SUB TO WS-CAL-IX
           END-IF.
       9625-EXIT.
           EXIT.

      *****************************************************************
      *    9650-CAL-BUSINESS-DAYS -- THE BUSINESS DAYS THAT HAVE GONE
      *    BY FROM WS-CAL-FROM-DATE TO WS-CAL-TO-DATE: EACH BUSINESS
      *    DAY AFTER THE FROM DATE, UP TO AND INCLUDING THE TO DATE,
      *    COUNTS ONE -- THE BUSINESS-DAY EQUIVALENT OF SUBTRACTING
      *    THE TWO DATES.  ZERO WHEN EITHER DATE IS NOT VALID OR THE
      *    TO DATE IS NOT LATER.
      *****************************************************************
       9650-CAL-BUSINESS-DAYS.
           MOVE ZERO TO WS-CAL-BUS-DAYS.
           IF WS-CAL-FROM-DATE IS NOT NUMERIC
           OR WS-CAL-TO-DATE IS NOT NUMERIC
               GO TO 9650-EXIT
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CAL-FROM-DATE-N)
                  NOT = ZERO
           OR FUNCTION TEST-DATE-YYYYMMDD(WS-CAL-TO-DATE-N)
                  NOT = ZERO
           OR WS-CAL-TO-DATE NOT > WS-CAL-FROM-DATE
               GO TO 9650-EXIT
           END-IF.
           COMPUTE WS-CAL-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CAL-FROM-DATE-N) + 1.
           COMPUTE WS-CAL-LAST-INT =
               FUNCTION INTEGER-OF-DATE(WS-CAL-TO-DATE-N).
           PERFORM 9655-CAL-COUNT-DAY THRU 9655-EXIT
               VARYING WS-CAL-DAY-INT FROM WS-CAL-DAY-INT BY 1
               UNTIL WS-CAL-DAY-INT > WS-CAL-LAST-INT.
       9650-EXIT.
           EXIT.

       9655-CAL-COUNT-DAY.
           COMPUTE WS-CAL-DATE-N =
               FUNCTION DATE-OF-INTEGER(WS-CAL-DAY-INT).
           PERFORM 9620-CAL-CLASSIFY THRU 9620-EXIT.
           IF WS-CAL-BUSINESS-DAY
               ADD 1 TO WS-CAL-BUS-DAYS
           END-IF.
       9655-EXIT.
           EXIT.

      *****************************************************************
      *    9670-CAL-BUSINESS-SECS -- THE PART OF THE INTERVAL FROM
      *    WS-CAL-START-SECS TO WS-CAL-END-SECS THAT FALLS ON BUSINESS
      *    DAYS: THE CLOCK STOPS AT MIDNIGHT GOING INTO A WEEKEND OR
      *    HOLIDAY AND STARTS AGAIN AT MIDNIGHT COMING OUT OF IT.
      *****************************************************************
       9670-CAL-BUSINESS-SECS.
           MOVE ZERO TO WS-CAL-BUS-SECS.
           IF WS-CAL-END-SECS NOT > WS-CAL-START-SECS
               GO TO 9670-EXIT
           END-IF.
           DIVIDE WS-CAL-START-SECS BY 86400 GIVING WS-CAL-DAY-INT.
           DIVIDE WS-CAL-END-SECS BY 86400 GIVING WS-CAL-LAST-INT.
           PERFORM 9675-CAL-DAY-SECS THRU 9675-EXIT
               VARYING WS-CAL-DAY-INT FROM WS-CAL-DAY-INT BY 1
               UNTIL WS-CAL-DAY-INT > WS-CAL-LAST-INT.
       9670-EXIT.
           EXIT.

       9675-CAL-DAY-SECS.
           COMPUTE WS-CAL-DATE-N =
               FUNCTION DATE-OF-INTEGER(WS-CAL-DAY-INT).
           PERFORM 9620-CAL-CLASSIFY THRU 9620-EXIT.
           IF NOT WS-CAL-BUSINESS-DAY
               GO TO 9675-EXIT
           END-IF.
           COMPUTE WS-CAL-PIECE-FROM = WS-CAL-DAY-INT * 86400.
           COMPUTE WS-CAL-PIECE-TO = WS-CAL-PIECE-FROM + 86400.
           IF WS-CAL-START-SECS > WS-CAL-PIECE-FROM
               MOVE WS-CAL-START-SECS TO WS-CAL-PIECE-FROM
           END-IF.
           IF WS-CAL-END-SECS < WS-CAL-PIECE-TO
               MOVE WS-CAL-END-SECS TO WS-CAL-PIECE-TO
           END-IF.
           IF WS-CAL-PIECE-TO > WS-CAL-PIECE-FROM
               COMPUTE WS-CAL-BUS-SECS = WS-CAL-BUS-SECS
                   + WS-CAL-PIECE-TO - WS-CAL-PIECE-FROM
           END-IF.
       9675-EXIT.
           EXIT.
