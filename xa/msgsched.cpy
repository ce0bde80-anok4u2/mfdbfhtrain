      *    BODY FROM MSGLIB; OTHERWISE THE TEXT LINES STORED HERE
      *    ARE SENT.  MSGSCHED-LAST-FIRED-DATE IS WHAT STOPS AN
      *    ENTRY FIRING TWICE IN ONE DAY ACROSS SCHEDULER PASSES.
      *
      *    MSGSCHED-HOLIDAY-RULE SAYS WHAT HAPPENS ON A FLAGGED DAY
      *    THAT THE XACAL SHOP CALENDAR MARKS AS A HOLIDAY:
      *      SPACE  FIRE AS USUAL (THE NOTICE IS NOT ABOUT THE
      *             BUSINESS DAY, E.G. A SHIFT-CHANGE REMINDER)
      *      S      SKIP -- NOTHING IS SENT FOR THAT DAY
      *      M      MOVE -- NOT SENT ON THE HOLIDAY, SENT INSTEAD AT
      *             THE ENTRY'S TIME ON THE NEXT BUSINESS DAY
      *****************************************************************
          FD  MSGSCHED
              LABEL RECORDS ARE STANDARD.
               88  msgsched-is-active     value "Y".
           05  msgsched-last-fired-date
                                       pic x(8).
           05  msgsched-holiday-rule   pic x(1).
               88  msgsched-fire-on-holiday  value space.
               88  msgsched-skip-on-holiday  value "S".
               88  msgsched-move-on-holiday  value "M".
           05  filler                  pic x(11).
