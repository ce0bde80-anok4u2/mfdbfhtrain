      *****************************************************************
      *    XACAL -- SHOP BUSINESS CALENDAR.  ONE RECORD PER DATE THAT
      *    IS NOT AN ORDINARY DAY, KEYED BY THE DATE (YYYYMMDD):
      *      H  HOLIDAY          THE SHOP IS CLOSED.  NOT A BUSINESS
      *                          DAY, WHATEVER DAY OF THE WEEK.
      *      R  REDUCED SERVICE  THE SHOP IS OPEN ON A SKELETON STAFF
      *                          (E.G. THE DAY BEFORE A HOLIDAY).  A
      *                          BUSINESS DAY, MARKED ON THE REPORTS.
      *    A DATE WITH NO RECORD IS AN ORDINARY DAY: MONDAY TO FRIDAY
      *    ARE BUSINESS DAYS, SATURDAY AND SUNDAY ARE NOT.
      *    MAINTAINED THROUGH THE XACL TRANSACTION (CHANGES ARE KEPT
      *    IN THE XAREFAUD CHANGE HISTORY).  READ BY MSGS FOR THE
      *    MSGSCHED HOLIDAY RULE, AND BY XARECON, MSGBESC, XASLARPT
      *    AND XAJTTRND THROUGH THE SHARED PARAGRAPHS IN
      *    XA/XACALCTL.CPY FOR BUSINESS-DAY AGEING AND HOLIDAY MARKS.
      *****************************************************************
          FD  XACAL
              LABEL RECORDS ARE STANDARD.

       01  xacal-record.
           05  xacal-key.
               10  xacal-date          pic x(8).
           05  xacal-day-type          pic x(1).
               88  xacal-is-holiday       value "H".
               88  xacal-is-reduced       value "R".
               88  xacal-type-valid       value "H" "R".
           05  xacal-desc              pic x(30).
           05  xacal-updated-by        pic x(8).
           05  xacal-updated-date      pic x(8).
           05  filler                  pic x(25).
