      *    NUMBER OF THE MSGLIB TEMPLATE THE BODY CAME FROM, ZERO
      *    WHEN THE SENDER SUPPLIED RAW TEXT.
           05  msgbcast-template-no    pic 9(4).
      *    CHANGE REFERENCE OF THE XAMAINT WINDOW AN OUTAGE OR
      *    SERVICE-RESTORED NOTICE WAS SENT FOR (XAMA), SPACES ON
      *    EVERY OTHER BROADCAST.  MSGBRPT GROUPS ACKNOWLEDGMENTS BY IT.
           05  msgbcast-change-ref     pic x(12).
