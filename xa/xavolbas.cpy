      *****************************************************************
      *    XAVOLBAS -- ROLLING SAME-WEEKDAY VOLUME BASELINE.  ONE
      *    RECORD PER RESOURCE, VOLUME KIND AND DAY OF THE WEEK,
      *    HOLDING THAT RESOURCE'S DAILY VOLUME ON THE LAST EIGHT
      *    OCCURRENCES OF THAT WEEKDAY, NEWEST FIRST, SO THE NIGHTLY
      *    XAVOLANM ANOMALY CHECK NEVER HAS TO RESCAN THE LOGS'
      *    HISTORY.  THE VOLUME KINDS ARE:
      *      "0"-"6"  XAJTLOG GETCUSTOMIZATIONPARAMS CALLS OF THAT
      *               XA-SEP-TYPE JOB TYPE (XA/XAWS.CPY SEPTYPE*)
      *      "D"      XADB2AUD DB2 ATTACH-FACILITY CONNECTS
      *    THE WEEKDAY RUNS 1 = MONDAY TO 7 = SUNDAY.  LAST-DATE IS
      *    THE DAY WHOSE VOLUME IS IN VOLUME(1), SO A RE-RUN FOR THE
      *    SAME DAY REPLACES THAT SAMPLE INSTEAD OF ADDING ANOTHER.
      *    WRITTEN AND MAINTAINED ONLY BY XAVOLANM.
      *****************************************************************
          FD  XAVOLBAS
              LABEL RECORDS ARE STANDARD.

       01  xavolbas-record.
           05  xavolbas-key.
               10  xavolbas-resource   pic x(8).
               10  xavolbas-kind       pic x(1).
                   88  xavolbas-is-db2-connect  value "D".
               10  xavolbas-weekday    pic 9(1).
           05  xavolbas-last-date      pic x(8).
           05  xavolbas-samples        pic 9(2).
           05  xavolbas-volume         pic 9(9) occurs 8 times.
           05  filler                  pic x(20).
