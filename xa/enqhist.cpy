      *****************************************************************
      *    ENQHIST -- ENQ CONTENTION HISTORY.  ONE RECORD PER
      *    REGISTERED ENQREG RESOURCE PER ENQMON PASS (ONE A MINUTE),
      *    HELD OR FREE, SO THE EVIDENCE OF A HOLD OUTLIVES THE HOLD
      *    ITSELF (ENQHOLD ONLY EVER KNOWS THE CURRENT HOLDER).  A
      *    HELD SAMPLE CARRIES THE HOLDING TASK, ITS TRANSACTION AND
      *    TERMINAL, WHEN ENQMON FIRST SAW THAT TASK HOLDING IT (THE
      *    ENQHOLD FIRST-SEEN STAMP) AND THE HOLD DURATION SO FAR; A
      *    FREE SAMPLE CARRIES ZEROS AND SPACES THERE.  THE SAME TASK
      *    AND FIRST-SEEN STAMP ON SUCCESSIVE SAMPLES ARE ONE HOLD.
      *    KEYED RESOURCE + SAMPLE TIMESTAMP, SO ONE RESOURCE'S
      *    HISTORY READS IN TIME ORDER.  ENQHRPT BUILDS THE DAILY AND
      *    WEEKLY HOT-SPOT REPORT FROM IT.
      *****************************************************************
          FD  ENQHIST
              LABEL RECORDS ARE STANDARD.

       01  enqhist-record.
           05  enqhist-key.
               10  enqhist-resource        pic x(10).
               10  enqhist-sample-timestamp.
                   15  enqhist-sample-date pic x(8).
                   15  enqhist-sample-time pic x(6).
           05  enqhist-held                pic x(1).
               88  enqhist-is-held            value "Y".
               88  enqhist-is-free            value "N".
           05  enqhist-holder-task         pic 9(7).
           05  enqhist-holder-tran         pic x(4).
           05  enqhist-holder-term         pic x(4).
           05  enqhist-hold-start.
               10  enqhist-hold-date       pic x(8).
               10  enqhist-hold-time       pic x(6).
           05  enqhist-held-secs           pic 9(9).
           05  enqhist-max-hold-secs       pic 9(5).
           05  filler                      pic x(12).
