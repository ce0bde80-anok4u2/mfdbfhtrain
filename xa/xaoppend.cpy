          05  XAOPPEND-REQ-TIMESTAMP.
              10  XAOPPEND-REQ-DATE       PIC X(08).
              10  XAOPPEND-REQ-TIME       PIC X(06).
      *   PROPOSED XAOPAUTH-TRCSET-AUTH, TAKEN FROM THE FILLER SO
      *   THE FIELDS ABOVE KEEP THEIR OFFSETS.
          05  XAOPPEND-NEW-TRCSET         PIC X(01).
          05  FILLER                      PIC X(10).
