      *    THE OLD/NEW AUTHORITY STRINGS ARE THE RECORD'S AUTHORITY
      *    BYTES IN TABLE ORDER (RESOLVE, REVEAL, ADMIN, ...);
      *    SPACES WHERE NO RECORD EXISTED ON THAT SIDE.
      *    RECERTIFICATION ADDS TWO ACTIONS: CERTIFY (XAOR, THE
      *    DETAIL SHOWING WHICH AUTHORITIES WERE CERTIFIED) AND
      *    AUTOREV (AN AUTHORITY REMOVED BY THE NIGHTLY XAOPCRT RUN
      *    AFTER IT WAS PARKED, ACTOR XAOPCRT).
      ******************************************************************
          FD  XAAUTHAUD
              LABEL RECORDS ARE STANDARD.
              88  XAAUTHAUD-IS-APPROVE       VALUE "APPROVE ".
              88  XAAUTHAUD-IS-CANCEL        VALUE "CANCEL  ".
              88  XAAUTHAUD-IS-DENY          VALUE "DENY    ".
              88  XAAUTHAUD-IS-CERTIFY       VALUE "CERTIFY ".
              88  XAAUTHAUD-IS-AUTO-REVOKE   VALUE "AUTOREV ".
          05  XAAUTHAUD-ACTOR             PIC X(08).
          05  XAAUTHAUD-OLD-AUTHS         PIC X(08).
          05  XAAUTHAUD-NEW-AUTHS         PIC X(08).
