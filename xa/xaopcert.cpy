      ******************************************************************
      *    XAOPCERT -- OPERATOR AUTHORITY RECERTIFICATION LINES.  ONE
      *    RECORD PER XAOPAUTH HOLDER AND AUTHORITY HELD, KEYED
      *    USERID + AUTHORITY NAME (RESOLVE, REVEAL, ADMIN, ALERTACK,
      *    REGISTRY, TRACE, TRCSET -- XAOPAUTH TABLE ORDER).  THE
      *    QUARTERLY XAOPCRT RUN OPENS A CYCLE, WRITING A LINE FOR
      *    EVERY AUTHORITY HELD WITH THE LAST TIME IT WAS USED; AN
      *    ADMINISTRATOR CERTIFIES OR REVOKES EACH LINE ON XAOR, A
      *    REVOKE GOING THROUGH THE NORMAL XAOPPEND SECOND APPROVAL.
      *    THE NIGHTLY XAOPCRT RUN PARKS A LINE NOT CERTIFIED BY THE
      *    DEADLINE OR UNUSED TOO LONG, AND REMOVES THE AUTHORITY
      *    ONCE IT HAS BEEN PARKED FOR THE GRACE PERIOD.
      ******************************************************************
          FD  XAOPCERT
              LABEL RECORDS ARE STANDARD.

       01  XAOPCERT-RECORD.
          05  XAOPCERT-KEY.
              10  XAOPCERT-USERID         PIC X(08).
              10  XAOPCERT-AUTH           PIC X(08).
      *   POSITION OF THE AUTHORITY IN XAOPAUTH TABLE ORDER, 1-7.
          05  XAOPCERT-AUTH-POS           PIC 9(01).
          05  XAOPCERT-OPENED-DATE        PIC X(08).
          05  XAOPCERT-DEADLINE           PIC X(08).
      *   LAST RECORDED USE, SPACES WHEN NONE IS ON FILE.  "N" IN
      *   USE-TRACKED MEANS THE SUITE DOES NOT RECORD EVERY USE OF
      *   THIS AUTHORITY, SO IT IS NEVER PARKED AS UNUSED.
          05  XAOPCERT-LAST-USED-DATE     PIC X(08).
          05  XAOPCERT-USE-TRACKED        PIC X(01).
              88  XAOPCERT-USE-IS-TRACKED    VALUE "Y".
          05  XAOPCERT-STATUS             PIC X(01).
              88  XAOPCERT-IS-OPEN           VALUE "O".
              88  XAOPCERT-IS-CERTIFIED      VALUE "C".
              88  XAOPCERT-IS-REVOKE-PENDING VALUE "R".
              88  XAOPCERT-IS-PARKED         VALUE "P".
              88  XAOPCERT-IS-REMOVED        VALUE "X".
          05  XAOPCERT-PARK-REASON        PIC X(01).
              88  XAOPCERT-PARKED-NOT-CERT   VALUE "D".
              88  XAOPCERT-PARKED-UNUSED     VALUE "U".
      *   WHEN AND BY WHOM THE STATUS WAS LAST SET (XAOPCRT FOR A
      *   LINE PARKED OR REMOVED BY THE NIGHTLY RUN).
          05  XAOPCERT-STATUS-DATE        PIC X(08).
          05  XAOPCERT-STATUS-BY          PIC X(08).
          05  FILLER                      PIC X(20).
