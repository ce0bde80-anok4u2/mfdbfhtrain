      *****************************************************************
      *    XASLAREG -- SERVICE-LEVEL TARGET REGISTER.  ONE RECORD PER
      *    RESOURCE (TYPE "R", KEYED BY THE XARESREG RESOURCE NAME)
      *    OR PER OWNER TEAM (TYPE "T", KEYED BY THE XARESREG OWNER-
      *    TEAM NAME).  A TEAM ENTRY IS THE DEFAULT FOR EVERY RESOURCE
      *    THAT TEAM OWNS; A RESOURCE ENTRY OVERRIDES IT TARGET BY
      *    TARGET -- A ZERO TARGET ON A RESOURCE ENTRY TAKES THE TEAM
      *    DEFAULT, A ZERO TARGET ON A TEAM ENTRY MEANS THAT MEASURE
      *    IS NOT UNDER SLA.  THE TARGETS ARE:
      *      AVAIL-PCT     MINIMUM MONTHLY AVAILABILITY (XAAVAIL
      *                    PASSES OVER SAMPLES), E.G. 099.50
      *      RESOLVE-HOURS MAXIMUM HOURS FROM AN XAHEURLG HEURISTIC
      *                    OUTCOME BEING LOGGED TO ITS XAHRAUD
      *                    RESOLUTION
      *      ACK-MINS      MAXIMUM MINUTES FROM A HIGH-SEVERITY XAALERT
      *                    ITEM BEING RAISED TO ITS ACKNOWLEDGEMENT
      *    XASLAREG-TEAM ON A RESOURCE ENTRY NAMES THE TEAM WHOSE
      *    SECTION OF THE STATEMENT THE RESOURCE REPORTS UNDER WHEN IT
      *    IS NOT ON XARESREG (SPACES = THE XARESREG OWNER TEAM).
      *    MAINTAINED THROUGH THE XASL TRANSACTION; READ BY XASLARPT
      *    FOR THE MONTHLY SLA COMPLIANCE STATEMENT.
      *****************************************************************
          FD  XASLAREG
              LABEL RECORDS ARE STANDARD.

       01  xaslareg-record.
           05  xaslareg-key.
               10  xaslareg-type       pic x(1).
                   88  xaslareg-is-resource   value "R".
                   88  xaslareg-is-team       value "T".
               10  xaslareg-name       pic x(16).
           05  xaslareg-team           pic x(16).
           05  xaslareg-avail-pct      pic 9(3)v99.
           05  xaslareg-resolve-hours  pic 9(4).
           05  xaslareg-ack-mins       pic 9(5).
           05  xaslareg-updated-by     pic x(8).
           05  xaslareg-updated-date   pic x(8).
           05  filler                  pic x(17).
