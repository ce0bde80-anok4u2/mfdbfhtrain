      *****************************************************************
      *    XAREGION -- XA REGION REGISTRY.  EVERY CICS OR BATCH REGION
      *    WE RUN, AND THE RESOURCES EACH IS EXPECTED TO USE, KEYED
      *    REGION + RESOURCE:
      *      REGION ENTRY    RESOURCE = SPACES.  THE REGION'S TYPE
      *                      (C CICS / B BATCH), ITS ENVIRONMENT
      *                      (PROD, TEST, ...), WHETHER IT IS IN
      *                      SERVICE, AND THE LONGEST GAP IN MINUTES
      *                      ALLOWED BETWEEN TWO REPORTS OF ANY OF
      *                      ITS RESOURCES.
      *      RESOURCE ENTRY  ONE PER RESOURCE THE REGION SHOULD BE
      *                      CALLING GETCUSTOMIZATIONPARAMS FOR.  A
      *                      NON-ZERO GAP OVERRIDES THE REGION'S;
      *                      TYPE, ENVIRONMENT AND IN-SERVICE ARE
      *                      THE REGION'S AND ARE LEFT BLANK HERE.
      *    THE KEY MATCHES XASWRLOG'S, SO AN ENTRY AND THE REGION'S
      *    LAST REPORT FOR THE RESOURCE ARE READ WITH THE SAME KEY.
      *    A REGION TAKEN OUT OF SERVICE KEEPS ITS ENTRIES BUT IS NOT
      *    EXPECTED TO REPORT.  MAINTAINED THROUGH THE XARN
      *    TRANSACTION (CHANGES ARE KEPT IN THE XAREFAUD CHANGE
      *    HISTORY); READ BY XAREGCHK FOR THE SILENT-REGION CHECK.
      *****************************************************************
          FD  XAREGION
              LABEL RECORDS ARE STANDARD.

       01  xaregion-record.
           05  xaregion-key.
               10  xaregion-region     pic x(8).
               10  xaregion-resource   pic x(8).
                   88  xaregion-is-region     value spaces.
           05  xaregion-type           pic x(1).
               88  xaregion-is-cics       value "C".
               88  xaregion-is-batch      value "B".
               88  xaregion-type-valid    value "C" "B".
           05  xaregion-environment    pic x(8).
           05  xaregion-in-service     pic x(1).
               88  xaregion-is-in-service value "Y".
               88  xaregion-service-valid value "Y" "N".
           05  xaregion-gap-mins       pic 9(5).
           05  xaregion-desc           pic x(30).
           05  xaregion-updated-by     pic x(8).
           05  xaregion-updated-date   pic x(8).
           05  filler                  pic x(23).
