           .

      *****************************************************************
      *  R -- park a grant/change request on XAOPPEND.  The seven
      *  keyed bytes are the complete proposed authority set.
      *****************************************************************
       request-change section.
           or (ACKAI not = "Y" and ACKAI not = "N")
           or (REGAI not = "Y" and REGAI not = "N")
           or (TRCAI not = "Y" and TRCAI not = "N")
           or (TRSAI not = "Y" and TRSAI not = "N")
               move "EACH AUTHORITY MUST BE Y OR N" to MSGO
               exit section
           end-if
           move ACKAI to XAOPPEND-NEW-ALERTACK
           move REGAI to XAOPPEND-NEW-REGISTRY
           move TRCAI to XAOPPEND-NEW-TRACE
           move TRSAI to XAOPPEND-NEW-TRCSET
           move ws-actor to XAOPPEND-REQUESTED-BY
           move ws-now-date to XAOPPEND-REQ-DATE
           move ws-now-time to XAOPPEND-REQ-TIME
               move XAOPAUTH-ALERTACK-AUTH to ws-old-auths(4:1)
               move XAOPAUTH-REGISTRY-AUTH to ws-old-auths(5:1)
               move XAOPAUTH-TRACE-AUTH to ws-old-auths(6:1)
               move XAOPAUTH-TRCSET-AUTH to ws-old-auths(7:1)
           end-if
           .

           move XAOPPEND-NEW-ALERTACK to XAOPAUTH-ALERTACK-AUTH
           move XAOPPEND-NEW-REGISTRY to XAOPAUTH-REGISTRY-AUTH
           move XAOPPEND-NEW-TRACE to XAOPAUTH-TRACE-AUTH
           move XAOPPEND-NEW-TRCSET to XAOPAUTH-TRCSET-AUTH

           if ws-target-exists = 1
               exec cics
               move XAOPAUTH-ALERTACK-AUTH to ACKAO
               move XAOPAUTH-REGISTRY-AUTH to REGAO
               move XAOPAUTH-TRACE-AUTH to TRCAO
               move XAOPAUTH-TRCSET-AUTH to TRSAO
               move "AUTHORITIES DISPLAYED" to MSGO
           else
               move "USERID HAS NO AUTHORITY RECORD" to MSGO
           move XAOPPEND-NEW-ALERTACK to ws-new-auths(4:1)
           move XAOPPEND-NEW-REGISTRY to ws-new-auths(5:1)
           move XAOPPEND-NEW-TRACE to ws-new-auths(6:1)
           move XAOPPEND-NEW-TRCSET to ws-new-auths(7:1)
           .

      *****************************************************************
