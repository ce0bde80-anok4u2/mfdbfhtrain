      *    - the re-START is accepted (delivery state "Y");
      *    - the message is older than the expiry age (state "E");
      *    - the retry cap is hit (state "E").
      *  Acknowledged records, records of a message recalled through
      *  MSGC, and records written before the delivery-state field
      *  existed (state = space) are left alone.
      *
      *  Start the transaction once at region startup, like MSGS;
      *  each pass re-STARTs itself five minutes later.  The browse
           if ws-resp = dfhresp(normal)
           and msgback-not-acked
           and msgback-not-delivered
           and not msgback-is-recalled
               add 1 to ws-pending-count
               move msgback-key to ws-pending-key(ws-pending-count)
           end-if

           if msgback-is-acked
           or not msgback-not-delivered
           or msgback-is-recalled
               exec cics
                   unlock file("MSGBACK")
               end-exec
