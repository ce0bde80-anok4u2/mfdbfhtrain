      *  Acknowledgment itself is the operator's action (the MSGA
      *  transaction), not this task's: proof of delivery to a
      *  screen is not proof anyone read it.
      *
      *  A message recalled through MSGC (an "R" record on MSGBRCL)
      *  is not delivered at all -- a START queued before the recall
      *  sends nothing.  A correction MSGC sent in its place (a "C"
      *  record) goes out headed with the original's send time, so
      *  the operator knows which notice it replaces.
      *****************************************************************

       environment division.
       input-output section.
       file-control.
           copy msgbcastsel.
           copy msgbrclsel.

       data division.
       file section.
           copy msgbcast.
           copy msgbrcl.

       working-storage section.
       01  ws-msgbcast-status          pic x(2).
       01  ws-msgbrcl-status           pic x(2).

       01  ws-msg-id                    pic x(14).
       01  ws-msg-id-len                pic s9(4) comp value 14.
       01  ws-prompt                    pic x(45) value
           "*** RUN TRANSACTION MSGA TO ACKNOWLEDGE ***".

       01  ws-recall-key                pic x(15).
       01  ws-corr-header.
           05  filler                   pic x(34) value
               "*** CORRECTION TO THE BROADCAST OF".
           05  ws-ch-date               pic x(9) value spaces.
           05  filler                   pic x(1) value space.
           05  ws-ch-time               pic x(6).
           05  filler                   pic x(5) value " ***".

       procedure division.

           exec cics
               exec cics return end-exec
           end-if

           move ws-msg-id to ws-recall-key(1:14)
           move "R" to ws-recall-key(15:1)
           exec cics
               read file("MSGBRCL")
                   into(msgbrcl-record)
                   ridfld(ws-recall-key)
                   resp(ws-resp)
           end-exec

           if ws-resp = dfhresp(normal)
               exec cics return end-exec
           end-if

           move "C" to ws-recall-key(15:1)
           exec cics
               read file("MSGBRCL")
                   into(msgbrcl-record)
                   ridfld(ws-recall-key)
                   resp(ws-resp)
           end-exec

           if ws-resp = dfhresp(normal)
               move msgbrcl-linked-id(1:8) to ws-ch-date(2:8)
               move msgbrcl-linked-id(9:6) to ws-ch-time
               exec cics
                   send text from(ws-corr-header)
               end-exec
           end-if

      *>   Records written before the multi-line body carry no usable
      *>   line count; anything out of range delivers as one line.
           move msgbcast-line-count to ws-line-count
