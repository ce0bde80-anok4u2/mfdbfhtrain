      $set cicsecm
       identification division.
       program-id. MSGC.

      *****************************************************************
      *  MSGC -- recall (and optionally correct) a broadcast that has
      *  already been sent.  Takes the MSGBCAST message id, and up to
      *  four 40-character lines of correction text, from DFHCOMMAREA
      *  the way MSGB takes its text.  It:
      *
      *    1. records the recall in MSGBRCL -- from that moment MSGD
      *       will not deliver the message, so a START already queued
      *       at a terminal sends nothing;
      *    2. marks every MSGBACK record of the message recalled, so
      *       the MSGR redelivery sweep stops retrying terminals that
      *       were powered off and the MSGBESC sweep stops escalating
      *       operators for not acknowledging it;
      *    3. when correction text was supplied, stores it as a new
      *       broadcast linked to the original (same change reference,
      *       MSGBRCL "C" record) and delivers it, through the usual
      *       MSGBACK/MSGD path, to every terminal that had already
      *       received the original -- and only to those: a terminal
      *       that never saw the wrong notice needs no correction.
      *
      *  A message can be recalled once.  Send a fresh broadcast, or
      *  recall the correction in turn, if the correction is wrong
      *  too.  MSGBRPT prints recalled messages with their corrections.
      *
      *  The browse only COLLECTS the keys to withdraw; the READ
      *  UPDATE/REWRITE pass runs after ENDBR, the same split MSGA
      *  makes.  Withdrawn records drop out of the next collection, so
      *  the collect/withdraw cycle repeats until a pass comes back
      *  short and every terminal of the message has been handled.
      *****************************************************************

       environment division.
       configuration section.

       input-output section.
       file-control.
           copy msgbcastsel.
           copy msgbacksel.
           copy msgbrclsel.

       data division.
       file section.
           copy msgbcast.
           copy msgback.
           copy msgbrcl.

       working-storage section.
       01  ws-msgbcast-status          pic x(2).
       01  ws-msgback-status           pic x(2).
       01  ws-msgbrcl-status           pic x(2).

       01  ws-resp                      pic s9(8) comp.
       01  ws-resp2                     pic s9(8) comp.
       01  ws-start-resp                pic s9(8) comp.
       01  ws-write-resp                pic s9(8) comp.
       01  ws-abstime                   pic s9(15) comp-3.
       01  ws-now-date                  pic x(8).
       01  ws-now-time                  pic x(6).
       01  ws-userid                    pic x(8).
       01  ws-reply                     pic x(79).

       01  ws-orig-msg-id               pic x(14).
       01  ws-orig-change-ref           pic x(12).
       01  ws-recall-key                pic x(15).
       01  ws-browse-key                pic x(18).

      *> Correction body as supplied -- how many 40-byte lines the
      *> COMMAREA actually carries is derived from EIBCALEN, as MSGB
      *> does, and trailing blank lines are not counted.
       01  ws-corr-text.
           05  ws-corr-line occurs 4 times
                                        pic x(40).
       01  ws-corr-line-count           pic s9(4) comp-5 value 0.
       01  ws-ca-line-count             pic s9(4) comp-5.
       01  ws-line-idx                  pic s9(4) comp-5.
       01  ws-corr-msg-id               pic x(14) value spaces.
       01  ws-corr-stored               pic 9 value 0.

      *> Collect/withdraw cycle.
       01  ws-pending-count             pic s9(4) comp-5 value 0.
       01  ws-pending-idx               pic s9(4) comp-5.
       01  ws-pending-table.
           05  ws-pending-key occurs 50 times
                                        pic x(18).
       01  ws-withdraw-done             pic 9 value 0.
       01  ws-group-end                 pic 9 value 0.
       01  ws-batch-start               pic 9(4) comp-5.

      *> Terminals that had received the original -- the correction
      *> goes to these.  A terminal beyond the table is counted and
      *> reported to the operator rather than silently skipped.
       01  ws-recv-count                pic s9(4) comp-5 value 0.
       01  ws-recv-max                  pic s9(4) comp-5 value 500.
       01  ws-recv-overflow             pic 9(4) comp-5 value 0.
       01  ws-recv-idx                  pic s9(4) comp-5.
       01  ws-recv-table.
           05  ws-recv-termid occurs 500 times
                                        pic x(4).

       01  ws-withdrawn-count           pic 9(4) comp-5 value 0.
       01  ws-stopped-count             pic 9(4) comp-5 value 0.
       01  ws-corrected-count           pic 9(4) comp-5 value 0.
       01  ws-start-fails               pic 9(4) comp-5 value 0.
       01  ws-withdrawn-disp            pic zzz9.
       01  ws-stopped-disp              pic zzz9.
       01  ws-corrected-disp            pic zzz9.
       01  ws-fail-disp                 pic zzz9.

       linkage section.

       01  dfhcommarea.
           05  ca-msg-id                pic x(14).
           05  ca-corr-text.
               10  ca-corr-line occurs 4 times
                                        pic x(40).

       procedure division using dfhcommarea.

           perform validate-request
           if ws-reply = spaces
               perform record-recall
               if ws-reply = spaces
                   perform withdraw-message
                   if ws-corr-line-count > 0
                   and ws-recv-count > 0
                       perform send-correction
                   end-if
                   perform finish-recall-record
                   perform confirm-to-operator
               end-if
           end-if

           exec cics
               send text from(ws-reply)
           end-exec
           exec cics send control freekb end-exec

           exec cics return end-exec

           goback.

      *****************************************************************
      *  The message must be on MSGBCAST and must not already have
      *  been recalled.  Any refusal is left in ws-reply.
      *****************************************************************
       validate-request section.

           move spaces to ws-reply

           if eibcalen < 14
               move "MESSAGE ID (SENT DATE/TIME) REQUIRED" to ws-reply
               exit section
           end-if

           move ca-msg-id to ws-orig-msg-id

           exec cics
               read file("MSGBCAST")
                   into(msgbcast-record)
                   ridfld(ws-orig-msg-id)
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               move "BROADCAST NOT ON FILE - NOTHING DONE" to ws-reply
               exit section
           end-if
           move msgbcast-change-ref to ws-orig-change-ref

           move ws-orig-msg-id to ws-recall-key(1:14)
           move "R" to ws-recall-key(15:1)

           exec cics
               read file("MSGBRCL")
                   into(msgbrcl-record)
                   ridfld(ws-recall-key)
                   resp(ws-resp)
           end-exec

           if ws-resp = dfhresp(normal)
               string
                   "BROADCAST ALREADY RECALLED " delimited size
                   msgbrcl-date delimited size
                   " BY " delimited size
                   msgbrcl-by delimited size
                   " - NOTHING DONE" delimited size
               into ws-reply
               exit section
           end-if

      *>   Correction text follows the id; only as many lines as
      *>   EIBCALEN proves the caller passed are taken.
           move spaces to ws-corr-text
           if eibcalen > 14
               compute ws-ca-line-count = (eibcalen - 14) / 40
               if ws-ca-line-count > 4
                   move 4 to ws-ca-line-count
               end-if
               perform varying ws-line-idx from 1 by 1
                       until ws-line-idx > ws-ca-line-count
                   move ca-corr-line(ws-line-idx)
                       to ws-corr-line(ws-line-idx)
                   if ca-corr-line(ws-line-idx) not = spaces
                   and ca-corr-line(ws-line-idx) not = low-values
                       move ws-line-idx to ws-corr-line-count
                   end-if
               end-perform
           end-if
           .

      *****************************************************************
      *  Write the "R" record first: MSGD checks it before every
      *  delivery, so the recall takes effect at once, before the
      *  MSGBACK records are walked.
      *****************************************************************
       record-recall section.

           exec cics
               asktime abstime(ws-abstime)
           end-exec
           exec cics
               formattime abstime(ws-abstime)
                   yyyymmdd(ws-now-date)
                   time(ws-now-time)
           end-exec
           exec cics
               assign userid(ws-userid)
           end-exec

           move spaces to msgbrcl-record
           move ws-orig-msg-id to msgbrcl-msg-id
           move "R" to msgbrcl-type
           move spaces to msgbrcl-linked-id
           move ws-now-date to msgbrcl-date
           move ws-now-time to msgbrcl-time
           move ws-userid to msgbrcl-by
           move eibtrmid to msgbrcl-termid
           move 0 to msgbrcl-withdrawn-count
           move 0 to msgbrcl-stopped-count
           move 0 to msgbrcl-corrected-count

           exec cics
               write file("MSGBRCL")
                   from(msgbrcl-record)
                   ridfld(msgbrcl-key)
                   resp(ws-resp)
           end-exec

           evaluate ws-resp
               when dfhresp(normal)
                   continue
               when dfhresp(duprec)
                   move "BROADCAST ALREADY RECALLED - NOTHING DONE"
                       to ws-reply
               when other
                   move "RECALL NOT RECORDED - NOTHING DONE"
                       to ws-reply
           end-evaluate
           .

      *****************************************************************
      *  Mark every MSGBACK record of the message recalled, noting
      *  the terminals that had received it.
      *****************************************************************
       withdraw-message section.

           move 0 to ws-withdraw-done
           perform withdraw-one-batch
               until ws-withdraw-done = 1
           .

       withdraw-one-batch section.

           move 0 to ws-pending-count
           move ws-orig-msg-id to ws-browse-key(1:14)
           move low-values to ws-browse-key(15:4)

           exec cics
               startbr file("MSGBACK")
                   ridfld(ws-browse-key)
                   gteq
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               move 1 to ws-withdraw-done
               exit section
           end-if

           move 0 to ws-group-end
           perform collect-next-record
               until ws-resp not = dfhresp(normal)
                  or ws-group-end = 1
                  or ws-pending-count = 50

           exec cics
               endbr file("MSGBACK")
           end-exec

           if ws-pending-count < 50
               move 1 to ws-withdraw-done
           end-if

           move ws-withdrawn-count to ws-batch-start
           perform withdraw-one-key
               varying ws-pending-idx from 1 by 1
               until ws-pending-idx > ws-pending-count

      *>   A full batch of which nothing could be rewritten would be
      *>   collected again on the next cycle -- stop instead.
           if ws-withdrawn-count = ws-batch-start
               move 1 to ws-withdraw-done
           end-if
           .

       collect-next-record section.

           exec cics
               readnext file("MSGBACK")
                   into(msgback-record)
                   ridfld(ws-browse-key)
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               exit section
           end-if

      *>   The file is message-major: the first key of another
      *>   message ends this message's group.
           if msgback-msg-id not = ws-orig-msg-id
               move 1 to ws-group-end
               exit section
           end-if

           if not msgback-is-recalled
               add 1 to ws-pending-count
               move msgback-key to ws-pending-key(ws-pending-count)
           end-if
           .

      *****************************************************************
      *  A terminal "received" the original when a delivery START was
      *  accepted (state "Y"), when it has acknowledged, or when the
      *  record predates the delivery-state field (state space, the
      *  same records MSGR leaves alone).  A record still owing a
      *  delivery ("N") is counted as a redelivery stopped.
      *****************************************************************
       withdraw-one-key section.

           exec cics
               read file("MSGBACK")
                   into(msgback-record)
                   ridfld(ws-pending-key(ws-pending-idx))
                   update
                   resp(ws-resp2)
           end-exec

           if ws-resp2 not = dfhresp(normal)
               exit section
           end-if

           if msgback-is-recalled
               exec cics
                   unlock file("MSGBACK")
               end-exec
               exit section
           end-if

           move "Y" to msgback-recalled

           exec cics
               rewrite file("MSGBACK")
                   from(msgback-record)
                   resp(ws-resp2)
           end-exec

           if ws-resp2 not = dfhresp(normal)
               exit section
           end-if

           add 1 to ws-withdrawn-count
           if msgback-not-delivered
               add 1 to ws-stopped-count
           end-if

           if msgback-is-acked
           or msgback-is-delivered
           or msgback-delivered = space
               if ws-recv-count < ws-recv-max
                   add 1 to ws-recv-count
                   move msgback-termid to ws-recv-termid(ws-recv-count)
               else
                   add 1 to ws-recv-overflow
               end-if
           end-if
           .

      *****************************************************************
      *  Store the correction as a broadcast of its own -- same
      *  change reference as the original, so MSGBRPT's per-change
      *  totals keep it with the notice it corrects -- with MSGB's
      *  re-stamp-and-retry-once DUPREC handling.  The "C" record is
      *  written before any START so MSGD already heads the text as a
      *  correction at the first terminal.
      *****************************************************************
       send-correction section.

           move spaces to msgbcast-record
           move ws-corr-text to msgbcast-text
           move ws-corr-line-count to msgbcast-line-count
           move ws-userid to msgbcast-sent-by
           move 0 to msgbcast-term-count
           move 0 to msgbcast-template-no
           move ws-orig-change-ref to msgbcast-change-ref

           exec cics
               asktime abstime(ws-abstime)
           end-exec
           exec cics
               formattime abstime(ws-abstime)
                   yyyymmdd(msgbcast-sent-date)
                   time(msgbcast-sent-time)
           end-exec

           exec cics
               write file("MSGBCAST")
                   from(msgbcast-record)
                   ridfld(msgbcast-msg-id)
                   resp(ws-resp)
           end-exec

           if ws-resp = dfhresp(duprec)
               exec cics
                   delay for seconds(1)
               end-exec
               exec cics
                   asktime abstime(ws-abstime)
               end-exec
               exec cics
                   formattime abstime(ws-abstime)
                       yyyymmdd(msgbcast-sent-date)
                       time(msgbcast-sent-time)
               end-exec
               exec cics
                   write file("MSGBCAST")
                       from(msgbcast-record)
                       ridfld(msgbcast-msg-id)
                       resp(ws-resp)
               end-exec
           end-if

           if ws-resp not = dfhresp(normal)
               exit section
           end-if

           move msgbcast-msg-id to ws-corr-msg-id
           move 1 to ws-corr-stored

           move spaces to msgbrcl-record
           move ws-corr-msg-id to msgbrcl-msg-id
           move "C" to msgbrcl-type
           move ws-orig-msg-id to msgbrcl-linked-id
           move ws-now-date to msgbrcl-date
           move ws-now-time to msgbrcl-time
           move ws-userid to msgbrcl-by
           move eibtrmid to msgbrcl-termid
           move 0 to msgbrcl-withdrawn-count
           move 0 to msgbrcl-stopped-count
           move ws-recv-count to msgbrcl-corrected-count

           exec cics
               write file("MSGBRCL")
                   from(msgbrcl-record)
                   ridfld(msgbrcl-key)
                   resp(ws-resp)
           end-exec

           perform deliver-correction
               varying ws-recv-idx from 1 by 1
               until ws-recv-idx > ws-recv-count

      *>   Fold the terminal count back into the stored correction,
      *>   as MSGB does for a fresh broadcast.
           exec cics
               read file("MSGBCAST")
                   into(msgbcast-record)
                   ridfld(ws-corr-msg-id)
                   update
                   resp(ws-resp)
           end-exec

           if ws-resp = dfhresp(normal)
               move ws-corrected-count to msgbcast-term-count
               exec cics
                   rewrite file("MSGBCAST")
                       from(msgbcast-record)
                       resp(ws-resp)
               end-exec
           end-if
           .

      *****************************************************************
      *  One terminal: START MSGD, then the pending MSGBACK record
      *  with the START's outcome as its delivery state -- exactly
      *  MSGB's deliver-to-next-terminal, so MSGR and MSGBESC treat
      *  the correction like any other broadcast.
      *****************************************************************
       deliver-correction section.

           add 1 to ws-corrected-count

           exec cics
               start transid("MSGD")
                   termid(ws-recv-termid(ws-recv-idx))
                   from(ws-corr-msg-id)
                   length(length of ws-corr-msg-id)
                   resp(ws-start-resp)
           end-exec

           if ws-start-resp not = dfhresp(normal)
               add 1 to ws-start-fails
           end-if

           move spaces to msgback-record
           move ws-corr-msg-id to msgback-msg-id
           move ws-recv-termid(ws-recv-idx) to msgback-termid
           move "N" to msgback-acked
           move spaces to msgback-ack-date
           move spaces to msgback-ack-time
           move "N" to msgback-escalated
           move spaces to msgback-reply-text
           if ws-start-resp = dfhresp(normal)
               move "Y" to msgback-delivered
           else
               move "N" to msgback-delivered
           end-if
           move 0 to msgback-retry-count

           exec cics
               write file("MSGBACK")
                   from(msgback-record)
                   ridfld(msgback-key)
                   resp(ws-write-resp)
           end-exec
           .

      *****************************************************************
      *  Complete the "R" record with the counts and the correction's
      *  id now they are known.
      *****************************************************************
       finish-recall-record section.

           exec cics
               read file("MSGBRCL")
                   into(msgbrcl-record)
                   ridfld(ws-recall-key)
                   update
                   resp(ws-resp)
           end-exec

           if ws-resp not = dfhresp(normal)
               exit section
           end-if

           move ws-corr-msg-id to msgbrcl-linked-id
           move ws-withdrawn-count to msgbrcl-withdrawn-count
           move ws-stopped-count to msgbrcl-stopped-count
           move ws-corrected-count to msgbrcl-corrected-count

           exec cics
               rewrite file("MSGBRCL")
                   from(msgbrcl-record)
                   resp(ws-resp)
           end-exec
           .

      *****************************************************************
      *  Tell the operator what the recall did.
      *****************************************************************
       confirm-to-operator section.

           move ws-withdrawn-count to ws-withdrawn-disp
           move ws-stopped-count to ws-stopped-disp
           move ws-corrected-count to ws-corrected-disp
           move ws-start-fails to ws-fail-disp
           move spaces to ws-reply

           evaluate true
               when ws-corr-line-count = 0
                   string
                       "RECALLED - TERMINALS" delimited size
                       ws-withdrawn-disp delimited size
                       ", REDELIVERIES STOPPED" delimited size
                       ws-stopped-disp delimited size
                   into ws-reply
               when ws-recv-count = 0
                   string
                       "RECALLED - TERMINALS" delimited size
                       ws-withdrawn-disp delimited size
                       ", NONE HAD RECEIVED IT - NO CORRECTION SENT"
                           delimited size
                   into ws-reply
               when ws-corr-stored = 0
                   string
                       "RECALLED - TERMINALS" delimited size
                       ws-withdrawn-disp delimited size
                       ", CORRECTION NOT STORED - NOT SENT"
                           delimited size
                   into ws-reply
               when ws-recv-overflow > 0
                   string
                       "RECALLED - CORRECTED" delimited size
                       ws-corrected-disp delimited size
                       ", START FAILS" delimited size
                       ws-fail-disp delimited size
                       ", SOME TERMINALS NOT CORRECTED - TOO MANY"
                           delimited size
                   into ws-reply
               when other
                   string
                       "RECALLED - TERMINALS" delimited size
                       ws-withdrawn-disp delimited size
                       ", CORRECTED" delimited size
                       ws-corrected-disp delimited size
                       ", START FAILS" delimited size
                       ws-fail-disp delimited size
                   into ws-reply
           end-evaluate
           .

       end program MSGC.
