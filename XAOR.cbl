      $set cicsecm
       identification division.
       program-id. XAOR.

      *****************************************************************
      *  XAOR -- operator authority recertification.  Each quarter
      *  XAOPCRT opens a cycle: one XAOPCERT line per XAOPAUTH holder
      *  and authority held, showing the last time the authority was
      *  actually used.  An administrator keys a userid here, sees
      *  its seven lines, and against each keys:
      *
      *    C -- certify: the authority is still needed.  Allowed on
      *         an open line, or on one parked because the deadline
      *         passed (until XAOPCRT removes it).  Nobody certifies
      *         their own lines; that refusal is audited.
      *    R -- revoke: the authorities revoked are parked on
      *         XAOPPEND as one change, requested by this
      *         administrator, for the usual second approval on XAOP.
      *         Refused while another change is pending for the
      *         userid.
      *
      *  The gate is XAOP's: XAOPAUTH admin authority, denials
      *  audited.  Every ENTER that certifies or revokes writes one
      *  XAAUTHAUD record -- REQUEST (with the proposed authority
      *  set) when anything was revoked, CERTIFY otherwise -- whose
      *  detail shows what was keyed against each authority in
      *  table order: C, R or "-".
      *****************************************************************

       environment division.
       configuration section.

       input-output section.
       file-control.
           copy xaopauthsel.
           copy xaoppendsel.
           copy xaopcertsel.
           copy xaauthaudsel.

       data division.
       file section.
           copy xaopauth.
           copy xaoppend.
           copy xaopcert.
           copy xaauthaud.

       working-storage section.
           copy xaormap.

       01  WS-XAOPAUTH-STATUS          pic x(2).
       01  WS-XAOPPEND-STATUS          pic x(2).
       01  WS-XAOPCERT-STATUS          pic x(2).
       01  WS-XAAUTHAUD-STATUS         pic x(2).

       01  ws-resp                     pic s9(8) comp.
       01  ws-resp2                    pic s9(8) comp.
       01  ws-actor                    pic x(8).
       01  ws-target                   pic x(8).
       01  ws-abstime                  pic s9(15) comp-3.
       01  ws-now-date                 pic x(8).
       01  ws-now-time                 pic x(6).
       01  ws-idx                      pic s9(4) comp-5.
       01  ws-denied                   pic x(1).

      *> Authority names in XAOPAUTH table order -- the second half
      *> of each XAOPCERT key.
       01  ws-auth-name-table.
           05  filler                  pic x(8) value "RESOLVE".
           05  filler                  pic x(8) value "REVEAL".
           05  filler                  pic x(8) value "ADMIN".
           05  filler                  pic x(8) value "ALERTACK".
           05  filler                  pic x(8) value "REGISTRY".
           05  filler                  pic x(8) value "TRACE".
           05  filler                  pic x(8) value "TRCSET".
       01  filler redefines ws-auth-name-table.
           05  ws-auth-name occurs 7 times
                                       pic x(8).

      *> What was keyed against each line (saved before the output
      *> map is cleared -- it redefines the input map), and the
      *> target's XAOPCERT lines as read.
       01  ws-keyed-table.
           05  ws-keyed occurs 7 times pic x(1).
       01  ws-line-table.
           05  ws-line occurs 7 times.
               10  ws-line-found       pic x(1).
               10  ws-line-record      pic x(80).

       01  ws-certify-count            pic s9(4) comp-5.
       01  ws-revoke-count             pic s9(4) comp-5.
       01  ws-count-edit               pic z9.
       01  ws-line-error               pic x(60).

      *> Old/new authority byte strings for the audit record, table
      *> order, as XAOP records them.
       01  ws-current-auths            pic x(8).
       01  ws-old-auths                pic x(8).
       01  ws-new-auths                pic x(8).
       01  ws-aud-action               pic x(8).
       01  ws-aud-detail               pic x(16).
       01  ws-keyed-mask               pic x(7).

      *> One screen line per authority.
       01  ws-row.
           05  ws-row-auth             pic x(8).
           05  filler                  pic x(2) value spaces.
           05  ws-row-used             pic x(12).
           05  filler                  pic x(2) value spaces.
           05  ws-row-status           pic x(16).
           05  filler                  pic x(2) value spaces.
           05  ws-row-by               pic x(8).
           05  filler                  pic x(2) value spaces.
           05  ws-row-on               pic x(8).

       linkage section.

       01  dfhcommarea                 pic x(1).

       procedure division using dfhcommarea.

           exec cics
               asktime abstime(ws-abstime)
           end-exec
           exec cics
               formattime abstime(ws-abstime)
                   yyyymmdd(ws-now-date)
                   time(ws-now-time)
           end-exec

           exec cics
               assign userid(ws-actor)
           end-exec

           if eibcalen = 0
               perform send-initial-map
           else
               perform receive-and-apply
           end-if

           exec cics return
               transid(eibtrnid)
           end-exec

           goback.

      *****************************************************************
      *  First entry -- paint a blank recertification panel.
      *****************************************************************
       send-initial-map section.

           move low-values to XAORMSO
           move "KEY A USERID AND PRESS ENTER TO LIST ITS LINES"
               to MSGO

           exec cics
               send map("XAORMS") mapset("XAORMAP")
                   from(XAORMSO)
                   erase
           end-exec
           .

      *****************************************************************
      *  Operator pressed ENTER -- the admin gate first, as on XAOP;
      *  then either a plain listing (nothing keyed against a line)
      *  or the certifications and revokes keyed, and a fresh
      *  listing to show the result.
      *****************************************************************
       receive-and-apply section.

           exec cics
               receive map("XAORMS") mapset("XAORMAP")
                   into(XAORMSI)
                   resp(ws-resp)
           end-exec

           move USERI to ws-target
           move ACT1I to ws-keyed(1)
           move ACT2I to ws-keyed(2)
           move ACT3I to ws-keyed(3)
           move ACT4I to ws-keyed(4)
           move ACT5I to ws-keyed(5)
           move ACT6I to ws-keyed(6)
           move ACT7I to ws-keyed(7)
           inspect ws-keyed-table replacing all low-values by spaces

           move low-values to XAORMSO
           move ws-target to USERO

           perform check-admin-authority
           if ws-denied = "Y"
               perform send-result-map
               exit section
           end-if

           if ws-target = spaces or ws-target = low-values
               move "A USERID IS REQUIRED" to MSGO
               perform send-result-map
               exit section
           end-if

           perform read-lines

           if ws-keyed-table = spaces
               perform list-lines
               perform send-result-map
               exit section
           end-if

           perform validate-keyed
           if ws-line-error not = spaces
               move ws-line-error to MSGO
               perform list-lines
               perform show-keyed
               perform send-result-map
               exit section
           end-if

           perform apply-keyed

           perform read-lines
           perform list-lines
           if ws-line-error not = spaces
               move ws-line-error to MSGO
               perform show-keyed
           end-if
           perform send-result-map
           .

       send-result-map section.

           exec cics
               send map("XAORMS") mapset("XAORMAP")
                   from(XAORMSO)
                   dataonly
           end-exec
           .

      *****************************************************************
      *  The signed-on user must hold admin authority.  A denial is
      *  audited against the userid keyed, with the actor named.
      *****************************************************************
       check-admin-authority section.

           move "N" to ws-denied

           exec cics
               read file("XAOPAUTH")
                   into(XAOPAUTH-RECORD)
                   ridfld(ws-actor)
                   resp(ws-resp)
           end-exec

           if ws-resp = dfhresp(normal)
           and XAOPAUTH-MAY-ADMIN
               exit section
           end-if

           move "NOT AUTHORIZED TO RECERTIFY OPERATOR AUTHORITIES"
               to MSGO
           move "DENY" to ws-aud-action
           move "XAOR ADMIN" to ws-aud-detail
           move spaces to ws-old-auths
           move spaces to ws-new-auths
           perform write-authority-audit
           move "Y" to ws-denied
           .

      *****************************************************************
      *  The target's seven XAOPCERT lines, one keyed read each.
      *****************************************************************
       read-lines section.

           perform varying ws-idx from 1 by 1 until ws-idx > 7
               move ws-target to XAOPCERT-USERID
               move ws-auth-name(ws-idx) to XAOPCERT-AUTH
               exec cics
                   read file("XAOPCERT")
                       into(XAOPCERT-RECORD)
                       ridfld(XAOPCERT-KEY)
                       resp(ws-resp)
               end-exec
               if ws-resp = dfhresp(normal)
                   move "Y" to ws-line-found(ws-idx)
                   move XAOPCERT-RECORD to ws-line-record(ws-idx)
               else
                   move "N" to ws-line-found(ws-idx)
                   move spaces to ws-line-record(ws-idx)
               end-if
           end-perform
           .

      *****************************************************************
      *  Every keyed line must be C or R and open to that action,
      *  and nobody certifies their own; nothing is applied unless
      *  all of it can be.
      *****************************************************************
       validate-keyed section.

           move spaces to ws-line-error
           move 0 to ws-certify-count
           move 0 to ws-revoke-count

           perform varying ws-idx from 1 by 1
                   until ws-idx > 7 or ws-line-error not = spaces
               if ws-keyed(ws-idx) not = space
                   move ws-line-record(ws-idx) to XAOPCERT-RECORD
                   evaluate true
                       when ws-keyed(ws-idx) not = "C"
                       and ws-keyed(ws-idx) not = "R"
                           move "KEY C OR R AGAINST A LINE"
                               to ws-line-error
                       when ws-line-found(ws-idx) not = "Y"
                           string ws-auth-name(ws-idx)
                                   delimited space
                               " HAS NO LINE IN THIS CYCLE"
                                   delimited size
                               into ws-line-error
                       when ws-keyed(ws-idx) = "C"
                       and not XAOPCERT-IS-OPEN
                       and not (XAOPCERT-IS-PARKED
                                and XAOPCERT-PARKED-NOT-CERT)
                           string ws-auth-name(ws-idx)
                                   delimited space
                               " IS NOT OPEN FOR CERTIFYING"
                                   delimited size
                               into ws-line-error
                       when ws-keyed(ws-idx) = "R"
                       and not XAOPCERT-IS-OPEN
                       and not XAOPCERT-IS-CERTIFIED
                       and not XAOPCERT-IS-PARKED
                           string ws-auth-name(ws-idx)
                                   delimited space
                               " IS NOT OPEN FOR REVOKING"
                                   delimited size
                               into ws-line-error
                       when ws-keyed(ws-idx) = "C"
                           add 1 to ws-certify-count
                       when other
                           add 1 to ws-revoke-count
                   end-evaluate
               end-if
           end-perform

           if ws-line-error not = spaces
               exit section
           end-if

           if ws-certify-count > 0
           and ws-target = ws-actor
               move "YOUR OWN LINES MUST BE CERTIFIED BY ANOTHER ADMIN"
                   to ws-line-error
               move "DENY" to ws-aud-action
               move "SELF-CERTIFY" to ws-aud-detail
               move spaces to ws-old-auths
               move spaces to ws-new-auths
               perform write-authority-audit
           end-if
           .

      *****************************************************************
      *  Revokes first: they go to XAOPPEND as one change against
      *  the current authority set, and if that cannot be parked
      *  nothing keyed is applied.  Then each keyed line is
      *  restamped and one audit record written.
      *****************************************************************
       apply-keyed section.

           perform read-current-auths
           if ws-resp not = dfhresp(normal)
               move "USERID HAS NO AUTHORITY RECORD" to ws-line-error
               exit section
           end-if

           move ws-current-auths to ws-new-auths
           move spaces to ws-keyed-mask
           perform varying ws-idx from 1 by 1 until ws-idx > 7
               evaluate ws-keyed(ws-idx)
                   when "R"
                       move "N" to ws-new-auths(ws-idx:1)
                       move "R" to ws-keyed-mask(ws-idx:1)
                   when "C"
                       move "C" to ws-keyed-mask(ws-idx:1)
                   when other
                       move "-" to ws-keyed-mask(ws-idx:1)
               end-evaluate
           end-perform

           if ws-revoke-count > 0
               perform park-revoke
               if ws-line-error not = spaces
                   exit section
               end-if
           end-if

           perform varying ws-idx from 1 by 1 until ws-idx > 7
               if ws-keyed(ws-idx) not = space
                   perform restamp-line
               end-if
           end-perform

           move spaces to ws-aud-detail
           string "RECERT " delimited size
               ws-keyed-mask delimited size
               into ws-aud-detail
           if ws-revoke-count > 0
               move "REQUEST" to ws-aud-action
               move spaces to ws-old-auths
               if ws-new-auths(1:7) = "NNNNNNN"
                   move spaces to ws-new-auths
               end-if
           else
               move "CERTIFY" to ws-aud-action
               move ws-current-auths to ws-old-auths
               move ws-current-auths to ws-new-auths
           end-if
           perform write-authority-audit

           move ws-certify-count to ws-count-edit
           move spaces to MSGO
           if ws-revoke-count > 0
               string ws-count-edit delimited size
                   " CERTIFIED; REVOKE PARKED - A SECOND ADMIN MUST "
                       delimited size
                   "APPROVE ON XAOP" delimited size
                   into MSGO
           else
               string ws-count-edit delimited size
                   " CERTIFIED" delimited size
                   into MSGO
           end-if
           .

       read-current-auths section.

           move spaces to ws-current-auths

           exec cics
               read file("XAOPAUTH")
                   into(XAOPAUTH-RECORD)
                   ridfld(ws-target)
                   resp(ws-resp)
           end-exec

           if ws-resp = dfhresp(normal)
               move XAOPAUTH-RESOLVE-AUTH to ws-current-auths(1:1)
               move XAOPAUTH-REVEAL-AUTH to ws-current-auths(2:1)
               move XAOPAUTH-ADMIN-AUTH to ws-current-auths(3:1)
               move XAOPAUTH-ALERTACK-AUTH to ws-current-auths(4:1)
               move XAOPAUTH-REGISTRY-AUTH to ws-current-auths(5:1)
               move XAOPAUTH-TRACE-AUTH to ws-current-auths(6:1)
               move XAOPAUTH-TRCSET-AUTH to ws-current-auths(7:1)
           end-if
           .

      *****************************************************************
      *  The revoke as an XAOP pending change: the current set less
      *  what was revoked, or a removal when nothing is left.
      *****************************************************************
       park-revoke section.

           move spaces to XAOPPEND-RECORD
           move ws-target to XAOPPEND-USERID
           if ws-new-auths(1:7) = "NNNNNNN"
               move "D" to XAOPPEND-ACTION
           else
               move "U" to XAOPPEND-ACTION
               move ws-new-auths(1:1) to XAOPPEND-NEW-RESOLVE
               move ws-new-auths(2:1) to XAOPPEND-NEW-REVEAL
               move ws-new-auths(3:1) to XAOPPEND-NEW-ADMIN
               move ws-new-auths(4:1) to XAOPPEND-NEW-ALERTACK
               move ws-new-auths(5:1) to XAOPPEND-NEW-REGISTRY
               move ws-new-auths(6:1) to XAOPPEND-NEW-TRACE
               move ws-new-auths(7:1) to XAOPPEND-NEW-TRCSET
           end-if
           move ws-actor to XAOPPEND-REQUESTED-BY
           move ws-now-date to XAOPPEND-REQ-DATE
           move ws-now-time to XAOPPEND-REQ-TIME

           exec cics
               write file("XAOPPEND")
                   from(XAOPPEND-RECORD)
                   ridfld(XAOPPEND-USERID)
                   resp(ws-resp)
           end-exec

           evaluate ws-resp
               when dfhresp(normal)
                   continue
               when dfhresp(duprec)
                   move "PENDING CHANGE EXISTS - APPROVE OR CANCEL IT"
                       to ws-line-error
               when other
                   move "UNABLE TO WRITE THE PENDING CHANGE"
                       to ws-line-error
           end-evaluate
           .

      *****************************************************************
      *  C or R against one line, stamped with who and when.  Read
      *  for update so a line XAOPCRT changed meanwhile is seen.
      *****************************************************************
       restamp-line section.

           move ws-target to XAOPCERT-USERID
           move ws-auth-name(ws-idx) to XAOPCERT-AUTH
           exec cics
               read file("XAOPCERT")
                   into(XAOPCERT-RECORD)
                   ridfld(XAOPCERT-KEY)
                   update
                   resp(ws-resp2)
           end-exec
           if ws-resp2 not = dfhresp(normal)
               exit section
           end-if

           if ws-keyed(ws-idx) = "C"
               move "C" to XAOPCERT-STATUS
           else
               move "R" to XAOPCERT-STATUS
           end-if
           move space to XAOPCERT-PARK-REASON
           move ws-now-date to XAOPCERT-STATUS-DATE
           move ws-actor to XAOPCERT-STATUS-BY

           exec cics
               rewrite file("XAOPCERT")
                   from(XAOPCERT-RECORD)
                   resp(ws-resp2)
           end-exec
           .

      *****************************************************************
      *  Paint the seven lines, the cycle dates and any XAOP change
      *  pending for the userid.
      *****************************************************************
       list-lines section.

           move spaces to OPNDO
           move spaces to DUEO
           perform varying ws-idx from 1 by 1 until ws-idx > 7
               move ws-line-record(ws-idx) to XAOPCERT-RECORD
               move ws-auth-name(ws-idx) to ws-row-auth
               move spaces to ws-row-used
               move spaces to ws-row-status
               move spaces to ws-row-by
               move spaces to ws-row-on
               if ws-line-found(ws-idx) = "Y"
                   perform format-row
                   if OPNDO = spaces
                       move XAOPCERT-OPENED-DATE to OPNDO
                       move XAOPCERT-DEADLINE to DUEO
                   end-if
               else
                   move "NO LINE" to ws-row-status
               end-if
               evaluate ws-idx
                   when 1 move ws-row to LIN1O
                   when 2 move ws-row to LIN2O
                   when 3 move ws-row to LIN3O
                   when 4 move ws-row to LIN4O
                   when 5 move ws-row to LIN5O
                   when 6 move ws-row to LIN6O
                   when 7 move ws-row to LIN7O
               end-evaluate
           end-perform

           if OPNDO = spaces
               move "NO RECERTIFICATION LINES FOR THAT USERID" to MSGO
           else
               if ws-keyed-table = spaces
                   move "KEY C OR R AGAINST A LINE AND PRESS ENTER"
                       to MSGO
               end-if
           end-if

           exec cics
               read file("XAOPPEND")
                   into(XAOPPEND-RECORD)
                   ridfld(ws-target)
                   resp(ws-resp2)
           end-exec

           if ws-resp2 = dfhresp(normal)
               move spaces to PINFOO
               string
                   "PENDING " delimited size
                   XAOPPEND-ACTION delimited size
                   " BY " delimited size
                   XAOPPEND-REQUESTED-BY delimited size
                   " AT " delimited size
                   XAOPPEND-REQ-DATE delimited size
                   "/" delimited size
                   XAOPPEND-REQ-TIME delimited size
                   " AWAITING SECOND APPROVAL ON XAOP" delimited size
               into PINFOO
           else
               move "NO PENDING CHANGE" to PINFOO
           end-if
           .

       format-row section.

           if XAOPCERT-LAST-USED-DATE = spaces
               if XAOPCERT-USE-IS-TRACKED
                   move "NONE ON FILE" to ws-row-used
               else
                   move "NOT RECORDED" to ws-row-used
               end-if
           else
               move XAOPCERT-LAST-USED-DATE to ws-row-used
           end-if

           evaluate true
               when XAOPCERT-IS-OPEN
                   move "OPEN" to ws-row-status
               when XAOPCERT-IS-CERTIFIED
                   move "CERTIFIED" to ws-row-status
               when XAOPCERT-IS-REVOKE-PENDING
                   move "REVOKE PENDING" to ws-row-status
               when XAOPCERT-IS-PARKED
               and XAOPCERT-PARKED-UNUSED
                   move "PARKED - UNUSED" to ws-row-status
               when XAOPCERT-IS-PARKED
                   move "PARKED - NO CERT" to ws-row-status
               when XAOPCERT-IS-REMOVED
                   move "REMOVED" to ws-row-status
           end-evaluate

           move XAOPCERT-STATUS-BY to ws-row-by
           move XAOPCERT-STATUS-DATE to ws-row-on
           .

      *> Put back what the operator keyed when nothing was applied.
       show-keyed section.

           move ws-keyed(1) to ACT1O
           move ws-keyed(2) to ACT2O
           move ws-keyed(3) to ACT3O
           move ws-keyed(4) to ACT4O
           move ws-keyed(5) to ACT5O
           move ws-keyed(6) to ACT6O
           move ws-keyed(7) to ACT7O
           .

      *****************************************************************
      *  One XAAUTHAUD record per event, keyed by the TARGET userid,
      *  exactly as XAOP writes them.
      *****************************************************************
       write-authority-audit section.

           move spaces to XAAUTHAUD-RECORD
           move ws-target to XAAUTHAUD-USERID
           move ws-now-date to XAAUTHAUD-DATE
           move ws-now-time to XAAUTHAUD-TIME
           move ws-aud-action to XAAUTHAUD-ACTION
           move ws-actor to XAAUTHAUD-ACTOR
           move ws-old-auths to XAAUTHAUD-OLD-AUTHS
           move ws-new-auths to XAAUTHAUD-NEW-AUTHS
           move ws-aud-detail to XAAUTHAUD-DETAIL

           exec cics
               write file("XAAUTHAUD")
                   from(XAAUTHAUD-RECORD)
                   ridfld(XAAUTHAUD-KEY)
                   resp(ws-resp2)
           end-exec

           if ws-resp2 not = dfhresp(normal)
               move "ACTION TAKEN BUT AUDIT WRITE FAILED" to MSGO
           end-if
           .

       end program XAOR.
