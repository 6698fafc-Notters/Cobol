       IDENTIFICATION DIVISION.
       PROGRAM-ID. dispmnt IS INITIAL.
       AUTHOR. Andrew Notman.

      * Disputed-charge register - any signed-on operator may raise
      * a dispute against one of a client's open items when the
      * client says the charge is wrong, for the whole unpaid amount
      * or part of it, with a reason and a target date for an
      * answer. While a dispute is open the disputed amount is
      * frozen: intracc charges no interest on it, dunlet does not
      * demand it, riskscor does not count it as debt left unpaid
      * and agcymnt will not place it (they all ask dispsum what is
      * open). Only an admin can close a dispute, and never the one
      * who raised it. Upholding it credits the disputed amount back
      * through clnttxn as an adjustment tagged DISPUTE and lands
      * that credit on the disputed item itself rather than
      * wherever oldest-first allocation would have put it;
      * rejecting it simply lifts the freeze so the charge is
      * chased again. Raising and both outcomes go on the audit
      * trail in clntio's line format like any other client change.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select AuditFile assign to "audit.dat"
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD AuditFile.
       01 fd-audit-line pic X(146).

       WORKING-STORAGE SECTION.
           copy "oper.ws".
           copy "clnt.ws".
           copy "oitm.ws".
           copy "disp.ws".
           copy "parm.ws".

       01 ws-oper-msg pic X(80).
       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-oitm-msg pic X(80).
       01 ws-oitm-nav pic X(2).
           88 oitm-next-allowed value "YY", "YN".
       01 ws-disp-msg pic X(80).
       01 ws-disp-nav pic X(2).
           88 disp-next-allowed value "YY", "YN".
       01 ws-parm-msg pic X(80).
       01 ws-parm-nav pic X(2).

       01 ws-entered-password pic X(8) value spaces.
       01 ws-signon-result    pic X(1) value "N".

       01 ws-action pic X(1) value spaces.
           88 action-list    value "L", "l".
           88 action-raise   value "R", "r".
           88 action-uphold  value "U", "u".
           88 action-reject  value "X", "x".
           88 action-exit    value "E", "e".

       01 ws-entry-clnt-id pic 9(7) value zeroes.
       01 ws-entry-oitm-id pic 9(7) value zeroes.
       01 ws-entry-disp-id pic 9(7) value zeroes.
       01 ws-entry-amount  pic 9(7)V99 value zeroes.
       01 ws-entry-reason  pic X(20) value spaces.
       01 ws-entry-target  pic 9(8) value zeroes.

       01 ws-today        pic 9(8) value zeroes.
       01 ws-today-julian pic 9(6) value zeroes.
       01 ws-target-julian pic 9(6) value zeroes.
       01 ws-disp-days    pic 9(3) value zeroes.

       01 ws-item-due      pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-already-disp  pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-already-count pic 9(5) value zeroes.
       01 ws-available     pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-dispute-amount pic S9(7)V9(2) comp-3 value zeroes.

       01 ws-credit-amount pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-new-balance   pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-post-msg      pic X(80) value spaces.
       01 ws-post-type     pic X(1) value "J".
       01 ws-post-ref      pic X(8) value "DISPUTE".
       01 ws-post-txn-id   pic 9(7) value zeroes.

      * What each of the client's items had been paid just before
      * the upholding credit was posted - anything oldest-first
      * allocation adds to an item other than the disputed one is
      * taken back off it and moved onto the disputed item.
       01 ws-snap-table.
           05 ws-snap-entry occurs 200 times.
               10 ws-snap-oitm-id pic 9(7).
               10 ws-snap-paid    pic S9(7)V9(2) comp-3.
       01 ws-snap-count pic 9(3) value zeroes.
       01 snap-idx      pic 9(3).
       01 ws-snap-found pic X(1) value "N".
       01 ws-moved      pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-item-gain  pic S9(7)V9(2) comp-3 value zeroes.

       01 ws-audit-date pic 9(8).
       01 ws-audit-op   pic X(10).
       01 ws-audit-info pic X(20).

       01 ws-amount-display pic ZZZZZZ9.99.
       01 ws-list-count     pic 9(5) value zeroes.

       PROCEDURE DIVISION.
       Main.
           display "Operator id: " with no advancing.
           accept ws-oper-id.
           display "Password: " with no advancing.
           accept ws-entered-password.

           move spaces to ws-oper-msg.
           call 'signon' using "S",
                               ws-oper-id,
                               ws-entered-password,
                               ws-oper-record,
                               ws-signon-result,
                               ws-oper-msg.

           if ws-signon-result not equal "Y"
               display ws-oper-msg
               move 1 to return-code
               goback
           end-if.

           accept ws-today from date yyyymmdd.
           call 'dates' using "J",
                              ws-today-julian,
                              ws-today.

           perform until action-exit
               display " "
               display "Disputes: L=List R=Raise U=Uphold X=Reject "
                       "E=Exit: " with no advancing
               accept ws-action

               evaluate true
                   when action-list   perform ListDisputes
                   when action-raise  perform RaiseDispute
                   when action-uphold perform UpholdDispute
                   when action-reject perform RejectDispute
                   when action-exit   continue
                   when other display "Unknown action"
               end-evaluate
           end-perform.

           goback.

       ListDisputes.
           display "Client id: " with no advancing.
           accept ws-entry-clnt-id.

           move zeroes to ws-list-count.
           move spaces to ws-disp-record.
           move zeroes to ws-disp-id.
           move ws-entry-clnt-id to ws-disp-clnt-id.
           move "YY" to ws-disp-nav.
           move spaces to ws-disp-msg.
           call 'dispio' using "S",
                               ws-disp-record,
                               ws-disp-nav,
                               ws-disp-msg.

           perform until not disp-next-allowed
               add 1 to ws-list-count
               move ws-disp-amount to ws-amount-display
               display ws-disp-id " item " ws-disp-oitm-id
                       " " ws-amount-display
                       " " ws-disp-status
                       " " ws-disp-reason
                       " raised " ws-disp-raised-date
                       " by " ws-disp-raised-by
                       " target " ws-disp-target-date
               if not ws-disp-open
                   display "        resolved " ws-disp-resolved-date
                           " by " ws-disp-resolved-by
                           " txn " ws-disp-txn-id
               end-if
               call 'dispio' using "T",
                                   ws-disp-record,
                                   ws-disp-nav,
                                   ws-disp-msg
           end-perform.

           if ws-list-count = zeroes
               display "No disputes for this client"
           end-if.

       RaiseDispute.
           display "Client id: " with no advancing.
           accept ws-entry-clnt-id.

           move spaces to ws-clnt-record.
           move ws-entry-clnt-id to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.

           if ws-clnt-msg equal "Client not found"
               display "Client not found"
           else
               display "Open item id in dispute: " with no advancing
               accept ws-entry-oitm-id
               perform CheckItemAndRaise
           end-if.

      * The item must be one of this client's and still open, and
      * a dispute can never cover more than is left unpaid on it
      * after any other dispute already open against it.
       CheckItemAndRaise.
           move spaces to ws-oitm-record.
           move ws-entry-oitm-id to ws-oitm-id.
           move spaces to ws-oitm-msg.
           call 'oitmio' using "Q",
                               ws-oitm-record,
                               ws-oitm-nav,
                               ws-oitm-msg.

           evaluate true
               when ws-oitm-msg equal "Open item not found"
                   or ws-oitm-clnt-id not equal ws-entry-clnt-id
                   display "No such open item for this client"
               when not ws-oitm-open
                   display "Item is already settled"
               when other
                   perform RaiseAgainstItem
           end-evaluate.

       RaiseAgainstItem.
           compute ws-item-due = ws-oitm-amount - ws-oitm-paid.

           call 'dispsum' using ws-entry-clnt-id,
                                ws-entry-oitm-id,
                                ws-already-disp,
                                ws-already-count.

           compute ws-available = ws-item-due - ws-already-disp.

           if ws-available not > zeroes
               display "Item is already fully in dispute"
           else
               move ws-available to ws-amount-display
               display "Amount disputed (0 = all " ws-amount-display
                       "): " with no advancing
               accept ws-entry-amount

               if ws-entry-amount = zeroes
                   move ws-available to ws-dispute-amount
               else
                   move ws-entry-amount to ws-dispute-amount
               end-if

               if ws-dispute-amount > ws-available
                   display "Amount exceeds what is left on the item"
               else
                   perform RecordDispute
               end-if
           end-if.

       RecordDispute.
           display "Reason: " with no advancing.
           accept ws-entry-reason.
           display "Target date YYYYMMDD (0 = default): "
               with no advancing.
           accept ws-entry-target.

           if ws-entry-target = zeroes
               perform DefaultTargetDate
           end-if.

           move spaces to ws-disp-record.
           move zeroes to ws-disp-id.
           move ws-entry-clnt-id to ws-disp-clnt-id.
           move ws-entry-oitm-id to ws-disp-oitm-id.
           move ws-entry-reason to ws-disp-reason.
           move ws-dispute-amount to ws-disp-amount.
           move ws-oper-id to ws-disp-raised-by.
           move ws-today to ws-disp-raised-date.
           move ws-entry-target to ws-disp-target-date.
           move "O" to ws-disp-status.
           move spaces to ws-disp-resolved-by.
           move zeroes to ws-disp-resolved-date.
           move zeroes to ws-disp-txn-id.

           move spaces to ws-disp-msg.
           call 'dispio' using "A",
                               ws-disp-record,
                               ws-disp-nav,
                               ws-disp-msg.

           display ws-disp-msg " - dispute " ws-disp-id.

           if ws-disp-msg equal "Dispute recorded"
               move "DISPUTE" to ws-audit-op
               perform BuildAuditInfo
               perform WriteAuditLine
           end-if.

      * An answer is owed within DISP-DAYS calendar days of the
      * dispute being raised (28 when the parameter is not set),
      * rolled on to a business day.
       DefaultTargetDate.
           move spaces to ws-parm-record.
           move "DISP-DAYS" to ws-parm-name.
           move spaces to ws-parm-msg.
           call 'parmio' using "Q",
                               ws-parm-record,
                               ws-parm-nav,
                               ws-parm-msg.

           if ws-parm-msg equal "Parameter not found"
               move 28 to ws-disp-days
           else
               move ws-parm-value to ws-disp-days
           end-if.

           compute ws-target-julian = ws-today-julian + ws-disp-days.
           call 'bizday' using "R", ws-target-julian.
           call 'dates' using "G",
                              ws-target-julian,
                              ws-entry-target.

       BuildAuditInfo.
           move ws-disp-amount to ws-amount-display.
           move spaces to ws-audit-info.
           string ws-disp-id        delimited by size
                  " "               delimited by size
                  ws-amount-display delimited by size
               into ws-audit-info.

      * Closing a dispute is an admin decision and needs a second
      * pair of eyes - whoever raised it cannot also resolve it.
       FindDisputeToResolve.
           move spaces to ws-disp-msg.

           if not ws-oper-is-admin
               display "Access denied - admin operator required"
               move "Refused" to ws-disp-msg
           else
               display "Dispute id: " with no advancing
               accept ws-entry-disp-id

               move spaces to ws-disp-record
               move ws-entry-disp-id to ws-disp-id
               call 'dispio' using "Q",
                                   ws-disp-record,
                                   ws-disp-nav,
                                   ws-disp-msg

               evaluate true
                   when ws-disp-msg equal "Dispute not found"
                       display "Dispute not found"
                   when not ws-disp-open
                       display "Dispute is already resolved"
                       move "Refused" to ws-disp-msg
                   when ws-disp-raised-by = ws-oper-id
                       display "Dispute must be resolved by another "
                               "operator than the one who raised it"
                       move "Refused" to ws-disp-msg
                   when other
                       move spaces to ws-clnt-record
                       move ws-disp-clnt-id to ws-clnt-id
                       move spaces to ws-clnt-msg
                       call 'clntio' using "Q",
                                           ws-clnt-record,
                                           ws-clnt-nav,
                                           ws-clnt-msg
               end-evaluate
           end-if.

       UpholdDispute.
           perform FindDisputeToResolve.

           if ws-disp-msg not equal "Refused"
               and ws-disp-msg not equal "Dispute not found"
               perform SnapshotItems

               compute ws-credit-amount = ws-disp-amount * -1
               move spaces to ws-post-msg
               move zeroes to ws-post-txn-id
               call 'clnttxn' using "T",
                                    ws-disp-clnt-id,
                                    ws-post-type,
                                    ws-credit-amount,
                                    ws-new-balance,
                                    ws-post-msg,
                                    ws-oper-id,
                                    ws-post-txn-id,
                                    ws-post-ref

               if ws-post-msg equal "Posting applied"
                   perform RepointAllocation

                   move "U" to ws-disp-status
                   move ws-oper-id to ws-disp-resolved-by
                   move ws-today to ws-disp-resolved-date
                   move ws-post-txn-id to ws-disp-txn-id
                   move spaces to ws-disp-msg
                   call 'dispio' using "U",
                                       ws-disp-record,
                                       ws-disp-nav,
                                       ws-disp-msg
                   display "Upheld - credit posted as txn "
                           ws-post-txn-id ", new balance "
                           ws-new-balance

                   move "UPHOLD" to ws-audit-op
                   perform BuildAuditInfo
                   perform WriteAuditLine
               else
                   display "Credit NOT posted - " ws-post-msg
               end-if
           end-if.

       RejectDispute.
           perform FindDisputeToResolve.

           if ws-disp-msg not equal "Refused"
               and ws-disp-msg not equal "Dispute not found"
               move "R" to ws-disp-status
               move ws-oper-id to ws-disp-resolved-by
               move ws-today to ws-disp-resolved-date
               move spaces to ws-disp-msg
               call 'dispio' using "U",
                                   ws-disp-record,
                                   ws-disp-nav,
                                   ws-disp-msg
               display "Rejected - " ws-disp-msg

               move "DISPREJECT" to ws-audit-op
               perform BuildAuditInfo
               perform WriteAuditLine
           end-if.

       SnapshotItems.
           move zeroes to ws-snap-count.
           move spaces to ws-oitm-record.
           move ws-disp-clnt-id to ws-oitm-clnt-id.
           move "YY" to ws-oitm-nav.
           move spaces to ws-oitm-msg.
           call 'oitmio' using "S",
                               ws-oitm-record,
                               ws-oitm-nav,
                               ws-oitm-msg.

           perform until not oitm-next-allowed
               or ws-snap-count = 200
               add 1 to ws-snap-count
               move ws-oitm-id to ws-snap-oitm-id(ws-snap-count)
               move ws-oitm-paid to ws-snap-paid(ws-snap-count)
               call 'oitmio' using "T",
                                   ws-oitm-record,
                                   ws-oitm-nav,
                                   ws-oitm-msg
           end-perform.

      * The credit went through oitmallo oldest-first like any
      * other credit; walk the client's items again and take back
      * whatever it put on items other than the disputed one, then
      * put that onto the disputed item, so the charge the client
      * argued about is the one the credit clears.
       RepointAllocation.
           move zeroes to ws-moved.
           move spaces to ws-oitm-record.
           move ws-disp-clnt-id to ws-oitm-clnt-id.
           move "YY" to ws-oitm-nav.
           move spaces to ws-oitm-msg.
           call 'oitmio' using "S",
                               ws-oitm-record,
                               ws-oitm-nav,
                               ws-oitm-msg.

           perform until not oitm-next-allowed
               if ws-oitm-id not equal ws-disp-oitm-id
                   perform TakeBackItemGain
               end-if
               call 'oitmio' using "T",
                                   ws-oitm-record,
                                   ws-oitm-nav,
                                   ws-oitm-msg
           end-perform.

           if ws-moved > zeroes
               move spaces to ws-oitm-record
               move ws-disp-oitm-id to ws-oitm-id
               move spaces to ws-oitm-msg
               call 'oitmio' using "Q",
                                   ws-oitm-record,
                                   ws-oitm-nav,
                                   ws-oitm-msg
               if ws-oitm-msg not equal "Open item not found"
                   add ws-moved to ws-oitm-paid
                   if ws-oitm-paid not < ws-oitm-amount
                       move ws-oitm-amount to ws-oitm-paid
                       move "S" to ws-oitm-status
                   end-if
                   move spaces to ws-oitm-msg
                   call 'oitmio' using "U",
                                       ws-oitm-record,
                                       ws-oitm-nav,
                                       ws-oitm-msg
               end-if
           end-if.

       TakeBackItemGain.
           move "N" to ws-snap-found.
           perform varying snap-idx from 1 by 1
               until snap-idx > ws-snap-count
                  or ws-snap-found = "Y"
               if ws-snap-oitm-id(snap-idx) = ws-oitm-id
                   move "Y" to ws-snap-found
                   compute ws-item-gain =
                       ws-oitm-paid - ws-snap-paid(snap-idx)
                   if ws-item-gain > zeroes
                       add ws-item-gain to ws-moved
                       move ws-snap-paid(snap-idx) to ws-oitm-paid
                       move "O" to ws-oitm-status
                       move spaces to ws-oitm-msg
                       call 'oitmio' using "U",
                                           ws-oitm-record,
                                           ws-oitm-nav,
                                           ws-oitm-msg
                   end-if
               end-if
           end-perform.

      * One line in clntio's WriteAudit format, so the audit
      * inquiry and the integrity check read disputes the same
      * way they read every other client change.
       WriteAuditLine.
           accept ws-audit-date from date yyyymmdd.

           open extend AuditFile.
           move spaces to fd-audit-line.
           string ws-audit-date   delimited by size
                  " "             delimited by size
                  ws-oper-id      delimited by size
                  " "             delimited by size
                  ws-audit-op     delimited by size
                  " client "      delimited by size
                  ws-clnt-id      delimited by size
                  " "             delimited by size
                  ws-clnt-surname delimited by size
                  " before["      delimited by size
                  spaces          delimited by size
                  "] after["      delimited by size
                  ws-audit-info   delimited by size
                  "]"             delimited by size
               into fd-audit-line.
           call 'audseal' using "S", "A", fd-audit-line.
           write fd-audit-line.
           close AuditFile.
