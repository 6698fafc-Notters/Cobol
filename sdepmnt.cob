       IDENTIFICATION DIVISION.
       PROGRAM-ID. sdepmnt IS INITIAL.
       AUTHOR. Andrew Notman.

      * Security deposits - an admin records the deposit taken
      * from a commercial or higher-risk client, applies it to the
      * balance when the client defaults (sdepapl, the same
      * application closacct makes at closure), or refunds it
      * when the account no longer needs one - a refund asked for
      * by a third party only when they hold full authority on
      * the account. The deposit is held on sdep.dat, never as a
      * payment on txn.dat, so the balance is untouched until it
      * is applied; the month-end deposits run accrues its
      * interest and reports the liability. Every
      * take, application and refund goes on the audit trail in
      * clntio's line format like any other client change.

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
           copy "sdep.ws".

       01 ws-oper-msg pic X(80).
       01 ws-sdep-msg pic X(80).
       01 ws-sdep-nav pic X(2).
           88 sdep-next-allowed value "YY", "YN".
       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-apply-msg pic X(80).

       01 ws-entered-password pic X(8) value spaces.
       01 ws-signon-result    pic X(1) value "N".

       01 ws-action pic X(1) value spaces.
           88 action-list   value "L", "l".
           88 action-take   value "T", "t".
           88 action-apply  value "P", "p".
           88 action-refund value "R", "r".
           88 action-exit   value "E", "e".

       01 ws-entry-clnt-id pic 9(7) value zeroes.
       01 ws-entry-amount  pic 9(7)V99 value zeroes.
       01 ws-entry-tpa-id  pic 9(7) value zeroes.

       01 ws-requester-ok pic X(1) value "Y".
           88 requester-allowed value "Y".
       01 ws-tpa-scope-needed pic X(1) value "F".
       01 ws-tpa-check-msg    pic X(60) value spaces.
       01 ws-applied       pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-refund-total  pic S9(7)V9(2) comp-3 value zeroes.

       01 ws-today pic 9(8) value zeroes.
       01 ws-today-ym redefines ws-today.
           05 ws-today-yyyymm pic 9(6).
           05 filler          pic 9(2).

       01 ws-audit-date pic 9(8).
       01 ws-audit-op   pic X(10).
       01 ws-audit-info pic X(20).

       01 ws-amount-display   pic ZZZZZZ9.99.
       01 ws-interest-display pic ZZZZZZ9.99.
       01 ws-total-display    pic ZZZZZZZZ9.99.

       01 ws-held-count pic 9(5) value zeroes.
       01 ws-held-total pic S9(9)V9(2) comp-3 value zeroes.

       PROCEDURE DIVISION.
       Main.
           display "Admin operator id: " with no advancing.
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

           if not ws-oper-is-admin
               display "Access denied - admin operator required"
               move 1 to return-code
               goback
           end-if.

           accept ws-today from date yyyymmdd.

           perform until action-exit
               display " "
               display "Deposits: L=List T=Take P=Apply to balance "
                       "R=Refund E=Exit: " with no advancing
               accept ws-action

               evaluate true
                   when action-list   perform ListDeposits
                   when action-take   perform TakeDeposit
                   when action-apply  perform ApplyDeposit
                   when action-refund perform RefundDeposit
                   when action-exit   continue
                   when other display "Unknown action"
               end-evaluate
           end-perform.

           goback.

       ListDeposits.
           move zeroes to ws-held-count.
           move zeroes to ws-held-total.
           move spaces to ws-sdep-record.
           move zeroes to ws-sdep-clnt-id.
           move "YY" to ws-sdep-nav.

           move spaces to ws-sdep-msg.
           call 'sdepio' using "F",
                               ws-sdep-record,
                               ws-sdep-nav,
                               ws-sdep-msg.

           perform until not sdep-next-allowed
               move ws-sdep-amount to ws-amount-display
               move ws-sdep-interest to ws-interest-display
               display ws-sdep-clnt-id " " ws-sdep-status
                       " taken " ws-sdep-taken-date
                       " amount " ws-amount-display
                       " interest " ws-interest-display
               if ws-sdep-held
                   add 1 to ws-held-count
                   add ws-sdep-amount ws-sdep-interest
                       to ws-held-total
               end-if
               call 'sdepio' using "N",
                                   ws-sdep-record,
                                   ws-sdep-nav,
                                   ws-sdep-msg
           end-perform.

           move ws-held-total to ws-total-display.
           display "Deposits held: " ws-held-count
                   " totalling " ws-total-display.

      * A closed client takes no deposit, and a client already
      * holding one is never asked for a second on top - an
      * applied or refunded row is simply taken over.
       TakeDeposit.
           display "Client id: " with no advancing.
           accept ws-entry-clnt-id.
           display "Deposit amount (nnnnnnn.nn): " with no advancing.
           accept ws-entry-amount.

           move spaces to ws-clnt-record.
           move ws-entry-clnt-id to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.

           move spaces to ws-sdep-record.
           move ws-entry-clnt-id to ws-sdep-clnt-id.
           move spaces to ws-sdep-msg.
           call 'sdepio' using "Q",
                               ws-sdep-record,
                               ws-sdep-nav,
                               ws-sdep-msg.

           evaluate true
               when ws-clnt-msg equal "Client not found"
                   display "Client not found"
               when ws-clnt-closed
                   display "Client is closed - no deposit taken"
               when ws-entry-amount not > zeroes
                   display "Deposit amount must be above zero"
               when ws-sdep-msg not equal "Deposit not found"
                   and ws-sdep-held
                   move ws-sdep-amount to ws-amount-display
                   display "Client already holds a deposit of "
                           ws-amount-display
               when other
                   perform RecordDeposit
           end-evaluate.

      * Interest runs from the first month-end after the deposit
      * is taken, so the month it was taken in counts as accrued.
       RecordDeposit.
           move ws-entry-clnt-id to ws-sdep-clnt-id.
           move "H" to ws-sdep-status.
           move ws-entry-amount to ws-sdep-amount.
           move ws-today to ws-sdep-taken-date.
           move ws-oper-id to ws-sdep-taken-by.
           move zeroes to ws-sdep-interest.
           move ws-today-yyyymm to ws-sdep-accrued-to.
           move zeroes to ws-sdep-last-interest.
           move zeroes to ws-sdep-closed-date.
           move spaces to ws-sdep-closed-by.
           move zeroes to ws-sdep-txn-id.

           if ws-sdep-msg equal "Deposit not found"
               move spaces to ws-sdep-msg
               call 'sdepio' using "A",
                                   ws-sdep-record,
                                   ws-sdep-nav,
                                   ws-sdep-msg
           else
               move spaces to ws-sdep-msg
               call 'sdepio' using "U",
                                   ws-sdep-record,
                                   ws-sdep-nav,
                                   ws-sdep-msg
           end-if.
           display ws-sdep-msg.

           move ws-sdep-amount to ws-amount-display.
           move "DEPOSIT" to ws-audit-op.
           move spaces to ws-audit-info.
           string "taken " delimited by size
                  ws-amount-display delimited by size
               into ws-audit-info.
           perform WriteAuditLine.

      * On default the deposit goes against what is owed - the
      * same application closacct makes at closure.
       ApplyDeposit.
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
               move spaces to ws-apply-msg
               call 'sdepapl' using ws-entry-clnt-id,
                                    ws-oper-id,
                                    ws-applied,
                                    ws-apply-msg
               display ws-apply-msg

               if ws-apply-msg equal "Deposit applied"
                   move ws-applied to ws-amount-display
                   display "Applied to the balance: "
                           ws-amount-display
                   move "DEPAPPLY" to ws-audit-op
                   move spaces to ws-audit-info
                   string "applied " delimited by size
                          ws-amount-display delimited by size
                       into ws-audit-info
                   perform WriteAuditLine
               end-if
           end-if.

      * A refund hands the deposit and its interest back to the
      * client outside the ledger - the month-end deposits run
      * journals the money out of the liability.
       RefundDeposit.
           display "Client id: " with no advancing.
           accept ws-entry-clnt-id.

           move spaces to ws-sdep-record.
           move ws-entry-clnt-id to ws-sdep-clnt-id.
           move spaces to ws-sdep-msg.
           call 'sdepio' using "Q",
                               ws-sdep-record,
                               ws-sdep-nav,
                               ws-sdep-msg.

           evaluate true
               when ws-sdep-msg equal "Deposit not found"
                   display "No deposit on file for this client"
               when not ws-sdep-held
                   display "Deposit is not held - status "
                           ws-sdep-status
               when other
                   perform CheckRequester
                   if requester-allowed
                       perform MarkRefunded
                   else
                       display "Deposit left held"
                   end-if
           end-evaluate.

      * A refund asked for by anyone but the client needs a third
      * party holding full authority on the account (tpachk).
       CheckRequester.
           move "Y" to ws-requester-ok.
           display "Asked for by (0 = the client, or authority id): "
               with no advancing.
           accept ws-entry-tpa-id.

           if ws-entry-tpa-id not equal zeroes
               call 'tpachk' using "V",
                                   ws-entry-clnt-id,
                                   ws-entry-tpa-id,
                                   ws-tpa-scope-needed,
                                   ws-requester-ok,
                                   ws-tpa-check-msg
               if not requester-allowed
                   display "Refused - " ws-tpa-check-msg
               end-if
           end-if.

       MarkRefunded.
           move "R" to ws-sdep-status.
           move ws-today to ws-sdep-closed-date.
           move ws-oper-id to ws-sdep-closed-by.
           move zeroes to ws-sdep-txn-id.
           move spaces to ws-sdep-msg.
           call 'sdepio' using "U",
                               ws-sdep-record,
                               ws-sdep-nav,
                               ws-sdep-msg.
           display ws-sdep-msg.

           compute ws-refund-total =
               ws-sdep-amount + ws-sdep-interest.
           move ws-refund-total to ws-amount-display.
           display "Refund due to the client: "
                   ws-amount-display.

           move spaces to ws-clnt-record.
           move ws-entry-clnt-id to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.
           move "DEPREFUND" to ws-audit-op.
           move spaces to ws-audit-info.
           string "refunded " delimited by size
                  ws-amount-display delimited by size
               into ws-audit-info.
           perform WriteAuditLine.

      * One line in clntio's WriteAudit format, so the audit
      * inquiry and the integrity check read deposits the same
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
