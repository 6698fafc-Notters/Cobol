       IDENTIFICATION DIVISION.
       PROGRAM-ID. closacct IS INITIAL.
       AUTHOR. Andrew Notman.

      * Account closure - an admin closes an account properly
      * instead of just setting the status. Given the date the
      * account closes, the final bill is posted: every monthly
      * fee-schedule row for the client's category charged pro
      * rata up to the closure day (with VAT the way billrun adds
      * it), unless this month's billing run has already charged
      * the client in full. Any live direct-debit mandate is
      * cancelled on mand.dat so the cancellation goes to the bank
      * on the next mandext, any payment plan is stopped, a
      * security deposit still held is applied to the balance
      * (with its interest, through sdepapl), a budget-billing
      * client is marked leaving so that night's true-up settles
      * their budget year, and a final
      * statement is produced (dated and catalogued through
      * rptname) and logged on the correspondence history - unless
      * the client is flagged gone away, when it is held back.
      *
      * The closure is recorded on clos.dat as pending settlement.
      * The client only goes to closed once the balance is zero:
      * straight away when the final bill leaves nothing owing
      * either way, otherwise on the night clscomp finds the debt
      * paid or the credit refunded - the refund run picks up a
      * closing account's credit whatever its size or age.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select TransactionFile assign to "txn.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-txn-id
               alternate record key is fd-txn-clnt-id with duplicates
               alternate record key is fd-txn-date with duplicates
               file status is txn-file-status.

           select AuditFile assign to "audit.dat"
               organization is line sequential.

           select StatementFile assign to ws-report-name
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD TransactionFile.
           copy "txn.fd".

       FD AuditFile.
       01 fd-audit-line pic X(146).

       FD StatementFile.
       01 fd-stmt-line pic X(80).

       WORKING-STORAGE SECTION.
           copy "oper.ws".
           copy "clnt.ws".
           copy "clos.ws".
           copy "fee.ws".
           copy "mand.ws".
           copy "plan.ws".
           copy "oitm.ws".
           copy "parm.ws".
           copy "corr.ws".
           copy "bdgt.ws".

       01 txn-file-status pic X(2).
           88 txn-success value "00".

       01 ws-oper-msg pic X(80).
       01 ws-deposit-msg     pic X(80).
       01 ws-deposit-applied pic S9(7)V9(2) comp-3.
       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-clos-msg pic X(80).
       01 ws-clos-nav pic X(2).
           88 clos-next-allowed value "YY", "YN".
       01 ws-fee-msg  pic X(80).
       01 ws-fee-nav  pic X(2).
           88 fee-next-allowed value "YY", "YN".
       01 ws-mand-msg pic X(80).
       01 ws-mand-nav pic X(2).
       01 ws-plan-msg pic X(80).
       01 ws-plan-nav pic X(2).
       01 ws-oitm-msg pic X(80).
       01 ws-oitm-nav pic X(2).
           88 oitm-next-allowed value "YY", "YN".
       01 ws-parm-msg pic X(80).
       01 ws-parm-nav pic X(2).
       01 ws-corr-msg pic X(80).
       01 ws-corr-nav pic X(2).
       01 ws-bdgt-msg pic X(80).
       01 ws-bdgt-nav pic X(2).
       01 ws-txn-msg  pic X(80).

       01 ws-entered-password pic X(8) value spaces.
       01 ws-signon-result    pic X(1) value "N".

       01 ws-action pic X(1) value spaces.
           88 action-list  value "L", "l".
           88 action-close value "C", "c".
           88 action-exit  value "E", "e".

       01 ws-entry-clnt-id pic 9(7) value zeroes.
       01 ws-confirm       pic X(1) value "N".
       01 ws-row-exists    pic X(1) value "N".

       01 ws-today.
           05 ws-today-ym  pic 9(6).
           05 ws-today-dd  pic 9(2).

       01 ws-close-date.
           05 ws-close-ym.
               10 ws-close-year  pic 9(4).
               10 ws-close-month pic 9(2).
           05 ws-close-day   pic 9(2).

      * first of the closure month and of the month after - the
      * julian difference is the number of days the month has
       01 ws-month-start.
           05 ws-month-start-ym  pic 9(6).
           05 ws-month-start-dd  pic 9(2).
       01 ws-next-month.
           05 ws-next-year  pic 9(4).
           05 ws-next-month-mm pic 9(2).
           05 ws-next-dd    pic 9(2).
       01 ws-month-start-julian pic 9(6).
       01 ws-next-month-julian  pic 9(6).
       01 ws-today-julian       pic 9(6).
       01 ws-days-in-month      pic 9(2).
       01 ws-billed-already     pic X(1).

       01 ws-vat-rate      pic 9(2)V9(2) value zeroes.
       01 ws-charge-net    pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-charge-tax    pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-charge-gross  pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-final-charges pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-rejected-count pic 9(3) value zeroes.

       01 ws-txn-type      pic X(1) value "F".
       01 ws-new-balance   pic S9(7)V9(2) comp-3.
       01 ws-posted-txn-id pic 9(7).
       01 ws-txn-ref       pic X(8) value "CLOSURE".
       01 ws-receipt-none  pic 9(7) value zeroes.

       01 ws-mandate-cancelled pic X(1) value "N".
       01 ws-gone-result    pic X(1) value "N".
       01 ws-plan-stopped   pic X(1) value "N".

      * final statement - opening balance at the start of the
      * closure month, the month's movements, the closing balance
       01 ws-opening-balance pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-pre-history     pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-opening-found   pic X(1) value "N".
       01 ws-any-txn-found   pic X(1) value "N".
       01 ws-first-in-group  pic X(1) value "Y".
       01 ws-opening-date    pic 9(6) value zeroes.
       01 ws-txn-count       pic 9(5) value zeroes.

       01 ws-txn-gregorian.
           05 ws-txn-year  pic 9(4).
           05 ws-txn-month pic 9(2).
           05 ws-txn-day   pic 9(2).

       01 ws-oitm-due       pic S9(7)V9(2) comp-3.
       01 ws-oitm-gregorian pic 9(8).
       01 ws-unpaid-count   pic 9(3) value zeroes.

       01 ws-amount-display  pic +ZZZZZZ9.99.
       01 ws-balance-display pic +ZZZZZZ9.99.
       01 ws-refund-display  pic ZZZZZZ9.99.

       01 ws-report-name  pic X(30) value spaces.
       01 ws-catalog-base pic X(8).
       01 ws-catalog-prog pic X(8).
       01 ws-catalog-rows pic 9(7) value zeroes.

       01 ws-audit-date pic 9(8).
       01 ws-audit-op   pic X(10).
       01 ws-audit-info pic X(20).

       01 ws-list-count pic 9(5) value zeroes.

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
           perform ReadVatRate.

           perform until action-exit
               display " "
               display "Closures: L=List C=Close account E=Exit: "
                   with no advancing
               accept ws-action

               evaluate true
                   when action-list  perform ListClosures
                   when action-close perform CloseAccount
                   when action-exit  continue
                   when other display "Unknown action"
               end-evaluate
           end-perform.

           goback.

       ListClosures.
           move zeroes to ws-list-count.
           move spaces to ws-clos-record.
           move "YY" to ws-clos-nav.
           move spaces to ws-clos-msg.
           call 'closio' using "F",
                               ws-clos-record,
                               ws-clos-nav,
                               ws-clos-msg.

           perform until not clos-next-allowed
               add 1 to ws-list-count
               move ws-clos-final-balance to ws-balance-display
               display ws-clos-clnt-id " closes " ws-clos-close-date
                       " status " ws-clos-status
                       " final balance " ws-balance-display
                       " completed " ws-clos-complete-date
               call 'closio' using "N",
                                   ws-clos-record,
                                   ws-clos-nav,
                                   ws-clos-msg
           end-perform.

           if ws-list-count = zeroes
               display "No closures on file"
           end-if.

       CloseAccount.
           display "Client id: " with no advancing.
           accept ws-entry-clnt-id.

           move spaces to ws-clnt-record.
           move ws-entry-clnt-id to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.

           move "N" to ws-row-exists.
           move spaces to ws-clos-record.
           move ws-entry-clnt-id to ws-clos-clnt-id.
           move spaces to ws-clos-msg.
           call 'closio' using "Q",
                               ws-clos-record,
                               ws-clos-nav,
                               ws-clos-msg.
           if ws-clos-msg not equal "Closure not found"
               move "Y" to ws-row-exists
           end-if.

           evaluate true
               when ws-clnt-msg equal "Client not found"
                   display "Client not found"
               when not ws-clnt-active
                   display "Client is not active - status "
                           ws-clnt-status
               when ws-row-exists = "Y" and ws-clos-pending
                   display "Closure already pending settlement since "
                           ws-clos-keyed-date
               when other
                   perform KeyClosureDate
           end-evaluate.

      *    the final bill is for the current month - a closure
      *    dated into an earlier month has been billed already
      *    and one dated ahead would bill days not yet used
       KeyClosureDate.
           display "Closure date YYYYMMDD: " with no advancing.
           accept ws-close-date.

           if ws-close-ym not equal ws-today-ym
               or ws-close-day = zeroes
               or ws-close-day > 31
               display "Closure date must fall in the current month"
           else
               move ws-clnt-balance to ws-balance-display
               display "Balance now " ws-balance-display
                       " - close " ws-clnt-id " " ws-clnt-surname
                       "? (Y/N): " with no advancing
               accept ws-confirm
               if ws-confirm = "Y" or ws-confirm = "y"
                   perform CarryOutClosure
               else
                   display "Closure abandoned"
               end-if
           end-if.

       CarryOutClosure.
           move zeroes to ws-final-charges.
           move zeroes to ws-rejected-count.
           move "N" to ws-mandate-cancelled.
           move "N" to ws-plan-stopped.

           perform WorkOutMonth.

           open input TransactionFile.
           perform CheckAlreadyBilled.
           close TransactionFile.

           if ws-billed-already = "Y"
               display "Already billed in full this month - "
                       "no pro-rata charges"
           else
               perform PostFinalCharges
           end-if.

           perform CancelMandate.
           perform StopPlan.
           perform EndBudget.

      *    a security deposit held goes against the final balance
           move spaces to ws-deposit-msg.
           call 'sdepapl' using ws-entry-clnt-id,
                                ws-oper-id,
                                ws-deposit-applied,
                                ws-deposit-msg.
           if ws-deposit-msg equal "Deposit applied"
               move ws-deposit-applied to ws-amount-display
               display "Security deposit of " ws-amount-display
                       " applied to the balance"
           else
               if ws-deposit-msg not equal "No deposit held"
                   display "Security deposit not applied - "
                           ws-deposit-msg
               end-if
           end-if.

      *    the balance the statement shows is the one left after
      *    the final bill went on
           move spaces to ws-clnt-record.
           move ws-entry-clnt-id to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.

           call 'gonechk' using "Q",
                                ws-clnt-id,
                                ws-gone-result,
                                ws-oper-id.
           if ws-gone-result = "Y"
               display "Final statement held back - client is "
                       "flagged gone away"
           else
               perform ProduceFinalStatement
           end-if.
           perform RecordClosure.

           move "CLOSURE" to ws-audit-op.
           move ws-final-charges to ws-amount-display.
           move spaces to ws-audit-info.
           string ws-close-date     delimited by size
                  " "               delimited by size
                  ws-amount-display delimited by size
               into ws-audit-info.
           perform WriteAuditLine.

           evaluate true
               when ws-clnt-balance = zeroes
                   perform CompleteClosure
               when ws-clnt-balance < zeroes
                   compute ws-refund-display = ws-clnt-balance * -1
                   display "Credit of " ws-refund-display
                           " goes to the next refund run - closure "
                           "completes once it is refunded"
               when other
                   move ws-clnt-balance to ws-balance-display
                   display "Balance " ws-balance-display
                           " outstanding - closure completes once "
                           "it is settled"
           end-evaluate.

           if ws-rejected-count not equal zeroes
               display ws-rejected-count
                       " final charge(s) refused - see above"
           end-if.

       WorkOutMonth.
           call 'dates' using "J", ws-today-julian, ws-today.

           move ws-close-ym to ws-month-start-ym.
           move 01 to ws-month-start-dd.
           call 'dates' using "J",
                              ws-month-start-julian,
                              ws-month-start.

           move ws-close-year to ws-next-year.
           move ws-close-month to ws-next-month-mm.
           if ws-next-month-mm = 12
               add 1 to ws-next-year
               move 01 to ws-next-month-mm
           else
               add 1 to ws-next-month-mm
           end-if.
           move 01 to ws-next-dd.
           call 'dates' using "J",
                              ws-next-month-julian,
                              ws-next-month.

           compute ws-days-in-month =
               ws-next-month-julian - ws-month-start-julian.

           if ws-close-day > ws-days-in-month
               move ws-days-in-month to ws-close-day
           end-if.

      * Same test billrun makes before billing a client - a
      * BILLING- or BUDGET-tagged fee dated this month means the
      * month has been charged in full already.
       CheckAlreadyBilled.
           move "N" to ws-billed-already.

           move ws-clnt-id to fd-txn-clnt-id.
           start TransactionFile key is equal to fd-txn-clnt-id
               invalid key
                   move "99" to txn-file-status
           end-start.

           if txn-success
               perform ScanForThisMonth
                   until fd-txn-clnt-id not equal ws-clnt-id
                      or not txn-success
                      or ws-billed-already = "Y"
           end-if.

       ScanForThisMonth.
           read TransactionFile next record
               at end
                   move "99" to txn-file-status
           end-read.

           if txn-success and fd-txn-clnt-id = ws-clnt-id
               and fd-txn-is-fee
               and (fd-txn-ref = "BILLING"
                    or fd-txn-ref = "BUDGET")
               and fd-txn-date >= ws-month-start-julian
               move "Y" to ws-billed-already
           end-if.

      * Only the monthly rows are apportioned - a yearly row is
      * charged whole on the January run and is not refunded or
      * re-charged for part of a year.
       PostFinalCharges.
           move spaces to ws-fee-record.
           move ws-clnt-category to ws-fee-category.
           move low-values to ws-fee-code.
           move "YY" to ws-fee-nav.

           move spaces to ws-fee-msg.
           call 'feeio' using "N",
                              ws-fee-record,
                              ws-fee-nav,
                              ws-fee-msg.

           perform until not fee-next-allowed
               or ws-fee-category not equal ws-clnt-category
               if ws-fee-monthly
                   perform ChargeProRata
               end-if
               call 'feeio' using "N",
                                  ws-fee-record,
                                  ws-fee-nav,
                                  ws-fee-msg
           end-perform.

       ChargeProRata.
           call 'feeprc' using ws-fee-category,
                               ws-fee-code,
                               ws-close-date,
                               ws-fee-amount.

           compute ws-charge-net rounded =
               ws-fee-amount * ws-close-day / ws-days-in-month.

           move zeroes to ws-charge-tax.
           if ws-fee-standard-rated
               compute ws-charge-tax rounded =
                   ws-charge-net * ws-vat-rate / 100
           end-if.
           compute ws-charge-gross = ws-charge-net + ws-charge-tax.

           if ws-charge-gross > zeroes
               move spaces to ws-txn-msg
               call 'clnttxn' using "X",
                                   ws-clnt-id,
                                   ws-txn-type,
                                   ws-charge-gross,
                                   ws-new-balance,
                                   ws-txn-msg,
                                   ws-oper-id,
                                   ws-posted-txn-id,
                                   ws-txn-ref,
                                   ws-receipt-none,
                                   ws-charge-tax
               move ws-charge-gross to ws-amount-display
               if ws-txn-msg equal "Posting applied"
                   add ws-charge-gross to ws-final-charges
                   display ws-fee-code " " ws-fee-description
                           " " ws-close-day "/" ws-days-in-month
                           " days " ws-amount-display
               else
                   add 1 to ws-rejected-count
                   display ws-fee-code " NOT CHARGED - " ws-txn-msg
               end-if
           end-if.

       ReadVatRate.
           move spaces to ws-parm-record.
           move "VAT-RATE" to ws-parm-name.
           move spaces to ws-parm-msg.
           call 'parmio' using "Q",
                               ws-parm-record,
                               ws-parm-nav,
                               ws-parm-msg.

           if ws-parm-msg equal "Parameter not found"
               move 20.00 to ws-vat-rate
           else
               move ws-parm-value to ws-vat-rate
           end-if.

      * A pending or confirmed mandate is cancelled the way ddmnt
      * cancels one - status "X" with sent back to "N", so the
      * next mandext cuts the cancellation for the bank - and the
      * bank details come off the client.
       CancelMandate.
           move spaces to ws-mand-record.
           move ws-clnt-id to ws-mand-clnt-id.
           move spaces to ws-mand-msg.
           call 'mandio' using "Q",
                               ws-mand-record,
                               ws-mand-nav,
                               ws-mand-msg.

           if ws-mand-msg not equal "Mandate status not found"
               and (ws-mand-pending or ws-mand-confirmed)
               move "X" to ws-mand-status
               move "N" to ws-mand-sent
               move ws-today to ws-mand-request-date
               move zeroes to ws-mand-response-date
               move spaces to ws-mand-msg
               call 'mandio' using "U",
                                   ws-mand-record,
                                   ws-mand-nav,
                                   ws-mand-msg
               move "Y" to ws-mandate-cancelled
               display "Mandate cancellation queued for the bank"
           end-if.

           if ws-clnt-on-dd
               move spaces to ws-clnt-record
               move ws-entry-clnt-id to ws-clnt-id
               move spaces to ws-clnt-msg
               call 'clntio' using "Q",
                                   ws-clnt-record,
                                   ws-clnt-nav,
                                   ws-clnt-msg
               move "N" to ws-clnt-dd-flag
               move spaces to ws-clnt-bank-sort
               move spaces to ws-clnt-bank-acct
               move spaces to ws-clnt-msg
               call 'clntio' using "U",
                                   ws-clnt-record,
                                   ws-clnt-nav,
                                   ws-clnt-msg,
                                   ws-oper-id
               display ws-clnt-msg
           end-if.

       StopPlan.
           move spaces to ws-plan-record.
           move ws-clnt-id to ws-plan-clnt-id.
           move spaces to ws-plan-msg.
           call 'planio' using "Q",
                               ws-plan-record,
                               ws-plan-nav,
                               ws-plan-msg.

           if ws-plan-msg not equal "Plan not found"
               and (ws-plan-current or ws-plan-behind)
               move "X" to ws-plan-status
               move spaces to ws-plan-msg
               call 'planio' using "U",
                                   ws-plan-record,
                                   ws-plan-nav,
                                   ws-plan-msg
               move "Y" to ws-plan-stopped
               display "Payment plan stopped - " ws-plan-msg
           end-if.

      * The budget is not ended here - the true-up that night
      * posts the difference between the instalments and the
      * real charges and ends it, with its own statement.
       EndBudget.
           move spaces to ws-bdgt-record.
           move ws-clnt-id to ws-bdgt-clnt-id.
           move spaces to ws-bdgt-msg.
           call 'bdgtio' using "Q",
                               ws-bdgt-record,
                               ws-bdgt-nav,
                               ws-bdgt-msg.

           if ws-bdgt-msg not equal "Budget not found"
               and ws-bdgt-active
               move "L" to ws-bdgt-status
               move spaces to ws-bdgt-msg
               call 'bdgtio' using "U",
                                   ws-bdgt-record,
                                   ws-bdgt-nav,
                                   ws-bdgt-msg
               display "Budget billing ends - true-up tonight - "
                       ws-bdgt-msg
           end-if.

      * The final statement is laid out the way stmtrun lays out a
      * month-end page, for the closure month up to today, and
      * says what happens to whatever balance is left.
       ProduceFinalStatement.
           move "finstmt" to ws-catalog-base.
           move "closacct" to ws-catalog-prog.
           call 'rptname' using "N", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           open input TransactionFile.
           open output StatementFile.

           move spaces to fd-stmt-line.
           string "Final Statement - " delimited by size
                  ws-clnt-id           delimited by size
                  " "                  delimited by size
                  ws-clnt-first-name   delimited by size
                  " "                  delimited by size
                  ws-clnt-surname      delimited by size
                  "  branch "          delimited by size
                  ws-clnt-branch       delimited by size
               into fd-stmt-line.
           write fd-stmt-line.

           move spaces to fd-stmt-line.
           string ws-clnt-address   delimited by size
                  "  account closes " delimited by size
                  ws-close-date     delimited by size
               into fd-stmt-line.
           write fd-stmt-line.

           move spaces to fd-stmt-line.
           write fd-stmt-line.

           move zeroes to ws-opening-balance.
           move zeroes to ws-pre-history.
           move zeroes to ws-opening-date.
           move zeroes to ws-txn-count.
           move "N" to ws-opening-found.
           move "N" to ws-any-txn-found.
           move "Y" to ws-first-in-group.

           move ws-clnt-id to fd-txn-clnt-id.
           start TransactionFile key is equal to fd-txn-clnt-id
               invalid key
                   move "99" to txn-file-status
           end-start.

           if txn-success
               perform ScanForOpeningBalance
                   until fd-txn-clnt-id not equal ws-clnt-id
                      or not txn-success
           end-if.

           evaluate true
               when ws-opening-found = "Y"
                   continue
               when ws-any-txn-found = "Y"
                   move ws-pre-history to ws-opening-balance
               when other
                   move ws-clnt-balance to ws-opening-balance
           end-evaluate.

           move ws-opening-balance to ws-balance-display.
           move spaces to fd-stmt-line.
           string "Opening balance : " delimited by size
                  ws-balance-display   delimited by size
               into fd-stmt-line.
           write fd-stmt-line.

           move ws-clnt-id to fd-txn-clnt-id.
           start TransactionFile key is equal to fd-txn-clnt-id
               invalid key
                   move "99" to txn-file-status
           end-start.

           if txn-success
               perform PrintMonthDetail
                   until fd-txn-clnt-id not equal ws-clnt-id
                      or not txn-success
           end-if.

           if ws-txn-count equal zeroes
               move spaces to fd-stmt-line
               string "  No movements this month" delimited by size
                   into fd-stmt-line
               write fd-stmt-line
           end-if.

           move ws-clnt-balance to ws-balance-display.
           move spaces to fd-stmt-line.
           string "Final balance   : " delimited by size
                  ws-balance-display   delimited by size
               into fd-stmt-line.
           write fd-stmt-line.

           perform ShowUnpaidCharges.

           move spaces to fd-stmt-line.
           write fd-stmt-line.

           move spaces to fd-stmt-line.
           evaluate true
               when ws-clnt-balance = zeroes
                   string "Nothing is owed either way - your "
                          "account is now closed." delimited by size
                       into fd-stmt-line
               when ws-clnt-balance < zeroes
                   compute ws-refund-display = ws-clnt-balance * -1
                   string "We owe you "    delimited by size
                          ws-refund-display delimited by size
                          " - a refund cheque will follow."
                              delimited by size
                       into fd-stmt-line
               when other
                   string "Please pay the final balance - your "
                          "account closes once it is settled."
                              delimited by size
                       into fd-stmt-line
           end-evaluate.
           write fd-stmt-line.

           close StatementFile.
           close TransactionFile.

           move 1 to ws-catalog-rows.
           call 'rptname' using "C", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           move spaces to ws-corr-record.
           move zeroes to ws-corr-id.
           move ws-clnt-id to ws-corr-clnt-id.
           move "FINSTMT" to ws-corr-doc-type.
           move ws-report-name to ws-corr-reference.
           move spaces to ws-corr-msg.
           call 'corrio' using "A",
                               ws-corr-record,
                               ws-corr-nav,
                               ws-corr-msg.

           display "Final statement written to " ws-report-name.

      * Opening balance is the running balance left by the latest
      * row dated before the month started - stmtrun's rule.
       ScanForOpeningBalance.
           read TransactionFile next record
               at end
                   move "99" to txn-file-status
           end-read.

           if txn-success and fd-txn-clnt-id = ws-clnt-id
               if ws-first-in-group = "Y"
                   move "N" to ws-first-in-group
                   compute ws-pre-history =
                       fd-txn-balance-after - fd-txn-amount
               end-if
               move "Y" to ws-any-txn-found
               if fd-txn-date < ws-month-start-julian
                   if fd-txn-date > ws-opening-date
                       or (fd-txn-date = ws-opening-date
                           and not fd-txn-is-carryfwd)
                       move fd-txn-date to ws-opening-date
                       move fd-txn-balance-after
                           to ws-opening-balance
                       move "Y" to ws-opening-found
                   end-if
               end-if
           end-if.

       PrintMonthDetail.
           read TransactionFile next record
               at end
                   move "99" to txn-file-status
           end-read.

           if txn-success and fd-txn-clnt-id = ws-clnt-id
               and fd-txn-date >= ws-month-start-julian
               and fd-txn-date <= ws-today-julian
               add 1 to ws-txn-count
               call 'dates' using "G", fd-txn-date, ws-txn-gregorian
               move fd-txn-amount        to ws-amount-display
               move fd-txn-balance-after to ws-balance-display
               move spaces to fd-stmt-line
               string "  "               delimited by size
                      ws-txn-day         delimited by size
                      "/"                delimited by size
                      ws-txn-month       delimited by size
                      "/"                delimited by size
                      ws-txn-year        delimited by size
                      "  "               delimited by size
                      fd-txn-type        delimited by size
                      "  "               delimited by size
                      ws-amount-display  delimited by size
                      "  "               delimited by size
                      ws-balance-display delimited by size
                      "  "               delimited by size
                      fd-txn-ref         delimited by size
                   into fd-stmt-line
               write fd-stmt-line
           end-if.

       ShowUnpaidCharges.
           move zeroes to ws-unpaid-count.

           move spaces to ws-oitm-record.
           move ws-clnt-id to ws-oitm-clnt-id.
           move "YY" to ws-oitm-nav.
           move spaces to ws-oitm-msg.
           call 'oitmio' using "S",
                               ws-oitm-record,
                               ws-oitm-nav,
                               ws-oitm-msg.

           perform until not oitm-next-allowed
               if ws-oitm-open
                   add 1 to ws-unpaid-count
                   if ws-unpaid-count = 1
                       move spaces to fd-stmt-line
                       move "Unpaid charges:" to fd-stmt-line
                       write fd-stmt-line
                   end-if
                   compute ws-oitm-due =
                       ws-oitm-amount - ws-oitm-paid
                   move ws-oitm-due to ws-amount-display
                   call 'dates' using "G", ws-oitm-date,
                                      ws-oitm-gregorian
                   move spaces to fd-stmt-line
                   string "  "              delimited by size
                          ws-oitm-gregorian delimited by size
                          " "               delimited by size
                          ws-oitm-type      delimited by size
                          " outstanding "   delimited by size
                          ws-amount-display delimited by size
                       into fd-stmt-line
                   write fd-stmt-line
               end-if
               call 'oitmio' using "T",
                                   ws-oitm-record,
                                   ws-oitm-nav,
                                   ws-oitm-msg
           end-perform.

      * A closure row is raised pending; a client closed once
      * before and since restored keeps the one row, rewritten.
       RecordClosure.
           move ws-entry-clnt-id to ws-clos-clnt-id.
           move "P" to ws-clos-status.
           move ws-close-date to ws-clos-close-date.
           move ws-today to ws-clos-keyed-date.
           move ws-oper-id to ws-clos-keyed-by.
           move ws-final-charges to ws-clos-final-charges.
           move ws-clnt-balance to ws-clos-final-balance.
           move ws-mandate-cancelled to ws-clos-mand-cancelled.
           move ws-plan-stopped to ws-clos-plan-stopped.
           move zeroes to ws-clos-complete-date.

           move spaces to ws-clos-msg.
           if ws-row-exists = "Y"
               call 'closio' using "U",
                                   ws-clos-record,
                                   ws-clos-nav,
                                   ws-clos-msg
           else
               call 'closio' using "A",
                                   ws-clos-record,
                                   ws-clos-nav,
                                   ws-clos-msg
           end-if.
           display ws-clos-msg.

      * Nothing left either way - the client closes now through
      * clntio's own close, and the row is marked complete.
       CompleteClosure.
           move spaces to ws-clnt-msg.
           call 'clntio' using "D",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg,
                               ws-oper-id.
           display ws-clnt-msg.

           if ws-clnt-msg equal "Client record closed"
               move "C" to ws-clos-status
               move ws-today to ws-clos-complete-date
               move spaces to ws-clos-msg
               call 'closio' using "U",
                                   ws-clos-record,
                                   ws-clos-nav,
                                   ws-clos-msg
           end-if.

      * One line in clntio's WriteAudit format, so the audit
      * inquiry and the integrity check read closures the same
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
