      * fee-schedule rows for their billing category, posting each
      * charge through clnttxn "F" the same as a hand-keyed fee.
      * Monthly rows charge every run; yearly rows charge on the
      * January run only. Each row is charged at the price in
      * force on the billing date (feeprc), so a scheduled price
      * change the clients were given notice of is picked up from
      * its effective date. The billing register (billrun.rpt)
      * shows per-category counts and totals so a rate change can
      * be checked to have taken effect.
      *
      * The run is safe to repeat: a client who already carries a
      * BILLING- or BUDGET-tagged fee dated this month is
      * skipped, so a window that stopped partway and was resumed
      * does not bill anyone twice. An account being closed is
      * skipped too - closacct posted its pro-rata final bill.
      * Held clients are left alone (their debits would only be
      * refused), and a per-client rejection is reported on the
      * register without failing the whole step.
      *
      * A residential client on budget billing (bdgt.dat) is
      * posted one BUDGET-tagged instalment instead - a twelfth of
      * their annual estimate, the twelfth instalment taking up
      * any rounding - and what the schedule would have charged
      * them is worked out the same way and kept on the budget row
      * for the anniversary true-up (bdgtrue). Once twelve have
      * been billed, a month that falls before the anniversary
      * bills nothing and goes to the true-up as actual charges.
      *
      * Charges agreed with a client individually (rchg.dat, kept
      * through rchgmnt) post alongside the schedule fees, each
      * under its own fee code with the contract reference
      * ("Cnnnnnnn", the charge number) on the posting - monthly,
      * quarterly or yearly counted from the month the contract
      * started, from its start month to its end month. They go
      * to budget clients too, on top of the instalment. Each row
      * remembers the month it was last charged, so a resumed run
      * never charges it twice; the register totals them apart
      * from the categories.
      *
      * A hand run (no processing date stamped, so not the batch)
      * may be a SIMULATION: the full selection and calculation
      * and the full register, watermarked, with nothing posted
               access mode is dynamic
               record key is fd-txn-id
               alternate record key is fd-txn-clnt-id with duplicates
               alternate record key is fd-txn-date with duplicates
               file status is txn-file-status.

           select RegisterFile assign to "billrun.rpt"
           copy "clnt.ws".
           copy "fee.ws".
           copy "parm.ws".
           copy "clos.ws".
           copy "bdgt.ws".
           copy "rchg.ws".

       01 txn-file-status pic X(2).
           88 txn-success value "00".
       01 ws-charged-count  pic 9(5) value zeroes.
       01 ws-rejected-count pic 9(5) value zeroes.
       01 ws-skipped-count  pic 9(5) value zeroes.
       01 ws-closing-count  pic 9(5) value zeroes.

       01 ws-clos-msg pic X(80).
       01 ws-clos-nav pic X(2).
       01 ws-closing  pic X(1) value "N".

       01 ws-bdgt-msg pic X(80).
       01 ws-bdgt-nav pic X(2).
       01 ws-on-budget      pic X(1) value "N".
       01 ws-budget-ref     pic X(8) value "BUDGET".
       01 ws-this-month     pic 9(6) value zeroes.
       01 ws-actual-gross   pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-actual-tax     pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-actual-display pic +ZZZZZZ9.99.
       01 ws-budget-count   pic 9(5) value zeroes.

       01 ws-rchg-msg pic X(80).
       01 ws-rchg-nav pic X(2).
           88 rchg-next-allowed value "YY", "YN".
       01 ws-contract-txn-ref.
           05 filler          pic X(1) value "C".
           05 ws-contract-id  pic 9(7).
       01 ws-this-month-count  pic 9(7).
       01 ws-start-month-count pic 9(7).
       01 ws-start-month       pic 9(6).
       01 ws-start-year        pic 9(4).
       01 ws-end-month         pic 9(6).
       01 ws-months-run        pic 9(7).
       01 ws-cycle-count       pic 9(7).
       01 ws-cycle-months      pic 9(2).
       01 ws-cycle-remainder   pic 9(2).
       01 ws-rchg-due          pic X(1) value "N".
       01 ws-contract-count    pic 9(5) value zeroes.
       01 ws-contract-total    pic S9(9)V9(2) comp-3 value zeroes.

      * billrun is a batch step, so its postings identify to
      * clntio as "BATCH" the same way enrol's and postbtch's do.
               move zeroes to ws-cat-total(cat-idx)
           end-perform.

           compute ws-this-month =
               ws-today-year * 100 + ws-today-month.
           compute ws-this-month-count =
               ws-today-year * 12 + ws-today-month.

           move ws-today to ws-month-start.
           move 01 to ws-month-start-day.
           call 'dates' using "J",
           perform until not next-allowed
               if ws-clnt-active and not ws-clnt-on-hold
                   perform CheckAlreadyBilled
                   perform CheckClosing
                   perform CheckBudget
                   evaluate true
                       when ws-billed-already = "Y"
                           add 1 to ws-skipped-count
                       when ws-closing = "Y"
                           add 1 to ws-closing-count
                       when ws-on-budget = "Y"
                           perform BillBudgetClient
                       when other
                           perform BillClient
                   end-evaluate
                   if ws-closing = "N"
                       perform BillRecurringCharges
                   end-if
               end-if
               call 'clntio' using "N",
               display "Billing run complete - " ws-charged-count
                       " charge(s) posted, " ws-rejected-count
                       " rejected, " ws-skipped-count
                       " already billed, " ws-closing-count
                       " closing, " ws-budget-count
                       " on budget, " ws-contract-count
                       " contract charge(s)"
           end-if.

           goback.

      * A client with a BILLING- or BUDGET-tagged fee already dated
      * this month has had this month's run - billing again would be the
      * double-posting a resumed window used to cause.
       CheckAlreadyBilled.
           move "N" to ws-billed-already.

           if txn-success and fd-txn-clnt-id = ws-clnt-id
               and fd-txn-is-fee
               and (fd-txn-ref = ws-txn-ref
                    or fd-txn-ref = ws-budget-ref)
               and fd-txn-date >= ws-month-start-julian
               move "Y" to ws-billed-already
           end-if.

      * A client whose account closacct is closing has had their
      * final bill already - the run leaves them alone.
       CheckClosing.
           move "N" to ws-closing.
           move spaces to ws-clos-record.
           move ws-clnt-id to ws-clos-clnt-id.
           move spaces to ws-clos-msg.
           call 'closio' using "Q",
                               ws-clos-record,
                               ws-clos-nav,
                               ws-clos-msg.
           if ws-clos-msg not equal "Closure not found"
               and ws-clos-pending
               move "Y" to ws-closing
           end-if.

      * Walks the fee schedule for the client's category and posts
      * each row that is due this run.
       BillClient.
           end-if.

       ChargeFee.
           perform PriceFee.

      *    a simulation does everything but the posting - the
      *    register shows exactly what the live run would do
               perform WriteRejectLine
           end-if.

       PriceFee.
           call 'feeprc' using ws-fee-category,
                               ws-fee-code,
                               ws-today,
                               ws-fee-amount.

           move zeroes to ws-charge-tax.
           if ws-fee-standard-rated
               compute ws-charge-tax rounded =
                   ws-fee-amount * ws-vat-rate / 100
           end-if.
           compute ws-charge-gross =
               ws-fee-amount + ws-charge-tax.

       PostChargeLive.
           call 'clnttxn' using "X",
                               ws-clnt-id,
                               ws-receipt-none,
                               ws-charge-tax.

      * Walks the client's own recurring charges and posts each one
      * due this month. The month it was posted is kept on the row
      * (not in a simulation) so a resumed run passes over it.
       BillRecurringCharges.
           move spaces to ws-rchg-record.
           move zeroes to ws-rchg-id.
           move ws-clnt-id to ws-rchg-clnt-id.
           move "YY" to ws-rchg-nav.
           move spaces to ws-rchg-msg.
           call 'rchgio' using "S",
                               ws-rchg-record,
                               ws-rchg-nav,
                               ws-rchg-msg.

           perform until not rchg-next-allowed
               perform CheckChargeDue
               if ws-rchg-due = "Y"
                   perform ChargeContract
               end-if
               call 'rchgio' using "T",
                                   ws-rchg-record,
                                   ws-rchg-nav,
                                   ws-rchg-msg
           end-perform.

      * Due from the start month to the end month inclusive, every
      * month, third month or twelfth month counted from the start
      * month, and not already charged this month.
       CheckChargeDue.
           move "N" to ws-rchg-due.
           compute ws-start-month = ws-rchg-start-date / 100.
           compute ws-end-month = ws-rchg-end-date / 100.
           compute ws-start-year = ws-start-month / 100.
           compute ws-start-month-count =
               ws-start-year * 12
               + ws-start-month - ws-start-year * 100.

           evaluate true
               when ws-rchg-last-billed = ws-this-month
                   continue
               when ws-start-month > ws-this-month
                   continue
               when ws-rchg-end-date not = zeroes
                   and ws-end-month < ws-this-month
                   continue
               when other
                   evaluate true
                       when ws-rchg-quarterly
                           move 3 to ws-cycle-months
                       when ws-rchg-yearly
                           move 12 to ws-cycle-months
                       when other
                           move 1 to ws-cycle-months
                   end-evaluate
                   compute ws-months-run =
                       ws-this-month-count - ws-start-month-count
                   divide ws-months-run by ws-cycle-months
                       giving ws-cycle-count
                       remainder ws-cycle-remainder
                   if ws-cycle-remainder = zeroes
                       move "Y" to ws-rchg-due
                   end-if
           end-evaluate.

       ChargeContract.
           move ws-rchg-fee-code to ws-fee-code.
           move ws-rchg-description to ws-fee-description.
           move ws-rchg-amount to ws-fee-amount.
           move ws-rchg-id to ws-contract-id.

           move zeroes to ws-charge-tax.
           if ws-rchg-standard-rated
               compute ws-charge-tax rounded =
                   ws-fee-amount * ws-vat-rate / 100
           end-if.
           compute ws-charge-gross =
               ws-fee-amount + ws-charge-tax.

           if sim-mode
               move "Posting applied" to ws-txn-msg
           else
               call 'clnttxn' using "X",
                                   ws-clnt-id,
                                   ws-txn-type,
                                   ws-charge-gross,
                                   ws-new-balance,
                                   ws-txn-msg,
                                   ws-operator-id,
                                   ws-posted-txn-id,
                                   ws-contract-txn-ref,
                                   ws-receipt-none,
                                   ws-charge-tax
           end-if.

           if ws-txn-msg equal "Posting applied"
               add 1 to ws-charged-count
               add 1 to ws-contract-count
               add ws-charge-gross to ws-contract-total
               add ws-charge-tax to ws-run-tax-total
               perform WriteChargeLine
               if not sim-mode
                   move ws-this-month to ws-rchg-last-billed
                   move spaces to ws-rchg-msg
                   call 'rchgio' using "U",
                                       ws-rchg-record,
                                       ws-rchg-nav,
                                       ws-rchg-msg
               end-if
           else
               add 1 to ws-rejected-count
               perform WriteRejectLine
           end-if.

      * Only an active budget replaces the cycle billing - a client
      * leaving it is trued up tonight and billed normally again.
       CheckBudget.
           move "N" to ws-on-budget.
           move spaces to ws-bdgt-record.
           move ws-clnt-id to ws-bdgt-clnt-id.
           move spaces to ws-bdgt-msg.
           call 'bdgtio' using "Q",
                               ws-bdgt-record,
                               ws-bdgt-nav,
                               ws-bdgt-msg.
           if ws-bdgt-msg not equal "Budget not found"
               and ws-bdgt-active
               move "Y" to ws-on-budget
           end-if.

      * The schedule's charges are priced exactly as BillClient
      * would charge them, but only added up; the instalment is
      * what posts.
       BillBudgetClient.
           if ws-bdgt-last-billed = ws-this-month
               add 1 to ws-skipped-count
           else
               add 1 to ws-budget-count
               move zeroes to ws-actual-gross
               move zeroes to ws-actual-tax
               perform PriceBudgetMonth

               if ws-bdgt-months-billed < 12
                   perform ChargeInstalment
               else
                   perform WriteYearDoneLine
                   if not sim-mode
                       perform UpdateBudget
                   end-if
               end-if
           end-if.

       PriceBudgetMonth.
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
                   or (ws-fee-yearly and ws-today-month = 01)
                   perform PriceFee
                   add ws-charge-gross to ws-actual-gross
                   add ws-charge-tax to ws-actual-tax
               end-if
               call 'feeio' using "N",
                                  ws-fee-record,
                                  ws-fee-nav,
                                  ws-fee-msg
           end-perform.

      * The twelfth instalment is whatever of the estimate the
      * first eleven have not billed, so the year bills the
      * estimate to the penny.
       ChargeInstalment.
           if ws-bdgt-months-billed = 11
               compute ws-charge-gross =
                   ws-bdgt-annual-est - ws-bdgt-billed-gross
               compute ws-charge-tax =
                   ws-bdgt-annual-tax - ws-bdgt-billed-tax
           else
               move ws-bdgt-instalment to ws-charge-gross
               move ws-bdgt-instalment-tax to ws-charge-tax
           end-if.
           compute ws-fee-amount = ws-charge-gross - ws-charge-tax.
           move "BDG" to ws-fee-code.
           move "Budget instalment" to ws-fee-description.

           if sim-mode
               move "Posting applied" to ws-txn-msg
           else
               call 'clnttxn' using "X",
                                   ws-clnt-id,
                                   ws-txn-type,
                                   ws-charge-gross,
                                   ws-new-balance,
                                   ws-txn-msg,
                                   ws-operator-id,
                                   ws-posted-txn-id,
                                   ws-budget-ref,
                                   ws-receipt-none,
                                   ws-charge-tax
           end-if.

           if ws-txn-msg equal "Posting applied"
               add 1 to ws-charged-count
               add ws-charge-tax to ws-run-tax-total
               perform AccumulateCategory
               perform WriteChargeLine
               perform WriteActualLine
               if not sim-mode
                   add 1 to ws-bdgt-months-billed
                   add ws-charge-gross to ws-bdgt-billed-gross
                   add ws-charge-tax to ws-bdgt-billed-tax
                   perform UpdateBudget
               end-if
           else
               add 1 to ws-rejected-count
               perform WriteRejectLine
           end-if.

       UpdateBudget.
           move ws-this-month to ws-bdgt-last-billed.
           add ws-actual-gross to ws-bdgt-actual-gross.
           add ws-actual-tax to ws-bdgt-actual-tax.
           move spaces to ws-bdgt-msg.
           call 'bdgtio' using "U",
                               ws-bdgt-record,
                               ws-bdgt-nav,
                               ws-bdgt-msg.

       WriteActualLine.
           move ws-actual-gross to ws-actual-display.
           move spaces to fd-register-line.
           string ws-clnt-id         delimited by size
                  " "                delimited by size
                  ws-clnt-category   delimited by size
                  "     schedule charges this month G"
                                     delimited by size
                  ws-actual-display  delimited by size
                  " to the true-up"  delimited by size
               into fd-register-line.
           write fd-register-line.

       WriteYearDoneLine.
           move ws-actual-gross to ws-actual-display.
           move spaces to fd-register-line.
           string ws-clnt-id         delimited by size
                  " "                delimited by size
                  ws-clnt-category   delimited by size
                  " BDG budget year billed - charges G"
                                     delimited by size
                  ws-actual-display  delimited by size
                  " to the true-up"  delimited by size
               into fd-register-line.
           write fd-register-line.

       AccumulateCategory.
           perform varying cat-idx from 1 by 1
               until cat-idx > 3
               write fd-register-line
           end-perform.

           move ws-contract-total to ws-total-display.
           move spaces to fd-register-line.
           string "Contract charges: "  delimited by size
                  ws-contract-count     delimited by size
                  " charge(s) for "     delimited by size
                  ws-total-display      delimited by size
               into fd-register-line.
           write fd-register-line.

           move spaces to fd-register-line.
           string "Charges posted: " delimited by size
                  ws-charged-count   delimited by size
