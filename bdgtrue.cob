       IDENTIFICATION DIVISION.
       PROGRAM-ID. bdgtrue IS INITIAL.
       AUTHOR. Andrew Notman.

      * Budget billing true-up - the nightly step that settles a
      * budget-billing client's year. A budget reaching its
      * anniversary, and one marked leaving (by the budget screen
      * or by an account closure), has its instalments billed set
      * against the charges the schedule would have made, kept on
      * the budget row by the billing run. The difference posts
      * through clnttxn as one TRUEUP-tagged fee - a charge when
      * the year cost more than was budgeted, a credit when less -
      * with its VAT element, and the client gets a true-up
      * statement setting out the figures (held back when they
      * are flagged gone away), logged on the correspondence
      * history. An anniversary budget starts its next year there
      * and then, its estimate worked out again (bdgtest) from
      * the schedule and the year just ended and shown on the
      * statement as the new instalment; a leaving one, or one
      * whose client is no longer an active residential account,
      * ends. A posting refused is reported and the budget left
      * for the next night - it does not fail the step.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select LetterFile assign to ws-letter-name
               organization is line sequential.

           select TrueupReport assign to ws-report-name
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD LetterFile.
       01 fd-letter-line pic X(80).

       FD TrueupReport.
       01 fd-report-line pic X(100).

       WORKING-STORAGE SECTION.
           copy "clnt.ws".
           copy "bdgt.ws".
           copy "corr.ws".

       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-bdgt-msg pic X(80).
       01 ws-bdgt-nav pic X(2).
           88 bdgt-next-allowed value "YY", "YN".
       01 ws-corr-msg pic X(80).
       01 ws-corr-nav pic X(2).

       01 ws-today pic 9(8) value zeroes.

      * the budget year being settled runs from the start date to
      * its anniversary, the same day a year on
       01 ws-anniversary.
           05 ws-anniv-year  pic 9(4).
           05 ws-anniv-month pic 9(2).
           05 ws-anniv-day   pic 9(2).
       01 ws-anniv-date redefines ws-anniversary pic 9(8).
       01 ws-year-end pic 9(8).

       01 ws-due pic X(1).
       01 ws-renewing pic X(1).
       01 ws-refused  pic X(1).

       01 ws-txn-type      pic X(1) value "F".
       01 ws-txn-ref       pic X(8) value "TRUEUP".
       01 ws-new-balance   pic S9(7)V9(2) comp-3.
       01 ws-posted-txn-id pic 9(7).
       01 ws-receipt-none  pic 9(7) value zeroes.
       01 ws-txn-msg       pic X(80).
       01 ws-operator-id   pic X(8) value "BATCH".

       01 ws-diff-gross pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-diff-tax   pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-last-gross pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-last-tax   pic S9(7)V9(2) comp-3 value zeroes.

      * the year just settled, kept for the statement once the
      * row has been moved on to the next year
       01 ws-old-start    pic 9(8).
       01 ws-old-months   pic 9(2).
       01 ws-old-billed   pic S9(7)V9(2) comp-3.
       01 ws-old-actual   pic S9(7)V9(2) comp-3.

       01 ws-gone-result pic X(1) value "N".
       01 ws-gone-oper   pic X(8) value spaces.
       01 ws-outcome     pic X(30).

       01 ws-full-name pic X(24).
       01 ws-payref pic X(11).
       01 ws-payref-result pic X(1).
       01 ws-payref-msg pic X(80).

       01 ws-amount-display pic ZZZZZZ9.99.
       01 ws-diff-display   pic +ZZZZZZ9.99.
       01 ws-total-display  pic +ZZZZZZZZ9.99.

       01 ws-trueup-count  pic 9(5) value zeroes.
       01 ws-renewed-count pic 9(5) value zeroes.
       01 ws-ended-count   pic 9(5) value zeroes.
       01 ws-refused-count pic 9(5) value zeroes.
       01 ws-letter-count  pic 9(5) value zeroes.
       01 ws-held-count    pic 9(5) value zeroes.
       01 ws-charged-total pic S9(9)V9(2) comp-3 value zeroes.
       01 ws-credited-total pic S9(9)V9(2) comp-3 value zeroes.

       01 ws-letter-name  pic X(30) value spaces.
       01 ws-report-name  pic X(30) value spaces.
       01 ws-catalog-base pic X(8).
       01 ws-catalog-prog pic X(8).
       01 ws-catalog-rows pic 9(7) value zeroes.

       PROCEDURE DIVISION.
       Main.
      *    inside the batch the stamped processing date rules
           call 'procdtio' using "R", ws-today.
           if ws-today equal zeroes
               accept ws-today from date yyyymmdd
           end-if.

           move "bdgtltr" to ws-catalog-base.
           move "bdgtrue" to ws-catalog-prog.
           call 'rptname' using "N", ws-catalog-base,
                                ws-letter-name, ws-catalog-prog,
                                ws-catalog-rows.

           move "bdgtrue" to ws-catalog-base.
           move "bdgtrue" to ws-catalog-prog.
           call 'rptname' using "N", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           open output LetterFile.
           open output TrueupReport.

           move spaces to fd-report-line.
           string "Budget Billing True-up - run " delimited by size
                  ws-today                        delimited by size
               into fd-report-line.
           write fd-report-line.
           move spaces to fd-report-line.
           write fd-report-line.
           move spaces to fd-report-line.
           string "Client  Surname    Year from  Billed     Actual     "
                  "Difference  Outcome" delimited by size
               into fd-report-line.
           write fd-report-line.

           move spaces to ws-bdgt-record.
           move zeroes to ws-bdgt-clnt-id.
           move "YY" to ws-bdgt-nav.
           move spaces to ws-bdgt-msg.
           call 'bdgtio' using "F",
                               ws-bdgt-record,
                               ws-bdgt-nav,
                               ws-bdgt-msg.

           perform until not bdgt-next-allowed
               perform CheckDue
               if ws-due = "Y"
                   perform TrueUpBudget
               end-if
               call 'bdgtio' using "N",
                                   ws-bdgt-record,
                                   ws-bdgt-nav,
                                   ws-bdgt-msg
           end-perform.

           perform WriteRunTotals.

           close LetterFile.
           close TrueupReport.

           move ws-letter-count to ws-catalog-rows.
           move "bdgtltr" to ws-catalog-base.
           call 'rptname' using "C", ws-catalog-base,
                                ws-letter-name, ws-catalog-prog,
                                ws-catalog-rows.

           compute ws-catalog-rows = ws-trueup-count + ws-refused-count.
           move "bdgtrue" to ws-catalog-base.
           call 'rptname' using "C", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           display "Budget true-up complete - " ws-trueup-count
                   " trued up (" ws-renewed-count " renewed, "
                   ws-ended-count " ended), " ws-refused-count
                   " refused".
           display ws-letter-count " statement(s) to "
                   ws-letter-name ", " ws-held-count
                   " held back (gone away)".

           goback.

      * A budget is due on or after its anniversary, or the night
      * it is marked leaving. An ended row is history only.
       CheckDue.
           move "N" to ws-due.
           move ws-bdgt-start-date to ws-anniv-date.
           add 1 to ws-anniv-year.
           if ws-anniv-month = 02 and ws-anniv-day = 29
               move 28 to ws-anniv-day
           end-if.

           evaluate true
               when ws-bdgt-leaving
                   move "Y" to ws-due
                   move ws-today to ws-year-end
               when ws-bdgt-active and ws-today >= ws-anniv-date
                   move "Y" to ws-due
                   move ws-anniv-date to ws-year-end
               when other
                   continue
           end-evaluate.

       TrueUpBudget.
           move spaces to ws-clnt-record.
           move ws-bdgt-clnt-id to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.

           compute ws-diff-gross =
               ws-bdgt-actual-gross - ws-bdgt-billed-gross.
           compute ws-diff-tax =
               ws-bdgt-actual-tax - ws-bdgt-billed-tax.

           if ws-diff-gross = zeroes and ws-diff-tax = zeroes
               move "Posting applied" to ws-txn-msg
           else
               move spaces to ws-txn-msg
               call 'clnttxn' using "X",
                                   ws-bdgt-clnt-id,
                                   ws-txn-type,
                                   ws-diff-gross,
                                   ws-new-balance,
                                   ws-txn-msg,
                                   ws-operator-id,
                                   ws-posted-txn-id,
                                   ws-txn-ref,
                                   ws-receipt-none,
                                   ws-diff-tax
           end-if.

           if ws-txn-msg not equal "Posting applied"
               move "Y" to ws-refused
               add 1 to ws-refused-count
               move spaces to ws-outcome
               string "REFUSED - " delimited by size
                      ws-txn-msg   delimited by size
                   into ws-outcome
               perform WriteReportLine
           else
               move "N" to ws-refused
               add 1 to ws-trueup-count
               if ws-diff-gross > zeroes
                   add ws-diff-gross to ws-charged-total
               else
                   add ws-diff-gross to ws-credited-total
               end-if
               perform MoveBudgetOn
               perform SendStatement
               perform WriteReportLine
           end-if.

      * The settled year is kept aside for the statement, then the
      * row either starts its next year or ends.
       MoveBudgetOn.
           move ws-bdgt-start-date to ws-old-start.
           move ws-bdgt-months-billed to ws-old-months.
           move ws-bdgt-billed-gross to ws-old-billed.
           move ws-bdgt-actual-gross to ws-old-actual.

           if ws-bdgt-active
               and ws-clnt-active
               and ws-clnt-residential
               move "Y" to ws-renewing
           else
               move "N" to ws-renewing
           end-if.

           if ws-renewing = "Y"
               move ws-bdgt-actual-gross to ws-last-gross
               move ws-bdgt-actual-tax to ws-last-tax
               call 'bdgtest' using "R",
                                    ws-bdgt-clnt-id,
                                    ws-clnt-category,
                                    ws-year-end,
                                    ws-last-gross,
                                    ws-last-tax,
                                    ws-bdgt-annual-est,
                                    ws-bdgt-annual-tax
               compute ws-bdgt-instalment rounded =
                   ws-bdgt-annual-est / 12
               compute ws-bdgt-instalment-tax rounded =
                   ws-bdgt-annual-tax / 12
               move ws-year-end to ws-bdgt-start-date
               add 1 to ws-renewed-count
               move "RENEWED" to ws-outcome
           else
               move "E" to ws-bdgt-status
               add 1 to ws-ended-count
               move "ENDED" to ws-outcome
           end-if.

           move zeroes to ws-bdgt-months-billed.
           move zeroes to ws-bdgt-billed-gross.
           move zeroes to ws-bdgt-billed-tax.
           move zeroes to ws-bdgt-actual-gross.
           move zeroes to ws-bdgt-actual-tax.
           move ws-today to ws-bdgt-trueup-date.
           move ws-diff-gross to ws-bdgt-trueup-amount.

           move spaces to ws-bdgt-msg.
           call 'bdgtio' using "U",
                               ws-bdgt-record,
                               ws-bdgt-nav,
                               ws-bdgt-msg.
           if ws-bdgt-msg not equal "Budget updated"
               display "Budget " ws-bdgt-clnt-id " not moved on - "
                       ws-bdgt-msg
           end-if.

       SendStatement.
           call 'gonechk' using "Q",
                                ws-clnt-id,
                                ws-gone-result,
                                ws-gone-oper.
           if ws-gone-result = "Y"
               add 1 to ws-held-count
               if ws-renewing = "Y"
                   move "RENEWED - statement held back" to ws-outcome
               else
                   move "ENDED - statement held back" to ws-outcome
               end-if
           else
               perform ProduceStatement
               add 1 to ws-letter-count
           end-if.

       ProduceStatement.
           move spaces to ws-full-name.
           string ws-clnt-first-name delimited by size
                  " "                delimited by size
                  ws-clnt-surname    delimited by size
               into ws-full-name.

           move spaces to fd-letter-line.
           move all "-" to fd-letter-line.
           write fd-letter-line.

           move spaces to fd-letter-line.
           string ws-full-name delimited by size
               into fd-letter-line.
           write fd-letter-line.

           move spaces to fd-letter-line.
           string ws-clnt-address delimited by size
               into fd-letter-line.
           write fd-letter-line.

           move spaces to fd-letter-line.
           write fd-letter-line.

           move spaces to fd-letter-line.
           string "BUDGET BILLING STATEMENT - account "
                                  delimited by size
                  ws-clnt-id      delimited by size
               into fd-letter-line.
           write fd-letter-line.

           move spaces to ws-payref-msg.
           call 'payref' using "B",
                               ws-clnt-id,
                               ws-payref,
                               ws-payref-result,
                               ws-payref-msg.
           move spaces to fd-letter-line.
           string "Payment reference " delimited by size
                  ws-payref             delimited by size
               into fd-letter-line.
           write fd-letter-line.

           move spaces to fd-letter-line.
           write fd-letter-line.

           move spaces to fd-letter-line.
           string "Your budget year from " delimited by size
                  ws-old-start             delimited by size
                  " to "                   delimited by size
                  ws-year-end              delimited by size
                  ":"                      delimited by size
               into fd-letter-line.
           write fd-letter-line.

           move spaces to fd-letter-line.
           write fd-letter-line.

           move ws-old-billed to ws-amount-display.
           move spaces to fd-letter-line.
           string "  Monthly instalments billed ("
                                     delimited by size
                  ws-old-months      delimited by size
                  ")        "        delimited by size
                  ws-amount-display  delimited by size
               into fd-letter-line.
           write fd-letter-line.

           move ws-old-actual to ws-amount-display.
           move spaces to fd-letter-line.
           string "  Your actual charges for the year  "
                                     delimited by size
                  ws-amount-display  delimited by size
               into fd-letter-line.
           write fd-letter-line.

           move spaces to fd-letter-line.
           evaluate true
               when ws-diff-gross > zeroes
                   move ws-diff-gross to ws-amount-display
                   string "  Charged to your account today    "
                                         delimited by size
                          ws-amount-display delimited by size
                       into fd-letter-line
               when ws-diff-gross < zeroes
                   compute ws-amount-display = ws-diff-gross * -1
                   string "  Credited to your account today   "
                                         delimited by size
                          ws-amount-display delimited by size
                       into fd-letter-line
               when other
                   string "  Your instalments covered your "
                          "charges exactly" delimited by size
                       into fd-letter-line
           end-evaluate.
           write fd-letter-line.

           move spaces to fd-letter-line.
           write fd-letter-line.

           move spaces to fd-letter-line.
           if ws-renewing = "Y"
               move ws-bdgt-instalment to ws-amount-display
               string "Your monthly instalment for the coming year "
                                         delimited by size
                      "is "              delimited by size
                      ws-amount-display  delimited by size
                      "."                delimited by size
                   into fd-letter-line
           else
               string "Your budget billing has now ended - your "
                      "fees will be billed" delimited by size
                   into fd-letter-line
               write fd-letter-line
               move "as they fall due." to fd-letter-line
           end-if.
           write fd-letter-line.

           move spaces to fd-letter-line.
           write fd-letter-line.

           move spaces to fd-letter-line.
           string "If you have any question about this statement,"
                  " please contact us." delimited by size
               into fd-letter-line.
           write fd-letter-line.

           move spaces to fd-letter-line.
           write fd-letter-line.

           perform LogCorrespondence.

      * The statement leaves a row on the correspondence history
      * like every other outbound document.
       LogCorrespondence.
           move spaces to ws-corr-record.
           move zeroes to ws-corr-id.
           move ws-clnt-id to ws-corr-clnt-id.
           move "TRUEUP" to ws-corr-doc-type.
           move ws-letter-name to ws-corr-reference.
           move spaces to ws-corr-msg.
           call 'corrio' using "A",
                               ws-corr-record,
                               ws-corr-nav,
                               ws-corr-msg.

       WriteReportLine.
           move ws-diff-gross to ws-diff-display.
           move spaces to fd-report-line.
           if ws-refused = "Y"
               string ws-bdgt-clnt-id delimited by size
                      " "             delimited by size
                      ws-clnt-surname delimited by size
                      " "             delimited by size
                      ws-bdgt-start-date delimited by size
                      " difference "  delimited by size
                      ws-diff-display delimited by size
                      " "             delimited by size
                      ws-outcome      delimited by size
                   into fd-report-line
           else
               move ws-old-billed to ws-amount-display
               move ws-old-actual to ws-total-display
               string ws-bdgt-clnt-id delimited by size
                      " "             delimited by size
                      ws-clnt-surname delimited by size
                      " "             delimited by size
                      ws-old-start    delimited by size
                      " "             delimited by size
                      ws-amount-display delimited by size
                      " "             delimited by size
                      ws-total-display delimited by size
                      " "             delimited by size
                      ws-diff-display delimited by size
                      " "             delimited by size
                      ws-outcome      delimited by size
                   into fd-report-line
           end-if.
           write fd-report-line.

       WriteRunTotals.
           move spaces to fd-report-line.
           write fd-report-line.

           move ws-charged-total to ws-total-display.
           move spaces to fd-report-line.
           string "Charged: "         delimited by size
                  ws-total-display    delimited by size
               into fd-report-line.
           write fd-report-line.

           move ws-credited-total to ws-total-display.
           move spaces to fd-report-line.
           string "Credited: "        delimited by size
                  ws-total-display    delimited by size
               into fd-report-line.
           write fd-report-line.

           move spaces to fd-report-line.
           string "Trued up: "        delimited by size
                  ws-trueup-count     delimited by size
                  "  renewed: "       delimited by size
                  ws-renewed-count    delimited by size
                  "  ended: "         delimited by size
                  ws-ended-count      delimited by size
                  "  refused: "       delimited by size
                  ws-refused-count    delimited by size
                  "  statements held back: " delimited by size
                  ws-held-count       delimited by size
               into fd-report-line.
           write fd-report-line.
