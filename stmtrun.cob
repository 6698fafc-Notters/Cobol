      * the stamped processing date (the first of that month up to
      * the processing date) instead of prompting - the batch has
      * no terminal to ask. clntstmt remains the single-client
      * enquiry version of this. A client flagged gone away on the
      * returned-mail file gets no statement - the control page
      * counts the statements held back. Every statement carries
      * the client's payment reference (payref) for the bank
      * import to match receipts on, the amount due and the date
      * it is due by (STMT-DUE days after the cycle end, 14 when
      * not keyed). A client whose category earns a prompt-payment
      * discount (DISC-PCT-R, -C or -N, the percentage - 2.00 for
      * commercial and none for the others when not keyed) is
      * told the discount they get for paying in full by then;
      * the statement's due row (due.dat) is what the nightly
      * discount step settles the offer against. A training run
      * leaves the due rows alone. Every statement (a household's
      * as one item, to the member it is addressed to) is also
      * queued for the print-and-mail house (mailitm), which the
      * nightly mail extract sends on.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               access mode is dynamic
               record key is fd-txn-id
               alternate record key is fd-txn-clnt-id with duplicates
               alternate record key is fd-txn-date with duplicates
               file status is txn-file-status.

           select StatementFile assign to "stmtrun.rpt"
           copy "grp.ws".
           copy "oitm.ws".
           copy "corr.ws".
           copy "parm.ws".
           copy "due.ws".

       01 txn-file-status pic X(2).
           88 txn-success value "00".
       01 ws-amount-display  pic +ZZZZZZ9.99.
       01 ws-balance-display pic +ZZZZZZ9.99.
       01 ws-total-display   pic +ZZZZZZZZ9.99.
       01 ws-payref          pic X(11).
       01 ws-payref-result   pic X(1).
       01 ws-payref-msg      pic X(80).

       01 ws-link-note pic X(17) value spaces.

       01 ws-group-closing pic S9(9)V9(2) comp-3.

       01 ws-client-count    pic 9(5) value zeroes.
       01 ws-held-count      pic 9(5) value zeroes.
       01 ws-gone-result     pic X(1) value "N".
       01 ws-gone-oper       pic X(8) value spaces.
       01 ws-total-closing   pic S9(9)V9(2) comp-3 value zeroes.

       01 ws-training-flag pic X(1) value "N".
       01 ws-corr-msg pic X(80).
       01 ws-corr-nav pic X(2).

       01 ws-mail-doc-type pic X(8) value "STMT".
       01 ws-mail-source   pic X(30) value "stmtrun.rpt".

       01 ws-oitm-msg pic X(80).
       01 ws-oitm-nav pic X(2).
           88 oitm-next-allowed value "YY", "YN".
       01 ws-oitm-gregorian pic 9(8).
       01 ws-unpaid-count pic 9(3) value zeroes.

      * Payment terms - the due date every statement in the run
      * carries, and the prompt-payment discount each category
      * earns (zero for a category that earns none).
       01 ws-parm-msg pic X(80).
       01 ws-parm-nav pic X(2).
       01 ws-due-msg  pic X(80).
       01 ws-due-nav  pic X(2).
       01 ws-due-days      pic 9(3) value zeroes.
       01 ws-due-julian    pic 9(6) value zeroes.
       01 ws-due-gregorian pic 9(8) value zeroes.
       01 ws-disc-pct-r    pic 9(2)V9(2) value zeroes.
       01 ws-disc-pct-c    pic 9(2)V9(2) value zeroes.
       01 ws-disc-pct-n    pic 9(2)V9(2) value zeroes.
       01 ws-disc-pct      pic 9(2)V9(2) value zeroes.
       01 ws-amount-due    pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-disc-amount   pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-due-display   pic ZZZZZZ9.99.
       01 ws-disc-display  pic ZZZZZZ9.99.

       PROCEDURE DIVISION.
       Main.
           call 'procdtio' using "R", ws-proc-date.
               goback
           end-if.

           perform ReadPaymentTerms.

           call 'sckptio' using "R", ws-sckpt-record.

           open input TransactionFile.
               move spaces to fd-stmt-line
               move "*** TRAINING RUN - do not mail ***"
                   to fd-stmt-line
               perform WriteStatementLine
           end-if.

           call 'clntio' using "O",
               if ws-clnt-active
                   and ws-clnt-id > ws-sckpt-last-clnt
                   if ws-clnt-group-id equal zeroes
                       perform ConsiderSingleStatement
                   else
                       perform ConsiderGroupStatement
                   end-if
           close StatementFile.

           display "Statement run complete - " ws-client-count
                   " statement(s) written to stmtrun.rpt, "
                   ws-held-count " held back (gone away)".

           if ws-client-count equal zeroes
               move 1 to return-code
           string "Opening balance : " delimited by size
                  ws-balance-display   delimited by size
               into fd-stmt-line.
           perform WriteStatementLine.

      *    Second pass prints the in-period detail and leaves the
      *    closing balance behind.
               move spaces to fd-stmt-line
               string "  No movements this cycle" delimited by size
                   into fd-stmt-line
               perform WriteStatementLine
           end-if.

           move ws-closing-balance to ws-balance-display.
           string "Closing balance : " delimited by size
                  ws-balance-display   delimited by size
               into fd-stmt-line.
           perform WriteStatementLine.

           if ws-uncleared-total not equal zeroes
               compute ws-uncleared-display =
                      " (cheques awaiting clearance)"
                          delimited by size
                   into fd-stmt-line
               perform WriteStatementLine
           end-if.

           perform ShowAmountDue.

           add ws-closing-balance to ws-total-closing.

           perform ShowVatSummary.
           perform ShowUnpaidCharges.
           perform LogCorrespondence.

      * A balance owed is due in full by the due date; a credit
      * or a clear balance has nothing due. The discount offered
      * is worked on the amount due at the category's rate.
       ShowAmountDue.
           if ws-closing-balance > zeroes
               move ws-closing-balance to ws-amount-due
           else
               move zeroes to ws-amount-due
           end-if.

           evaluate true
               when ws-clnt-residential
                   move ws-disc-pct-r to ws-disc-pct
               when ws-clnt-commercial
                   move ws-disc-pct-c to ws-disc-pct
               when ws-clnt-concession
                   move ws-disc-pct-n to ws-disc-pct
               when other
                   move zeroes to ws-disc-pct
           end-evaluate.

           move zeroes to ws-disc-amount.
           if ws-amount-due > zeroes
               compute ws-disc-amount rounded =
                   ws-amount-due * ws-disc-pct / 100
           end-if.

           move ws-amount-due to ws-due-display.
           move spaces to fd-stmt-line.
           if ws-amount-due > zeroes
               string "Amount due      : " delimited by size
                      ws-due-display       delimited by size
                      "  by "              delimited by size
                      ws-due-gregorian     delimited by size
                   into fd-stmt-line
           else
               move "Amount due      : nothing to pay"
                   to fd-stmt-line
           end-if.
           perform WriteStatementLine.

           if ws-disc-amount > zeroes
               move ws-disc-amount to ws-disc-display
               move spaces to fd-stmt-line
               string "Pay "             delimited by size
                      ws-due-display     delimited by size
                      " in full by "     delimited by size
                      ws-due-gregorian   delimited by size
                      " and "            delimited by size
                      ws-disc-display    delimited by size
                      " prompt-payment"  delimited by size
                   into fd-stmt-line
               perform WriteStatementLine
               move spaces to fd-stmt-line
               move "discount is credited to your account."
                   to fd-stmt-line
               perform WriteStatementLine
           end-if.

           if ws-training-flag not = "Y"
               perform RecordAmountDue
           end-if.

      * The due row follows the latest statement - a hand run
      * reprinting an earlier cycle never steps it back.
       RecordAmountDue.
           move spaces to ws-due-record.
           move ws-clnt-id to ws-due-clnt-id.
           move spaces to ws-due-msg.
           call 'dueio' using "Q",
                              ws-due-record,
                              ws-due-nav,
                              ws-due-msg.

           if ws-due-msg equal "Due row not found"
               or ws-due-stmt-date <= ws-cycle-end-gregorian
               move ws-clnt-id to ws-due-clnt-id
               move ws-cycle-end-gregorian to ws-due-stmt-date
               move ws-due-gregorian to ws-due-date
               move ws-amount-due to ws-due-amount
               move ws-disc-pct to ws-due-disc-pct
               move ws-disc-amount to ws-due-disc-amount
               if ws-disc-amount > zeroes
                   move "O" to ws-due-status
               else
                   move "N" to ws-due-status
               end-if
               move zeroes to ws-due-settled-date
               move zeroes to ws-due-paid
               move zeroes to ws-due-txn-id

               if ws-due-msg equal "Due row not found"
                   move spaces to ws-due-msg
                   call 'dueio' using "A",
                                      ws-due-record,
                                      ws-due-nav,
                                      ws-due-msg
               else
                   move spaces to ws-due-msg
                   call 'dueio' using "U",
                                      ws-due-record,
                                      ws-due-nav,
                                      ws-due-msg
               end-if
           end-if.

       ReadPaymentTerms.
           move "STMT-DUE" to ws-parm-name.
           perform ReadOneTerm.
           if ws-parm-msg equal "Parameter not found"
               move 14 to ws-due-days
           else
               move ws-parm-value to ws-due-days
           end-if.

           move "DISC-PCT-R" to ws-parm-name.
           perform ReadOneTerm.
           if ws-parm-msg equal "Parameter not found"
               move zeroes to ws-disc-pct-r
           else
               move ws-parm-value to ws-disc-pct-r
           end-if.

           move "DISC-PCT-C" to ws-parm-name.
           perform ReadOneTerm.
           if ws-parm-msg equal "Parameter not found"
               move 2.00 to ws-disc-pct-c
           else
               move ws-parm-value to ws-disc-pct-c
           end-if.

           move "DISC-PCT-N" to ws-parm-name.
           perform ReadOneTerm.
           if ws-parm-msg equal "Parameter not found"
               move zeroes to ws-disc-pct-n
           else
               move ws-parm-value to ws-disc-pct-n
           end-if.

           compute ws-due-julian = ws-cycle-end-julian + ws-due-days.
           call 'dates' using "G", ws-due-julian, ws-due-gregorian.

       ReadOneTerm.
           move spaces to ws-parm-msg.
           call 'parmio' using "Q",
                               ws-parm-record,
                               ws-parm-nav,
                               ws-parm-msg.

      * Every statement page leaves a row on the correspondence
      * history, pointing at the book it was printed in.
       LogCorrespondence.
                      "  VAT "                     delimited by size
                      ws-vat-display               delimited by size
                   into fd-stmt-line
               perform WriteStatementLine
           end-if.

      * The statement ends with the specific charges still unpaid
                   if ws-unpaid-count = 1
                       move spaces to fd-stmt-line
                       move "Unpaid charges:" to fd-stmt-line
                       perform WriteStatementLine
                   end-if
                   perform WriteUnpaidChargeLine
               end-if
                  ws-oitm-age delimited by size
                  " days)" delimited by size
               into fd-stmt-line.
           perform WriteStatementLine.

      * The first member of a household met on the walk triggers
      * one consolidated statement for the whole group - every
                   end-if
                   move 1 to return-code
               end-if
               perform CheckGoneAway
               if ws-gone-result = "Y"
                   add 1 to ws-held-count
               else
                   perform ProduceGroupStatement
               end-if
           end-if.

      * Returned mail (gonechk) - a client flagged gone away gets
      * no statement; a household is held back when the member it
      * is addressed to (the first met) is gone away. The control
      * page counts what was held.
       ConsiderSingleStatement.
           perform CheckGoneAway.
           if ws-gone-result = "Y"
               add 1 to ws-held-count
           else
               call 'mailitm' using "O",
                                    ws-clnt-record,
                                    ws-mail-doc-type,
                                    ws-mail-source,
                                    fd-stmt-line
               perform ProduceStatement
               call 'mailitm' using "C",
                                    ws-clnt-record,
                                    ws-mail-doc-type,
                                    ws-mail-source,
                                    fd-stmt-line
           end-if.

       CheckGoneAway.
           call 'gonechk' using "Q",
                                ws-clnt-id,
                                ws-gone-result,
                                ws-gone-oper.

       ProduceGroupStatement.
           move ws-clnt-group-id to ws-stmt-group-id.
           move ws-clnt-record to ws-outer-record.
           move zeroes to ws-group-closing.

           call 'mailitm' using "O",
                                ws-clnt-record,
                                ws-mail-doc-type,
                                ws-mail-source,
                                fd-stmt-line.

           move spaces to ws-grp-record.
           move ws-stmt-group-id to ws-grp-id.
           move spaces to ws-grp-msg.

           move spaces to fd-stmt-line.
           move all "=" to fd-stmt-line.
           perform WriteStatementLine.

           move spaces to fd-stmt-line.
           string "Household Statement - group " delimited by size
                  " "              delimited by size
                  ws-grp-name      delimited by size
               into fd-stmt-line.
           perform WriteStatementLine.

           call 'clntio' using "F",
                               ws-clnt-record,
           string "Household total : " delimited by size
                  ws-total-display     delimited by size
               into fd-stmt-line.
           perform WriteStatementLine.

      *    the outer walk carries on from the member that opened
      *    the household - clntio holds no position of its own, so
           move ws-outer-record to ws-clnt-record.
           move "YY" to ws-navigation-status.

           call 'mailitm' using "C",
                                ws-clnt-record,
                                ws-mail-doc-type,
                                ws-mail-source,
                                fd-stmt-line.

       ScanForOpeningBalance.
           read TransactionFile next record
               at end
                  ws-link-note      delimited by size
                  ws-clear-note     delimited by size
               into fd-stmt-line.
           perform WriteStatementLine.

           if fd-txn-tax not equal zeroes
               compute ws-txn-net = fd-txn-amount - fd-txn-tax
                      "  gross "        delimited by size
                      ws-gross-display  delimited by size
                   into fd-stmt-line
               perform WriteStatementLine
           end-if.

       WriteStatementHeading.
           move spaces to fd-stmt-line.
           move all "-" to fd-stmt-line.
           perform WriteStatementLine.

           move spaces to fd-stmt-line.
           string "Client Statement - " delimited by size
                  "  branch "           delimited by size
                  ws-clnt-branch        delimited by size
               into fd-stmt-line.
           perform WriteStatementLine.

           move spaces to fd-stmt-line.
           string "Cycle " delimited by size
                  " to "  delimited by size
                  ws-cycle-end-gregorian   delimited by size
               into fd-stmt-line.
           perform WriteStatementLine.

           move spaces to ws-payref-msg.
           call 'payref' using "B",
                               ws-clnt-id,
                               ws-payref,
                               ws-payref-result,
                               ws-payref-msg.
           move spaces to fd-stmt-line.
           string "Payment reference " delimited by size
                  ws-payref             delimited by size
                  " - quote it on every payment" delimited by size
               into fd-stmt-line.
           perform WriteStatementLine.

           move spaces to fd-stmt-line.
           perform WriteStatementLine.

       WriteControlPage.
           move spaces to fd-stmt-line.
           move all "-" to fd-stmt-line.
           perform WriteStatementLine.

           move spaces to fd-stmt-line.
           string "Statement Run Control Page" delimited by size
               into fd-stmt-line.
           perform WriteStatementLine.

           move spaces to fd-stmt-line.
           string "Cycle " delimited by size
                  " to "  delimited by size
                  ws-cycle-end-gregorian   delimited by size
               into fd-stmt-line.
           perform WriteStatementLine.

           move spaces to fd-stmt-line.
           string "Statements produced    : " delimited by size
                  ws-client-count             delimited by size
               into fd-stmt-line.
           perform WriteStatementLine.

           move spaces to fd-stmt-line.
           string "Held back (gone away)  : " delimited by size
                  ws-held-count               delimited by size
               into fd-stmt-line.
           perform WriteStatementLine.

           move ws-total-closing to ws-total-display.
           move spaces to fd-stmt-line.
           string "Total closing balances : " delimited by size
                  ws-total-display            delimited by size
               into fd-stmt-line.
           perform WriteStatementLine.

      * Every line of a statement goes to the statement book and to
      * the mail-house spool against the statement's item - the
      * run's page-top lines and control page fall outside any
      * item and stay in the book only.
       WriteStatementLine.
           write fd-stmt-line.
           call 'mailitm' using "L",
                                ws-clnt-record,
                                ws-mail-doc-type,
                                ws-mail-source,
                                fd-stmt-line.
