      * address for the cheque printer, and posts the offsetting
      * movement through clnttxn under the dedicated "R" refund
      * type so the balance returns to zero. The refund register
      * totals the cheques issued. A client whose account is
      * being closed (closacct) is refunded their whole credit on
      * the next run regardless of the amount and days limits.
      * No cheque goes to a client flagged gone away (returned
      * mail), nor to one with a suspicious-activity case still
      * under review (amlcase) - the register counts the refunds
      * held back. Every cheque issued goes on the refund cheque
      * register (rchqio), whose row number is the cheque number
      * on the extract line, so positive pay, the bank's paid
      * file and the stale-cheque sweep can follow it afterwards.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               access mode is dynamic
               record key is fd-txn-id
               alternate record key is fd-txn-clnt-id with duplicates
               alternate record key is fd-txn-date with duplicates
               file status is txn-file-status.

           select ChequeFile assign to "chqextr.dat"
           copy "parm.ws".
           copy "appr.ws".
           copy "corr.ws".
           copy "clos.ws".
           copy "rchq.ws".

       01 txn-file-status pic X(2).
           88 txn-success value "00".
       01 ws-appr-threshold pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-queued-count pic 9(5) value zeroes.

       01 ws-held-count  pic 9(5) value zeroes.
       01 ws-gone-result pic X(1) value "N".
       01 ws-aml-result  pic X(1) value "N".
       01 ws-review-count pic 9(5) value zeroes.

       01 ws-corr-msg pic X(80).
       01 ws-corr-nav pic X(2).

       01 ws-rchq-msg pic X(80).
       01 ws-rchq-nav pic X(2).

       01 ws-clos-msg pic X(80).
       01 ws-clos-nav pic X(2).
       01 ws-closing  pic X(1) value "N".

       01 ws-credit-limit-test pic S9(7)V9(2) comp-3.

       01 ws-date-today-gregorian pic 9(8).
                               ws-msg.

           perform until not next-allowed
               if ws-clnt-active and ws-clnt-balance < zeroes
                   perform CheckClosing
                   evaluate true
                       when ws-closing = "Y"
                           perform IssueRefund
                       when ws-clnt-balance < ws-credit-limit-test
                           perform ConsiderRefund
                       when other
                           continue
                   end-evaluate
               end-if
               call 'clntio' using "N",
                                   ws-clnt-record,
           display "Refund run complete - " ws-cheque-count
                   " cheque(s) issued, " ws-rejected-count
                   " rejected, " ws-queued-count
                   " queued for approval, " ws-held-count
                   " held back (gone away), " ws-review-count
                   " held back (under review)".

           if ws-rejected-count not equal zeroes
               move 1 to return-code
               move "Y" to ws-days-found
           end-if.

      * An account being closed (a pending row on clos.dat) has
      * its whole credit sent back at once, whatever its size or
      * age - its closure cannot complete until it is refunded.
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

      * Only money that has sat in credit long enough goes back -
      * the date the balance last crossed into credit comes from
      * the client's posting history, the same scan the
      * zero. A posting that is refused (the client was put on
      * hold, say) keeps its cheque OFF the extract - the register
      * shows why.
      * A client flagged gone away (returned mail) is not sent a
      * cheque to an address we know is dead - the credit stays on
      * the account until a new address is keyed.
       IssueRefund.
           call 'gonechk' using "Q",
                                ws-clnt-id,
                                ws-gone-result,
                                ws-operator-id.
           call 'amlchk' using ws-clnt-id, ws-aml-result.

           compute ws-refund-amount = ws-clnt-balance * -1.
           move ws-refund-amount to ws-cheque-amount.

           evaluate true
               when ws-gone-result = "Y"
                   perform HoldRefund
               when ws-aml-result = "Y"
                   perform HoldForReview
               when ws-refund-amount > ws-appr-threshold
                   perform QueueRefundForApproval
               when other
                   perform PostRefund
           end-evaluate.

       HoldRefund.
           add 1 to ws-held-count.
           move ws-cheque-amount to ws-cheque-display.
           move spaces to fd-register-line.
           string ws-clnt-id delimited by size
                  " HELD BACK - gone away, credit "
                      delimited by size
                  ws-cheque-display delimited by size
               into fd-register-line.
           write fd-register-line.

      * A client under suspicious-activity review keeps the credit
      * until a supervisor has disposed of every open case.
       HoldForReview.
           add 1 to ws-review-count.
           move ws-cheque-amount to ws-cheque-display.
           move spaces to fd-register-line.
           string ws-clnt-id delimited by size
                  " HELD BACK - under review, credit "
                      delimited by size
                  ws-cheque-display delimited by size
               into fd-register-line.
           write fd-register-line.

       QueueRefundForApproval.
           add 1 to ws-queued-count.
           if ws-txn-msg equal "Posting applied"
               add 1 to ws-cheque-count
               add ws-cheque-amount to ws-cheque-total
               perform RegisterCheque
               perform WriteChequeLine
               perform WriteRegisterLine
               perform LogCorrespondence
                               ws-corr-nav,
                               ws-corr-msg.

      * The register row numbers the cheque - the number goes on
      * the extract line for the printer to print.
       RegisterCheque.
           move spaces to ws-rchq-record.
           move zeroes to ws-rchq-id.
           move ws-clnt-id to ws-rchq-clnt-id.
           string ws-clnt-first-name delimited by "  "
                  " "                delimited by size
                  ws-clnt-surname    delimited by "  "
               into ws-rchq-payee.
           move ws-cheque-amount to ws-rchq-amount.
           move ws-date-today-gregorian to ws-rchq-issue-date.
           move ws-posted-txn-id to ws-rchq-txn-id.
           move "I" to ws-rchq-status.
           move space to ws-rchq-ppay.
           move zeroes to ws-rchq-presented-date.
           move zeroes to ws-rchq-presented-amount.
           move "N" to ws-rchq-mismatch.
           move zeroes to ws-rchq-cancel-date.
           move zeroes to ws-rchq-cancel-txn-id.
           move zeroes to ws-rchq-uncl-id.
           move spaces to ws-rchq-msg.
           call 'rchqio' using "A",
                               ws-rchq-record,
                               ws-rchq-nav,
                               ws-rchq-msg.

       WriteChequeLine.
           move ws-cheque-amount to ws-cheque-display.

           string "C"                delimited by size
                  ws-clnt-id         delimited by size
                  " "                delimited by size
                  ws-rchq-id         delimited by size
                  " "                delimited by size
                  ws-cheque-display  delimited by size
                  " "                delimited by size
                  ws-clnt-first-name delimited by size
                  "  "              delimited by size
                  ws-clnt-surname   delimited by size
                  " cheque "        delimited by size
                  ws-rchq-id        delimited by size
                  " "               delimited by size
                  ws-cheque-display delimited by size
                  " ("              delimited by size
                  ws-days-held      delimited by size
                  ws-rejected-count  delimited by size
               into fd-register-line.
           write fd-register-line.

           move spaces to fd-register-line.
           string "Held back (gone away): " delimited by size
                  ws-held-count             delimited by size
               into fd-register-line.
           write fd-register-line.

           move spaces to fd-register-line.
           string "Held back (under review): " delimited by size
                  ws-review-count              delimited by size
               into fd-register-line.
           write fd-register-line.
