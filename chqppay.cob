       IDENTIFICATION DIVISION.
       PROGRAM-ID. chqppay.
       AUTHOR. Andrew Notman.

      * Positive-pay issue file - tells the bank about every refund
      * cheque on the register it has not yet heard of, in the
      * same header/trailer style the mandate extract uses, so
      * the bank pays only cheques we actually drew and for the
      * amount we drew them: "I" rows carry the cheque number,
      * amount, issue date and payee of each new cheque, "V" rows
      * void a cheque the stale-cheque sweep has since cancelled.
      * The trailer carries the row count and the hash total of
      * the amounts. Each row is marked on the register so it can
      * never go twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select IssueFile assign to "ppayiss.dat"
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD IssueFile.
       01 fd-issue-line pic X(80).

       WORKING-STORAGE SECTION.
           copy "rchq.ws".

       01 ws-rchq-msg pic X(80).
       01 ws-rchq-nav pic X(2).
           88 rchq-next-allowed value "YY", "YN".

       01 ws-today pic 9(8) value zeroes.

       01 ws-issue-count pic 9(5) value zeroes.
       01 ws-void-count  pic 9(5) value zeroes.
       01 ws-row-count   pic 9(5) value zeroes.
       01 ws-hash-total  pic 9(9)V9(2) comp-3 value zeroes.
       01 ws-hash-display   pic 9(11)V99.
       01 ws-amount-display pic 9(7)V99.

       PROCEDURE DIVISION.
       Main.
           accept ws-today from date yyyymmdd.

           open output IssueFile.

           move spaces to fd-issue-line.
           string "H" delimited by size
                  ws-today delimited by size
                  " POSITIVE PAY ISSUE FILE"
                      delimited by size
               into fd-issue-line.
           write fd-issue-line.

           move spaces to ws-rchq-record.
           move zeroes to ws-rchq-id.
           move "YY" to ws-rchq-nav.
           move spaces to ws-rchq-msg.
           call 'rchqio' using "F",
                               ws-rchq-record,
                               ws-rchq-nav,
                               ws-rchq-msg.

           perform until not rchq-next-allowed
               evaluate true
                   when ws-rchq-ppay = space
                       and not ws-rchq-cancelled
                       perform WriteIssueRow
                   when ws-rchq-ppay = "I"
                       and ws-rchq-cancelled
                       perform WriteVoidRow
                   when other
                       continue
               end-evaluate
               call 'rchqio' using "N",
                                   ws-rchq-record,
                                   ws-rchq-nav,
                                   ws-rchq-msg
           end-perform.

           compute ws-row-count = ws-issue-count + ws-void-count.
           move ws-hash-total to ws-hash-display.
           move spaces to fd-issue-line.
           string "T" delimited by size
                  ws-row-count delimited by size
                  " HASH " delimited by size
                  ws-hash-display delimited by size
               into fd-issue-line.
           write fd-issue-line.

           close IssueFile.

           display "Positive-pay file written to ppayiss.dat, "
                   ws-issue-count " issue(s), "
                   ws-void-count " void(s)".

           goback.

       WriteIssueRow.
           add 1 to ws-issue-count.
           add ws-rchq-amount to ws-hash-total.
           move ws-rchq-amount to ws-amount-display.

           move spaces to fd-issue-line.
           string "I"                delimited by size
                  ws-rchq-id         delimited by size
                  " "                delimited by size
                  ws-amount-display  delimited by size
                  " "                delimited by size
                  ws-rchq-issue-date delimited by size
                  " "                delimited by size
                  ws-rchq-payee      delimited by size
               into fd-issue-line.
           write fd-issue-line.

           move "I" to ws-rchq-ppay.
           perform MarkRowSent.

      * A cheque the bank was told about and that has since been
      * cancelled is voided, so it cannot be paid if it turns up.
      * One cancelled before it was ever sent is never mentioned.
       WriteVoidRow.
           add 1 to ws-void-count.
           add ws-rchq-amount to ws-hash-total.
           move ws-rchq-amount to ws-amount-display.

           move spaces to fd-issue-line.
           string "V"                delimited by size
                  ws-rchq-id         delimited by size
                  " "                delimited by size
                  ws-amount-display  delimited by size
                  " "                delimited by size
                  ws-rchq-cancel-date delimited by size
               into fd-issue-line.
           write fd-issue-line.

           move "V" to ws-rchq-ppay.
           perform MarkRowSent.

       MarkRowSent.
           move spaces to ws-rchq-msg.
           call 'rchqio' using "U",
                               ws-rchq-record,
                               ws-rchq-nav,
                               ws-rchq-msg.
