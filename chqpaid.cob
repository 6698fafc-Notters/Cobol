       IDENTIFICATION DIVISION.
       PROGRAM-ID. chqpaid.
       AUTHOR. Andrew Notman.

      * Paid-cheques loader - reads the bank's file of refund
      * cheques it has paid (chqpaid.csv, one row per cheque:
      * chequeno;signless amount;paid date, e.g.
      * 0000123;0000045.00;20261014) and marks each one presented
      * on the refund cheque register with the date and amount
      * the bank paid. A cheque paid for a different amount than
      * it was drawn for is flagged as a mismatch; a cheque number
      * we never issued, one presented twice, and one presented
      * after the stale-cheque sweep cancelled it are exceptions.
      * Everything lands on chqpaid.rpt, exceptions marked, the
      * mandret results shape.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select PaidCSV assign to "chqpaid.csv"
               organization is line sequential.

           select ResultsFile assign to "chqpaid.rpt"
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD PaidCSV.
       01 fd-paid-record pic X(30).
           88 EOF value high-values.

       FD ResultsFile.
       01 fd-result-line pic X(80).

       WORKING-STORAGE SECTION.
           copy "rchq.ws".

       01 ws-paid-record pic X(30).

       01 ws-csv-cheque-no pic X(7).
       01 ws-csv-amount    pic X(10).
       01 ws-csv-paid-date pic X(8).

       01 ws-amount-whole pic 9(7).
       01 ws-amount-cents pic 9(2).
       01 ws-paid-amount  pic S9(7)V9(2) comp-3 value zeroes.

       01 ws-rchq-msg pic X(80).
       01 ws-rchq-nav pic X(2).

       01 ws-drawn-display pic 9(7)V99.
       01 ws-paid-display  pic 9(7)V99.

       01 ws-read-count      pic 9(5) value zeroes.
       01 ws-presented-count pic 9(5) value zeroes.
       01 ws-mismatch-count  pic 9(5) value zeroes.
       01 ws-exception-count pic 9(5) value zeroes.
       01 ws-error-count     pic 9(5) value zeroes.

       PROCEDURE DIVISION.
       Main.
           open input PaidCSV.
           open output ResultsFile.

           move spaces to fd-result-line.
           string "Paid-Cheques Load" delimited by size
               into fd-result-line.
           write fd-result-line.

           read PaidCSV
               at end set EOF to true
           end-read.

           perform until EOF
               add 1 to ws-read-count
               move fd-paid-record to ws-paid-record
               perform LoadPaidRow

               read PaidCSV
                   at end set EOF to true
               end-read
           end-perform.

           close PaidCSV.

           move spaces to fd-result-line.
           write fd-result-line.

           move spaces to fd-result-line.
           string "Rows read: "        delimited by size
                  ws-read-count        delimited by size
                  "  Presented: "      delimited by size
                  ws-presented-count   delimited by size
                  "  Mismatched: "     delimited by size
                  ws-mismatch-count    delimited by size
                  "  Exceptions: "     delimited by size
                  ws-exception-count   delimited by size
                  "  Errors: "         delimited by size
                  ws-error-count       delimited by size
               into fd-result-line.
           write fd-result-line.

           close ResultsFile.

           display "Paid cheques loaded - presented "
                   ws-presented-count ", mismatched "
                   ws-mismatch-count ", exceptions "
                   ws-exception-count ", errors " ws-error-count.

           if ws-mismatch-count not equal zeroes
               or ws-exception-count not equal zeroes
               or ws-error-count not equal zeroes
               move 1 to return-code
           end-if.

           goback.

       LoadPaidRow.
           move spaces to ws-csv-cheque-no.
           move spaces to ws-csv-amount.
           move spaces to ws-csv-paid-date.
           unstring ws-paid-record delimited by ";"
               into ws-csv-cheque-no, ws-csv-amount,
                    ws-csv-paid-date.

           if ws-csv-cheque-no not numeric
               or ws-csv-amount(1:7) not numeric
               or ws-csv-amount(9:2) not numeric
               or ws-csv-paid-date not numeric
               perform RejectRow
           else
               move ws-csv-amount(1:7) to ws-amount-whole
               move ws-csv-amount(9:2) to ws-amount-cents
               compute ws-paid-amount =
                   ws-amount-whole + (ws-amount-cents / 100)
               perform ApplyPaidCheque
           end-if.

       ApplyPaidCheque.
           move spaces to ws-rchq-record.
           move ws-csv-cheque-no to ws-rchq-id.
           move spaces to ws-rchq-msg.
           call 'rchqio' using "Q",
                               ws-rchq-record,
                               ws-rchq-nav,
                               ws-rchq-msg.

           evaluate true
               when ws-rchq-msg equal "Cheque not found"
                   perform ReportException
                   move "*** not a cheque we issued" to fd-result-line
                   write fd-result-line
               when ws-rchq-presented
                   perform ReportException
                   string "*** already presented on "
                              delimited by size
                          ws-rchq-presented-date delimited by size
                       into fd-result-line
                   write fd-result-line
               when ws-rchq-cancelled
                   perform ReportException
                   string "*** presented after cancellation on "
                              delimited by size
                          ws-rchq-cancel-date delimited by size
                       into fd-result-line
                   write fd-result-line
               when other
                   perform MarkPresented
           end-evaluate.

      * Presented is presented - the bank has paid it whatever the
      * amount - but a different amount from the one we drew
      * needs chasing with the bank, so it is flagged.
       MarkPresented.
           add 1 to ws-presented-count.

           move "P" to ws-rchq-status.
           move ws-csv-paid-date to ws-rchq-presented-date.
           move ws-paid-amount to ws-rchq-presented-amount.
           if ws-paid-amount not equal ws-rchq-amount
               move "Y" to ws-rchq-mismatch
               add 1 to ws-mismatch-count
           else
               move "N" to ws-rchq-mismatch
           end-if.

           move spaces to ws-rchq-msg.
           call 'rchqio' using "U",
                               ws-rchq-record,
                               ws-rchq-nav,
                               ws-rchq-msg.

           move ws-rchq-amount to ws-drawn-display.
           move ws-paid-amount to ws-paid-display.
           move spaces to fd-result-line.
           string "Cheque "          delimited by size
                  ws-rchq-id         delimited by size
                  " client "         delimited by size
                  ws-rchq-clnt-id    delimited by size
                  " drawn "          delimited by size
                  ws-drawn-display   delimited by size
                  " paid "           delimited by size
                  ws-paid-display    delimited by size
               into fd-result-line.
           write fd-result-line.

           if ws-rchq-amount-mismatch
               move "*** AMOUNT MISMATCH - query with the bank"
                   to fd-result-line
               write fd-result-line
           end-if.

       ReportException.
           add 1 to ws-exception-count.

           move spaces to fd-result-line.
           string "Row "              delimited by size
                  ws-read-count       delimited by size
                  ": "                delimited by size
                  ws-paid-record      delimited by size
               into fd-result-line.
           write fd-result-line.
           move spaces to fd-result-line.

       RejectRow.
           add 1 to ws-error-count.

           move spaces to fd-result-line.
           string "Row "              delimited by size
                  ws-read-count       delimited by size
                  ": "                delimited by size
                  ws-paid-record      delimited by size
                  " - invalid row"    delimited by size
               into fd-result-line.
           write fd-result-line.
