       IDENTIFICATION DIVISION.
       PROGRAM-ID. cardstl.
       AUTHOR. Andrew Notman.

      * Card settlement loader - reads the card acquirer's daily
      * settlement file (cardstl.csv, one row per item:
      * type;authorisation code;signless amount;settlement date,
      * type "S" for a settled payment and "C" for a chargeback,
      * e.g. S;A1B2C3;0000045.00;20261014) and matches each row by
      * authorisation code to the card payment it is for. A
      * settled row marks the payment settled; a settled amount
      * that differs from the amount taken, or a settlement of a
      * payment already reversed at the counter, is listed as a
      * difference. A chargeback reverses the original payment
      * through clnttxn - the correcting row carries its
      * cross-reference like any reversal - marks the payment
      * charged back, and raises the CBK fee off the client's
      * category on the fee schedule. Card payments older than
      * the configured lag still waiting for settlement, and
      * settlement rows with no card payment behind them, are
      * listed too. Everything lands on cardstl.rpt, differences
      * and exceptions marked, the chqpaid results shape.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select SettlementCSV assign to "cardstl.csv"
               organization is line sequential.

           select ResultsFile assign to "cardstl.rpt"
               organization is line sequential.

           select TransactionFile assign to "txn.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-txn-id
               alternate record key is fd-txn-clnt-id with duplicates
               alternate record key is fd-txn-date with duplicates
               file status is txn-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD SettlementCSV.
       01 fd-settle-record pic X(30).
           88 EOF value high-values.

       FD ResultsFile.
       01 fd-result-line pic X(80).

       FD TransactionFile.
           copy "txn.fd".

       WORKING-STORAGE SECTION.
           copy "clnt.ws".
           copy "fee.ws".
           copy "parm.ws".

       01 txn-file-status pic X(2).
           88 txn-success value "00".

       01 ws-settle-record pic X(30).

       01 ws-csv-type      pic X(1).
       01 ws-csv-auth-code pic X(6).
       01 ws-csv-amount    pic X(10).
       01 ws-csv-date      pic X(8).

       01 ws-amount-whole pic 9(7).
       01 ws-amount-cents pic 9(2).

      * the day's settlement rows, held so the one walk of the
      * card payments can match every row to its payment
       01 ws-stl-count pic 9(4) value zeroes.
       01 ws-stl-table.
           05 ws-stl-entry occurs 1000 times indexed by stl-idx.
               10 ws-stl-row       pic 9(5).
               10 ws-stl-type      pic X(1).
                   88 ws-stl-settled    value "S".
                   88 ws-stl-chargeback value "C".
               10 ws-stl-auth-code pic X(6).
               10 ws-stl-amount    pic S9(7)V9(2) comp-3.
               10 ws-stl-date      pic 9(8).
               10 ws-stl-matched   pic X(1).
                   88 ws-stl-is-matched value "Y".
               10 ws-stl-queued    pic X(1).
                   88 ws-stl-is-queued  value "Y".
               10 ws-stl-txn-id    pic 9(7).
               10 ws-stl-clnt-id   pic 9(7).
               10 ws-stl-taken     pic S9(7)V9(2) comp-3.

       01 ws-stl-full pic X(1) value "N".
           88 stl-full value "Y".

       01 ws-parm-msg pic X(80).
       01 ws-parm-nav pic X(2).
       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-fee-msg  pic X(80).
       01 ws-fee-nav  pic X(2).

       01 ws-stl-days pic 9(3) value zeroes.
       01 ws-stl-lag  pic 9(3) value zeroes.
       01 ws-vat-rate pic 9(2)V9(2) value zeroes.

       01 ws-proc-date        pic 9(8) value zeroes.
       01 ws-today-gregorian  pic 9(8) value zeroes.
       01 ws-today-julian     pic 9(6) value zeroes.
       01 ws-earliest-date    pic 9(8) value zeroes.
       01 ws-earliest-julian  pic 9(6) value zeroes.
       01 ws-from-julian      pic 9(6) value zeroes.
       01 ws-overdue-julian   pic 9(6) value zeroes.
       01 ws-txn-gregorian    pic 9(8) value zeroes.

       01 ws-more-txns pic X(1) value "Y".
           88 more-txns value "Y".

       01 ws-payment-settled pic X(1) value "N".

       01 ws-txn-type      pic X(1) value "P".
       01 ws-fee-type      pic X(1) value "F".
       01 ws-new-balance   pic S9(7)V9(2) comp-3.
       01 ws-posted-txn-id pic 9(7).
       01 ws-txn-ref       pic X(8) value "CHGBACK".
       01 ws-txn-msg       pic X(80).
       01 ws-receipt-none  pic 9(7) value zeroes.
       01 ws-charge-tax    pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-charge-gross  pic S9(7)V9(2) comp-3 value zeroes.

       01 ws-taken-display   pic 9(7)V99.
       01 ws-settled-display pic 9(7)V99.
       01 ws-fee-display     pic 9(7)V99.

       01 ws-read-count       pic 9(5) value zeroes.
       01 ws-settled-count    pic 9(5) value zeroes.
       01 ws-difference-count pic 9(5) value zeroes.
       01 ws-chargeback-count pic 9(5) value zeroes.
       01 ws-awaiting-count   pic 9(5) value zeroes.
       01 ws-exception-count  pic 9(5) value zeroes.
       01 ws-error-count      pic 9(5) value zeroes.

      * cardstl is a batch load, so its reversals and fees
      * identify to clntio as "BATCH" the same way ddret's do.
       01 ws-operator-id pic X(8) value "BATCH".

       PROCEDURE DIVISION.
       Main.
           call 'procdtio' using "R", ws-proc-date.

           if ws-proc-date not equal zeroes
               move ws-proc-date to ws-today-gregorian
           else
               accept ws-today-gregorian from date yyyymmdd
           end-if.

           call 'dates' using "J",
                              ws-today-julian,
                              ws-today-gregorian.

           perform ReadSettlementParameters.

           open input SettlementCSV.
           open output ResultsFile.

           move spaces to fd-result-line.
           string "Card Settlement Load - processing date "
                   delimited by size
                  ws-today-gregorian delimited by size
               into fd-result-line.
           write fd-result-line.

           move ws-today-gregorian to ws-earliest-date.

           read SettlementCSV
               at end set EOF to true
           end-read.

           perform until EOF
               add 1 to ws-read-count
               move fd-settle-record to ws-settle-record
               perform LoadSettlementRow

               read SettlementCSV
                   at end set EOF to true
               end-read
           end-perform.

           close SettlementCSV.

           perform MatchCardPayments.
           perform ApplyChargebacks.
           perform ListUnmatchedRows.

           move spaces to fd-result-line.
           write fd-result-line.

           move spaces to fd-result-line.
           string "Rows read: "        delimited by size
                  ws-read-count        delimited by size
                  "  Settled: "        delimited by size
                  ws-settled-count     delimited by size
                  "  Chargebacks: "    delimited by size
                  ws-chargeback-count  delimited by size
                  "  Differences: "    delimited by size
                  ws-difference-count  delimited by size
               into fd-result-line.
           write fd-result-line.

           move spaces to fd-result-line.
           string "Awaiting settlement: " delimited by size
                  ws-awaiting-count       delimited by size
                  "  Exceptions: "        delimited by size
                  ws-exception-count      delimited by size
                  "  Errors: "            delimited by size
                  ws-error-count          delimited by size
               into fd-result-line.
           write fd-result-line.

           close ResultsFile.

           display "Card settlement loaded - settled "
                   ws-settled-count ", chargebacks "
                   ws-chargeback-count ", differences "
                   ws-difference-count ", exceptions "
                   ws-exception-count ", errors " ws-error-count.

           if ws-difference-count not equal zeroes
               or ws-exception-count not equal zeroes
               or ws-error-count not equal zeroes
               move 1 to return-code
           end-if.

           goback.

      * How far back before the file's earliest date a settlement
      * is matched, and how many days a card payment may wait
      * for the acquirer before it is listed - admin-maintained
      * parameters with the usual built-in figures when none has
      * been keyed yet. The VAT rate prices the chargeback fee.
       ReadSettlementParameters.
           move spaces to ws-parm-record.
           move "CARD-STL-DAY" to ws-parm-name.
           move spaces to ws-parm-msg.
           call 'parmio' using "Q",
                               ws-parm-record,
                               ws-parm-nav,
                               ws-parm-msg.
           if ws-parm-msg equal "Parameter not found"
               move 30 to ws-stl-days
           else
               move ws-parm-value to ws-stl-days
           end-if.

           move spaces to ws-parm-record.
           move "CARD-STL-LAG" to ws-parm-name.
           move spaces to ws-parm-msg.
           call 'parmio' using "Q",
                               ws-parm-record,
                               ws-parm-nav,
                               ws-parm-msg.
           if ws-parm-msg equal "Parameter not found"
               move 3 to ws-stl-lag
           else
               move ws-parm-value to ws-stl-lag
           end-if.

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

       LoadSettlementRow.
           move spaces to ws-csv-type.
           move spaces to ws-csv-auth-code.
           move spaces to ws-csv-amount.
           move spaces to ws-csv-date.
           unstring ws-settle-record delimited by ";"
               into ws-csv-type, ws-csv-auth-code,
                    ws-csv-amount, ws-csv-date.

           evaluate true
               when ws-csv-type not = "S" and not = "C"
                   perform RejectRow
               when ws-csv-auth-code = spaces
                   or ws-csv-amount(1:7) not numeric
                   or ws-csv-amount(9:2) not numeric
                   or ws-csv-date not numeric
                   perform RejectRow
               when ws-stl-count = 1000
                   if not stl-full
                       move "Y" to ws-stl-full
                       move spaces to fd-result-line
                       string "*** more than 1000 rows - the rest "
                              "are not loaded" delimited by size
                           into fd-result-line
                       write fd-result-line
                   end-if
                   perform RejectRow
               when other
                   perform HoldSettlementRow
           end-evaluate.

       HoldSettlementRow.
           add 1 to ws-stl-count.
           set stl-idx to ws-stl-count.

           move ws-csv-amount(1:7) to ws-amount-whole.
           move ws-csv-amount(9:2) to ws-amount-cents.

           move ws-read-count    to ws-stl-row(stl-idx).
           move ws-csv-type      to ws-stl-type(stl-idx).
           move ws-csv-auth-code to ws-stl-auth-code(stl-idx).
           compute ws-stl-amount(stl-idx) =
               ws-amount-whole + (ws-amount-cents / 100).
           move ws-csv-date      to ws-stl-date(stl-idx).
           move "N"              to ws-stl-matched(stl-idx).
           move "N"              to ws-stl-queued(stl-idx).
           move zeroes           to ws-stl-txn-id(stl-idx).
           move zeroes           to ws-stl-clnt-id(stl-idx).
           move zeroes           to ws-stl-taken(stl-idx).

           if ws-csv-date < ws-earliest-date
               move ws-csv-date to ws-earliest-date
           end-if.

      * One walk of the posting-date key from the matching window
      * onward. Only original card payments take part - a
      * reversal's correcting row carries the card marker too,
      * but it has a cross-reference and is never settled on its
      * own.
       MatchCardPayments.
           call 'dates' using "J",
                              ws-earliest-julian,
                              ws-earliest-date.
           if ws-earliest-julian > ws-stl-days
               compute ws-from-julian =
                   ws-earliest-julian - ws-stl-days
           else
               move zeroes to ws-from-julian
           end-if.
           if ws-today-julian > ws-stl-lag
               compute ws-overdue-julian =
                   ws-today-julian - ws-stl-lag
           else
               move zeroes to ws-overdue-julian
           end-if.

           open i-o TransactionFile.

           move ws-from-julian to fd-txn-date.
           start TransactionFile key is not less than fd-txn-date
               invalid key
                   move "N" to ws-more-txns
           end-start.

           perform until not more-txns
               read TransactionFile next record
                   at end
                       move "N" to ws-more-txns
               end-read

               if more-txns and fd-txn-is-card
                   and fd-txn-is-payment
                   and fd-txn-xref-id = zeroes
                   perform ConsiderCardPayment
               end-if
           end-perform.

           close TransactionFile.

       ConsiderCardPayment.
           move "N" to ws-payment-settled.

           perform varying stl-idx from 1 by 1
                   until stl-idx > ws-stl-count
               if not ws-stl-is-matched(stl-idx)
                   and ws-stl-auth-code(stl-idx) = fd-txn-auth-code
                   move "Y" to ws-stl-matched(stl-idx)
                   move fd-txn-id      to ws-stl-txn-id(stl-idx)
                   move fd-txn-clnt-id to ws-stl-clnt-id(stl-idx)
                   compute ws-stl-taken(stl-idx) =
                       fd-txn-amount * -1
                   if ws-stl-settled(stl-idx)
                       perform SettlePayment
                   else
                       perform QueueChargeback
                   end-if
               end-if
           end-perform.

           if ws-payment-settled = "N"
               and fd-txn-settled = space
               and not fd-txn-is-reversed
               and fd-txn-date < ws-overdue-julian
               perform ListAwaitingPayment
           end-if.

      * Settled is settled - the acquirer has paid it whatever the
      * amount - but a different amount from the one taken, or
      * money for a payment already given back at the counter,
      * needs chasing with the acquirer, so it is flagged.
       SettlePayment.
           if fd-txn-card-settled or fd-txn-charged-back
               perform ReportException
               string "*** payment " delimited by size
                      fd-txn-id      delimited by size
                      " already settled or charged back"
                          delimited by size
                   into fd-result-line
               write fd-result-line
           else
               move "Y" to ws-payment-settled
               add 1 to ws-settled-count
               move "S" to fd-txn-settled
               rewrite fd-txn-record
               end-rewrite
               if txn-success
                   call 'aijio' using "W", "T", "R", fd-txn-record
               end-if

               perform WriteMatchLine

               if ws-stl-amount(stl-idx) not equal
                       ws-stl-taken(stl-idx)
                   add 1 to ws-difference-count
                   move "*** AMOUNT DIFFERENCE - query the acquirer"
                       to fd-result-line
                   write fd-result-line
               end-if

               if fd-txn-is-reversed
                   add 1 to ws-difference-count
                   move "*** SETTLED AFTER REVERSAL - refunded twice"
                       to fd-result-line
                   write fd-result-line
               end-if
           end-if.

      * The chargeback itself posts once txn.dat is closed again -
      * clnttxn opens the file for its own reversal.
       QueueChargeback.
           if fd-txn-is-reversed or fd-txn-charged-back
               perform ReportException
               string "*** payment " delimited by size
                      fd-txn-id      delimited by size
                      " already reversed or charged back"
                          delimited by size
                   into fd-result-line
               write fd-result-line
           else
               move "Y" to ws-stl-queued(stl-idx)
               move "Y" to ws-payment-settled
           end-if.

       ApplyChargebacks.
           perform varying stl-idx from 1 by 1
                   until stl-idx > ws-stl-count
               if ws-stl-is-queued(stl-idx)
                   perform ApplyOneChargeback
               end-if
           end-perform.

       ApplyOneChargeback.
           move ws-stl-clnt-id(stl-idx) to ws-clnt-id.
           move spaces to ws-txn-msg.
           call 'clnttxn' using "R",
                               ws-clnt-id,
                               ws-txn-type,
                               ws-stl-taken(stl-idx),
                               ws-new-balance,
                               ws-txn-msg,
                               ws-operator-id,
                               ws-stl-txn-id(stl-idx),
                               ws-txn-ref.

           perform WriteMatchLine.

           if ws-txn-msg not equal "Reversal applied"
               add 1 to ws-exception-count
               move spaces to fd-result-line
               string "*** CHARGEBACK NOT POSTED - " delimited by size
                      ws-txn-msg delimited by size
                   into fd-result-line
               write fd-result-line
           else
               add 1 to ws-chargeback-count
               perform MarkChargedBack
               move spaces to fd-result-line
               string "        CHARGED BACK - payment reversed"
                       delimited by size
                   into fd-result-line
               write fd-result-line

               if ws-stl-amount(stl-idx) not equal
                       ws-stl-taken(stl-idx)
                   add 1 to ws-difference-count
                   move "*** AMOUNT DIFFERENCE - query the acquirer"
                       to fd-result-line
                   write fd-result-line
               end-if

               perform RaiseChargebackFee
           end-if.

       MarkChargedBack.
           open i-o TransactionFile.
           move ws-stl-txn-id(stl-idx) to fd-txn-id.
           read TransactionFile
               key is fd-txn-id
               invalid key
                   continue
           end-read.
           if txn-success
               move "B" to fd-txn-settled
               rewrite fd-txn-record
               end-rewrite
               if txn-success
                   call 'aijio' using "W", "T", "R", fd-txn-record
               end-if
           end-if.
           close TransactionFile.

      * The chargeback fee is priced off the client's category
      * like every fee on the schedule, VAT added on top when the
      * row is standard rated. No CBK row for the category means
      * no fee - listed so it can be raised by hand.
       RaiseChargebackFee.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.

           move spaces to ws-fee-record.
           move ws-clnt-category to ws-fee-category.
           move "CBK" to ws-fee-code.
           move spaces to ws-fee-msg.
           call 'feeio' using "Q",
                              ws-fee-record,
                              ws-fee-nav,
                              ws-fee-msg.

           if ws-fee-msg equal "Fee not found"
               add 1 to ws-exception-count
               move spaces to fd-result-line
               string "*** no CBK fee for category "
                       delimited by size
                      ws-clnt-category delimited by size
                      " - chargeback fee not raised"
                       delimited by size
                   into fd-result-line
               write fd-result-line
           else
               call 'feeprc' using ws-fee-category,
                                   ws-fee-code,
                                   ws-today-gregorian,
                                   ws-fee-amount
               move zeroes to ws-charge-tax
               if ws-fee-standard-rated
                   compute ws-charge-tax rounded =
                       ws-fee-amount * ws-vat-rate / 100
               end-if
               compute ws-charge-gross =
                   ws-fee-amount + ws-charge-tax

               move spaces to ws-txn-msg
               call 'clnttxn' using "X",
                                   ws-clnt-id,
                                   ws-fee-type,
                                   ws-charge-gross,
                                   ws-new-balance,
                                   ws-txn-msg,
                                   ws-operator-id,
                                   ws-posted-txn-id,
                                   ws-txn-ref,
                                   ws-receipt-none,
                                   ws-charge-tax

               move spaces to fd-result-line
               if ws-txn-msg equal "Posting applied"
                   move ws-charge-gross to ws-fee-display
                   string "        chargeback fee " delimited by size
                          ws-fee-display            delimited by size
                          " raised"                 delimited by size
                       into fd-result-line
               else
                   add 1 to ws-exception-count
                   string "*** chargeback fee NOT posted - "
                           delimited by size
                          ws-txn-msg delimited by size
                       into fd-result-line
               end-if
               write fd-result-line
           end-if.

       ListUnmatchedRows.
           perform varying stl-idx from 1 by 1
                   until stl-idx > ws-stl-count
               if not ws-stl-is-matched(stl-idx)
                   add 1 to ws-exception-count
                   move ws-stl-amount(stl-idx) to ws-settled-display
                   move spaces to fd-result-line
                   string "Row "                  delimited by size
                          ws-stl-row(stl-idx)     delimited by size
                          ": "                    delimited by size
                          ws-stl-type(stl-idx)    delimited by size
                          " auth "                delimited by size
                          ws-stl-auth-code(stl-idx) delimited by size
                          " "                     delimited by size
                          ws-settled-display      delimited by size
                          " *** no card payment with this code"
                              delimited by size
                       into fd-result-line
                   write fd-result-line
               end-if
           end-perform.

       WriteMatchLine.
           move ws-stl-taken(stl-idx)  to ws-taken-display.
           move ws-stl-amount(stl-idx) to ws-settled-display.
           move spaces to fd-result-line.
           string "Txn "                    delimited by size
                  ws-stl-txn-id(stl-idx)    delimited by size
                  " client "                delimited by size
                  ws-stl-clnt-id(stl-idx)   delimited by size
                  " auth "                  delimited by size
                  ws-stl-auth-code(stl-idx) delimited by size
                  " taken "                 delimited by size
                  ws-taken-display          delimited by size
                  " "                       delimited by size
                  ws-stl-type(stl-idx)      delimited by size
                  " "                       delimited by size
                  ws-settled-display        delimited by size
               into fd-result-line.
           write fd-result-line.

       ListAwaitingPayment.
           add 1 to ws-awaiting-count.
           call 'dates' using "G",
                              fd-txn-date,
                              ws-txn-gregorian.
           compute ws-taken-display = fd-txn-amount * -1.
           move spaces to fd-result-line.
           string "Txn "            delimited by size
                  fd-txn-id         delimited by size
                  " client "        delimited by size
                  fd-txn-clnt-id    delimited by size
                  " auth "          delimited by size
                  fd-txn-auth-code  delimited by size
                  " taken "         delimited by size
                  ws-taken-display  delimited by size
                  " on "            delimited by size
                  ws-txn-gregorian  delimited by size
                  " NOT YET SETTLED" delimited by size
               into fd-result-line.
           write fd-result-line.

       ReportException.
           add 1 to ws-exception-count.

           move spaces to fd-result-line.
           string "Row "                  delimited by size
                  ws-stl-row(stl-idx)     delimited by size
                  ": "                    delimited by size
                  ws-stl-type(stl-idx)    delimited by size
                  " auth "                delimited by size
                  ws-stl-auth-code(stl-idx) delimited by size
               into fd-result-line.
           write fd-result-line.
           move spaces to fd-result-line.

       RejectRow.
           add 1 to ws-error-count.

           move spaces to fd-result-line.
           string "Row "              delimited by size
                  ws-read-count       delimited by size
                  ": "                delimited by size
                  ws-settle-record    delimited by size
                  " - invalid row"    delimited by size
               into fd-result-line.
           write fd-result-line.
