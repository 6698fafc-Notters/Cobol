       IDENTIFICATION DIVISION.
       PROGRAM-ID. discpay IS INITIAL.
       AUTHOR. Andrew Notman.

      * Prompt-payment discount - the nightly step that settles
      * the discount offered on each client's latest statement
      * (due.dat, written by stmtrun). The payments ("P" rows on
      * txn.dat) dated after the statement and no later than the
      * due date are added up. Once the cleared ones cover the
      * amount due, the discount offered is credited through
      * clnttxn as its own transaction type ("D", tagged PROMPT),
      * which the GL journal charges to discount allowed, and the
      * offer is marked granted. An offer whose due date has gone
      * by without the amount being paid in full lapses. One paid
      * in time but partly by a cheque still clearing waits for
      * the cheque - a bounced one is reversed back out of the
      * payments and the offer then lapses. A credit refused is
      * reported and the offer left for the next night; it does
      * not fail the step. The nightly list of offers granted and
      * lapsed is dated and catalogued through rptname.

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

           select DiscountReport assign to ws-report-name
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD TransactionFile.
           copy "txn.fd".

       FD DiscountReport.
       01 fd-report-line pic X(100).

       WORKING-STORAGE SECTION.
           copy "clnt.ws".
           copy "due.ws".

       01 txn-file-status pic X(2).
           88 txn-success value "00".

       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-due-msg  pic X(80).
       01 ws-due-nav  pic X(2).
           88 due-next-allowed value "YY", "YN".

       01 ws-today        pic 9(8) value zeroes.
       01 ws-today-julian pic 9(6) value zeroes.
       01 ws-stmt-julian  pic 9(6) value zeroes.
       01 ws-due-julian   pic 9(6) value zeroes.
       01 ws-last-julian  pic 9(6) value zeroes.

      * payments in the window, all of them and the cleared ones -
      * payments are negative movements, so these are turned
      * round to amounts paid
       01 ws-paid-all     pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-paid-cleared pic S9(7)V9(2) comp-3 value zeroes.

       01 ws-txn-type      pic X(1) value "D".
       01 ws-txn-ref       pic X(8) value "PROMPT".
       01 ws-credit        pic S9(7)V9(2) comp-3.
       01 ws-new-balance   pic S9(7)V9(2) comp-3.
       01 ws-posted-txn-id pic 9(7).
       01 ws-txn-msg       pic X(80).
       01 ws-operator-id   pic X(8) value "BATCH".

       01 ws-outcome pic X(40).

       01 ws-due-display  pic ZZZZZZ9.99.
       01 ws-paid-display pic +ZZZZZZ9.99.
       01 ws-disc-display pic ZZZZZZ9.99.
       01 ws-total-display pic ZZZZZZZZ9.99.

       01 ws-granted-count pic 9(5) value zeroes.
       01 ws-lapsed-count  pic 9(5) value zeroes.
       01 ws-waiting-count pic 9(5) value zeroes.
       01 ws-refused-count pic 9(5) value zeroes.
       01 ws-granted-total pic S9(9)V9(2) comp-3 value zeroes.

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
           call 'dates' using "J", ws-today-julian, ws-today.

           move "discpay" to ws-catalog-base.
           move "discpay" to ws-catalog-prog.
           call 'rptname' using "N", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           open input TransactionFile.
           open output DiscountReport.

           move spaces to fd-report-line.
           string "Prompt-Payment Discounts - run " delimited by size
                  ws-today                          delimited by size
               into fd-report-line.
           write fd-report-line.
           move spaces to fd-report-line.
           write fd-report-line.
           move spaces to fd-report-line.
           string "Client  Surname    Due by   Amount due Paid       "
                  "Discount   Outcome" delimited by size
               into fd-report-line.
           write fd-report-line.

           move spaces to ws-due-record.
           move zeroes to ws-due-clnt-id.
           move "YY" to ws-due-nav.
           move spaces to ws-due-msg.
           call 'dueio' using "F",
                              ws-due-record,
                              ws-due-nav,
                              ws-due-msg.

           perform until not due-next-allowed
               if ws-due-offered
                   perform SettleOffer
               end-if
               call 'dueio' using "N",
                                  ws-due-record,
                                  ws-due-nav,
                                  ws-due-msg
           end-perform.

           perform WriteRunTotals.

           close TransactionFile.
           close DiscountReport.

           compute ws-catalog-rows =
               ws-granted-count + ws-lapsed-count + ws-refused-count.
           call 'rptname' using "C", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           move ws-granted-total to ws-total-display.
           display "Prompt-payment discounts - " ws-granted-count
                   " granted (" ws-total-display "), "
                   ws-lapsed-count " lapsed, " ws-waiting-count
                   " waiting, " ws-refused-count " refused".

           goback.

       SettleOffer.
           call 'dates' using "J", ws-stmt-julian, ws-due-stmt-date.
           call 'dates' using "J", ws-due-julian, ws-due-date.
           if ws-today-julian < ws-due-julian
               move ws-today-julian to ws-last-julian
           else
               move ws-due-julian to ws-last-julian
           end-if.

           perform AddUpPayments.

           evaluate true
               when ws-paid-cleared >= ws-due-amount
                   perform GrantDiscount
               when ws-today-julian <= ws-due-julian
                   add 1 to ws-waiting-count
               when ws-paid-all >= ws-due-amount
      *            paid in time, but a cheque has still to clear
                   add 1 to ws-waiting-count
               when other
                   perform LapseOffer
           end-evaluate.

      * Every payment row in the window counts, reversals among
      * them - a bounced cheque's reversal takes it back out.
       AddUpPayments.
           move zeroes to ws-paid-all.
           move zeroes to ws-paid-cleared.

           move ws-due-clnt-id to fd-txn-clnt-id.
           start TransactionFile key is equal to fd-txn-clnt-id
               invalid key
                   move "23" to txn-file-status
           end-start.

           if txn-success
               perform ReadNextPosting
               perform until not txn-success
                   or fd-txn-clnt-id not equal ws-due-clnt-id
                   if fd-txn-is-payment
                       and fd-txn-date > ws-stmt-julian
                       and fd-txn-date <= ws-last-julian
                       subtract fd-txn-amount from ws-paid-all
                       if not fd-txn-uncleared
                           subtract fd-txn-amount from ws-paid-cleared
                       end-if
                   end-if
                   perform ReadNextPosting
               end-perform
           end-if.

       ReadNextPosting.
           read TransactionFile next record
               at end
                   move "99" to txn-file-status
           end-read.

       GrantDiscount.
           perform LookUpClient.

           compute ws-credit = ws-due-disc-amount * -1.
           move spaces to ws-txn-msg.
           call 'clnttxn' using "T",
                               ws-due-clnt-id,
                               ws-txn-type,
                               ws-credit,
                               ws-new-balance,
                               ws-txn-msg,
                               ws-operator-id,
                               ws-posted-txn-id,
                               ws-txn-ref.

           if ws-txn-msg equal "Posting applied"
               add 1 to ws-granted-count
               add ws-due-disc-amount to ws-granted-total
               move "G" to ws-due-status
               move ws-today to ws-due-settled-date
               move ws-paid-cleared to ws-due-paid
               move ws-posted-txn-id to ws-due-txn-id
               perform UpdateDueRow
               move "GRANTED" to ws-outcome
           else
               add 1 to ws-refused-count
               move spaces to ws-outcome
               string "REFUSED - " delimited by size
                      ws-txn-msg   delimited by size
                   into ws-outcome
           end-if.
           perform WriteReportLine.

       LapseOffer.
           perform LookUpClient.

           add 1 to ws-lapsed-count.
           move "L" to ws-due-status.
           move ws-today to ws-due-settled-date.
           move ws-paid-cleared to ws-due-paid.
           move zeroes to ws-due-txn-id.
           perform UpdateDueRow.
           move "LAPSED - not paid in full by the due date"
               to ws-outcome.
           perform WriteReportLine.

       UpdateDueRow.
           move spaces to ws-due-msg.
           call 'dueio' using "U",
                              ws-due-record,
                              ws-due-nav,
                              ws-due-msg.
           if ws-due-msg not equal "Due row updated"
               display "Due row " ws-due-clnt-id " not updated - "
                       ws-due-msg
           end-if.

       LookUpClient.
           move spaces to ws-clnt-record.
           move ws-due-clnt-id to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.

       WriteReportLine.
           move ws-due-amount to ws-due-display.
           move ws-paid-cleared to ws-paid-display.
           move ws-due-disc-amount to ws-disc-display.
           move spaces to fd-report-line.
           string ws-due-clnt-id   delimited by size
                  " "              delimited by size
                  ws-clnt-surname  delimited by size
                  " "              delimited by size
                  ws-due-date      delimited by size
                  " "              delimited by size
                  ws-due-display   delimited by size
                  " "              delimited by size
                  ws-paid-display  delimited by size
                  " "              delimited by size
                  ws-disc-display  delimited by size
                  " "              delimited by size
                  ws-outcome       delimited by size
               into fd-report-line.
           write fd-report-line.

       WriteRunTotals.
           move spaces to fd-report-line.
           write fd-report-line.

           move ws-granted-total to ws-total-display.
           move spaces to fd-report-line.
           string "Granted: "         delimited by size
                  ws-granted-count    delimited by size
                  " totalling "       delimited by size
                  ws-total-display    delimited by size
                  "  lapsed: "        delimited by size
                  ws-lapsed-count     delimited by size
                  "  waiting: "       delimited by size
                  ws-waiting-count    delimited by size
                  "  refused: "       delimited by size
                  ws-refused-count    delimited by size
               into fd-report-line.
           write fd-report-line.
