       IDENTIFICATION DIVISION.
       PROGRAM-ID. amlmon IS INITIAL.
       AUTHOR. Andrew Notman.

      * Nightly suspicious-activity monitoring over the movements
      * dated on the processing date. Four rules, every threshold
      * off parm.dat (with the built-in figure while none is
      * keyed):
      *   CL - a single cash payment over AML-CASH-LIM (5000.00).
      *   CS - a cash payment of at least AML-NEAR-PCT (80) per
      *        cent of the limit, when the client has made
      *        AML-NEAR-CNT (3) such payments inside the last
      *        AML-NEAR-DAY (7) days - the limit being walked round.
      *   OR - a refund when a payment put the account into credit
      *        within the AML-OVPY-DAY (30) days before it.
      *   BR - a refund within AML-BANK-DAY (30) days of the bank
      *        details changing (clntio's BANKCHG audit line).
      * Cash is a counter payment that printed a receipt and was
      * neither a cheque (no cleared-funds marker) nor a card
      * payment (no card tender marker). Each hit goes on
      * the case file under review, which holds the client's
      * refunds until a supervisor disposes of it through amlcase.
      * A client already under review for the same rule, or a
      * movement that already raised its case, is not raised
      * twice. The night's hits are listed on a dated report
      * catalogued through rptname.

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

      *    the same file again, walked by client for the history
      *    the rules look back over, so the night's sequential pass
      *    keeps its place
           select HistoryFile assign to "txn.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-hist-id
               alternate record key is fd-hist-clnt-id
                   with duplicates
               alternate record key is fd-hist-date
                   with duplicates
               file status is hist-file-status.

           select AuditFile assign to "audit.dat"
               organization is line sequential
               file status is audit-file-status.

           select MonitorReport assign to ws-report-name
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD TransactionFile.
           copy "txn.fd".

       FD HistoryFile.
       01 fd-hist-record.
           05 fd-hist-id                pic 9(7).
           05 fd-hist-clnt-id           pic 9(7).
           05 fd-hist-date              pic 9(6).
           05 fd-hist-rest              pic X(51).

       FD AuditFile.
       01 fd-audit-line pic X(146).

       FD MonitorReport.
       01 fd-report-line pic X(100).

       WORKING-STORAGE SECTION.
           copy "clnt.ws".
           copy "parm.ws".
           copy "aml.ws".
           copy "txn.ws".

       01 txn-file-status pic X(2).
           88 txn-success value "00".
       01 hist-file-status pic X(2).
           88 hist-success value "00".
       01 audit-file-status pic X(2).
           88 audit-success value "00".

       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-parm-msg pic X(80).
       01 ws-parm-nav pic X(2).
       01 ws-aml-msg  pic X(80).
       01 ws-aml-nav  pic X(2).
           88 aml-next-allowed value "YY", "YN".

       01 ws-proc-date    pic 9(8).
       01 ws-proc-julian  pic 9(6).

       01 ws-cash-limit   pic S9(7)V9(2) comp-3 value 5000.00.
       01 ws-near-pct     pic 9(3) value 80.
       01 ws-near-count   pic 9(3) value 3.
       01 ws-near-days    pic 9(3) value 7.
       01 ws-ovpy-days    pic 9(3) value 30.
       01 ws-bank-days    pic 9(3) value 30.
       01 ws-near-floor   pic S9(7)V9(2) comp-3.

       01 ws-window-start pic 9(6).
       01 ws-bank-start   pic 9(6).

      * bank-detail changes inside the look-back, off the audit
      * trail
       01 ws-bank-table.
           05 ws-bank-entry occurs 500 times.
               10 ws-bank-clnt-id pic 9(7).
               10 ws-bank-julian  pic 9(6).
       01 ws-bank-used   pic 9(3) value zeroes.
       01 bank-idx       pic 9(3).
       01 ws-audit-greg  pic 9(8).
       01 ws-audit-julian pic 9(6).
       01 ws-audit-clnt-id pic 9(7).

       01 ws-cash-amount   pic S9(7)V9(2) comp-3.
       01 ws-band-count    pic 9(3).
       01 ws-credit-found  pic X(1).
       01 ws-bank-found    pic X(1).
       01 ws-bank-found-julian pic 9(6).
       01 ws-bank-found-greg   pic 9(8).
       01 ws-credit-txn-id pic 9(7).

       01 ws-hit-rule     pic X(2).
       01 ws-hit-amount   pic S9(7)V9(2) comp-3.
       01 ws-hit-detail   pic X(30).
       01 ws-already-raised pic X(1).

       01 ws-hit-count    pic 9(5) value zeroes.
       01 ws-repeat-count pic 9(5) value zeroes.
       01 ws-rule-counts.
           05 ws-cl-count pic 9(5) value zeroes.
           05 ws-cs-count pic 9(5) value zeroes.
           05 ws-or-count pic 9(5) value zeroes.
           05 ws-br-count pic 9(5) value zeroes.

       01 ws-amount-display pic +ZZZZZZ9.99.
       01 ws-limit-display  pic ZZZZZZ9.99.

       01 ws-report-name  pic X(30) value spaces.
       01 ws-catalog-base pic X(8).
       01 ws-catalog-prog pic X(8).
       01 ws-catalog-rows pic 9(7) value zeroes.

       PROCEDURE DIVISION.
       Main.
           call 'procdtio' using "R", ws-proc-date.
           if ws-proc-date equal zeroes
               accept ws-proc-date from date yyyymmdd
           end-if.
           call 'dates' using "J", ws-proc-julian, ws-proc-date.

           perform ReadMonitorParameters.

           compute ws-near-floor rounded =
               ws-cash-limit * ws-near-pct / 100.
           compute ws-window-start = ws-proc-julian - ws-near-days + 1.
           compute ws-bank-start = ws-proc-julian - ws-bank-days.

           perform LoadBankChanges.

           move "amlmon" to ws-catalog-base.
           move "amlmon" to ws-catalog-prog.
           call 'rptname' using "N", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           open output MonitorReport.

           move ws-cash-limit to ws-limit-display.
           move spaces to fd-report-line.
           string "Suspicious-Activity Monitoring - " delimited by size
                  ws-proc-date       delimited by size
                  "  cash limit "    delimited by size
                  ws-limit-display   delimited by size
               into fd-report-line.
           write fd-report-line.

           move spaces to fd-report-line.
           string "Case    Rule Client  Surname    Txn          Amount"
                  "  Detail" delimited by size
               into fd-report-line.
           write fd-report-line.

           open input TransactionFile.
           open input HistoryFile.

      *    the posting-date key starts the walk at the night's
      *    date and the first later posting ends it
           move ws-proc-julian to fd-txn-date.
           start TransactionFile key is not less than fd-txn-date
               invalid key
                   move "99" to txn-file-status
           end-start.

           perform ExamineOneMovement
               until not txn-success.

           close HistoryFile.
           close TransactionFile.

           move spaces to fd-report-line.
           write fd-report-line.

           move spaces to fd-report-line.
           string "Cases raised: "      delimited by size
                  ws-hit-count          delimited by size
                  "  CL "               delimited by size
                  ws-cl-count           delimited by size
                  "  CS "               delimited by size
                  ws-cs-count           delimited by size
                  "  OR "               delimited by size
                  ws-or-count           delimited by size
                  "  BR "               delimited by size
                  ws-br-count           delimited by size
               into fd-report-line.
           write fd-report-line.

           move spaces to fd-report-line.
           string "Hits already under review: " delimited by size
                  ws-repeat-count               delimited by size
               into fd-report-line.
           write fd-report-line.

           close MonitorReport.

           move ws-hit-count to ws-catalog-rows.
           call 'rptname' using "C", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           display "Suspicious-activity monitoring: " ws-hit-count
                   " case(s) raised - " ws-report-name.

           goback.

       ReadMonitorParameters.
           move "AML-CASH-LIM" to ws-parm-name.
           perform ReadOneParameter.
           if ws-parm-msg not equal "Parameter not found"
               move ws-parm-value to ws-cash-limit
           end-if.

           move "AML-NEAR-PCT" to ws-parm-name.
           perform ReadOneParameter.
           if ws-parm-msg not equal "Parameter not found"
               move ws-parm-value to ws-near-pct
           end-if.

           move "AML-NEAR-CNT" to ws-parm-name.
           perform ReadOneParameter.
           if ws-parm-msg not equal "Parameter not found"
               move ws-parm-value to ws-near-count
           end-if.

           move "AML-NEAR-DAY" to ws-parm-name.
           perform ReadOneParameter.
           if ws-parm-msg not equal "Parameter not found"
               move ws-parm-value to ws-near-days
           end-if.

           move "AML-OVPY-DAY" to ws-parm-name.
           perform ReadOneParameter.
           if ws-parm-msg not equal "Parameter not found"
               move ws-parm-value to ws-ovpy-days
           end-if.

           move "AML-BANK-DAY" to ws-parm-name.
           perform ReadOneParameter.
           if ws-parm-msg not equal "Parameter not found"
               move ws-parm-value to ws-bank-days
           end-if.

       ReadOneParameter.
           move spaces to ws-parm-msg.
           call 'parmio' using "Q",
                               ws-parm-record,
                               ws-parm-nav,
                               ws-parm-msg.

      * One pass over the audit trail picks up every bank-detail
      * change recent enough to matter to tonight's refunds.
       LoadBankChanges.
           move zeroes to ws-bank-used.
           open input AuditFile.
           if audit-success
               perform ReadOneAuditLine
                   until not audit-success
               close AuditFile
           end-if.

       ReadOneAuditLine.
           read AuditFile
               at end
                   move "99" to audit-file-status
           end-read.

           if audit-success
               and fd-audit-line(19:10) = "BANKCHG"
               and fd-audit-line(1:8) is numeric
               and fd-audit-line(37:7) is numeric
               move fd-audit-line(1:8) to ws-audit-greg
               call 'dates' using "J", ws-audit-julian, ws-audit-greg
               if ws-audit-julian >= ws-bank-start
                   and ws-audit-julian <= ws-proc-julian
                   and ws-bank-used < 500
                   add 1 to ws-bank-used
                   move fd-audit-line(37:7) to ws-audit-clnt-id
                   move ws-audit-clnt-id
                       to ws-bank-clnt-id(ws-bank-used)
                   move ws-audit-julian
                       to ws-bank-julian(ws-bank-used)
               end-if
           end-if.

       ExamineOneMovement.
           read TransactionFile next record
               at end
                   move "99" to txn-file-status
           end-read.

           if txn-success and fd-txn-date > ws-proc-julian
               move "99" to txn-file-status
           end-if.

           if txn-success
               and fd-txn-date = ws-proc-julian
               and not fd-txn-is-reversed
               evaluate true
                   when fd-txn-is-payment
                       and fd-txn-receipt-no not = zeroes
                       and fd-txn-cleared = space
                       and not fd-txn-is-card
                       and fd-txn-amount < zeroes
                       perform ExamineCashPayment
                   when fd-txn-is-refund
                       perform ExamineRefund
                   when other
                       continue
               end-evaluate
           end-if.

       ExamineCashPayment.
           compute ws-cash-amount = fd-txn-amount * -1.

           evaluate true
               when ws-cash-amount > ws-cash-limit
                   move "CL" to ws-hit-rule
                   move ws-cash-amount to ws-hit-amount
                   move "Cash payment over the limit"
                       to ws-hit-detail
                   perform RaiseCase
               when ws-cash-amount >= ws-near-floor
                   perform CountNearLimitCash
                   if ws-band-count >= ws-near-count
                       move "CS" to ws-hit-rule
                       move ws-cash-amount to ws-hit-amount
                       move spaces to ws-hit-detail
                       string ws-band-count  delimited by size
                              " cash just under limit in "
                                  delimited by size
                              ws-near-days   delimited by size
                              "d" delimited by size
                           into ws-hit-detail
                       perform RaiseCase
                   end-if
               when other
                   continue
           end-evaluate.

      * Every cash payment of the client's inside the window that
      * sits in the band under the limit, tonight's included.
       CountNearLimitCash.
           move zeroes to ws-band-count.
           move fd-txn-clnt-id to fd-hist-clnt-id.
           start HistoryFile key is equal to fd-hist-clnt-id
               invalid key
                   move "99" to hist-file-status
           end-start.

           perform CountOneHistoryRow
               until not hist-success.

       CountOneHistoryRow.
           read HistoryFile next record
               at end
                   move "99" to hist-file-status
           end-read.

           if hist-success
               if fd-hist-clnt-id not = fd-txn-clnt-id
                   move "99" to hist-file-status
               else
                   move fd-hist-record to ws-txn-record
                   if ws-txn-type = "P"
                       and ws-txn-receipt-no not = zeroes
                       and ws-txn-cleared = space
                       and not ws-txn-is-card
                       and not ws-txn-is-reversed
                       and ws-txn-date >= ws-window-start
                       and ws-txn-date <= ws-proc-julian
                       and ws-txn-amount * -1 >= ws-near-floor
                       and ws-txn-amount * -1 <= ws-cash-limit
                       add 1 to ws-band-count
                   end-if
               end-if
           end-if.

       ExamineRefund.
           perform LookForOverpayment.
           if ws-credit-found = "Y"
               move "OR" to ws-hit-rule
               move fd-txn-amount to ws-hit-amount
               move spaces to ws-hit-detail
               string "Refund after overpayment txn " delimited by size
                      ws-credit-txn-id delimited by size
                   into ws-hit-detail
               perform RaiseCase
           end-if.

           move "N" to ws-bank-found.
           perform varying bank-idx from 1 by 1
               until bank-idx > ws-bank-used
               if ws-bank-clnt-id(bank-idx) = fd-txn-clnt-id
                   move "Y" to ws-bank-found
                   move ws-bank-julian(bank-idx)
                       to ws-bank-found-julian
               end-if
           end-perform.

           if ws-bank-found = "Y"
               call 'dates' using "G", ws-bank-found-julian,
                                  ws-bank-found-greg
               move "BR" to ws-hit-rule
               move fd-txn-amount to ws-hit-amount
               move spaces to ws-hit-detail
               string "Refund after bank change " delimited by size
                      ws-bank-found-greg          delimited by size
                   into ws-hit-detail
               perform RaiseCase
           end-if.

      * A payment inside the look-back that left the balance in
      * credit - the money the refund is now sending back.
       LookForOverpayment.
           move "N" to ws-credit-found.
           move zeroes to ws-credit-txn-id.
           move fd-txn-clnt-id to fd-hist-clnt-id.
           start HistoryFile key is equal to fd-hist-clnt-id
               invalid key
                   move "99" to hist-file-status
           end-start.

           perform CheckOneOverpayment
               until not hist-success.

       CheckOneOverpayment.
           read HistoryFile next record
               at end
                   move "99" to hist-file-status
           end-read.

           if hist-success
               if fd-hist-clnt-id not = fd-txn-clnt-id
                   move "99" to hist-file-status
               else
                   move fd-hist-record to ws-txn-record
                   if ws-txn-type = "P"
                       and not ws-txn-is-reversed
                       and ws-txn-balance-after < zeroes
                       and ws-txn-date <= ws-proc-julian
                       and ws-txn-date + ws-ovpy-days >= ws-proc-julian
                       move "Y" to ws-credit-found
                       move ws-txn-id to ws-credit-txn-id
                   end-if
               end-if
           end-if.

      * One case per hit - unless the movement already raised this
      * rule, or the client is still under review for it.
       RaiseCase.
           move "N" to ws-already-raised.
           move spaces to ws-aml-record.
           move zeroes to ws-aml-id.
           move fd-txn-clnt-id to ws-aml-clnt-id.
           move "YY" to ws-aml-nav.
           move spaces to ws-aml-msg.
           call 'amlio' using "S",
                              ws-aml-record,
                              ws-aml-nav,
                              ws-aml-msg.

           perform until not aml-next-allowed
               or ws-already-raised = "Y"
               if ws-aml-rule = ws-hit-rule
                   and (ws-aml-txn-id = fd-txn-id
                        or ws-aml-under-review)
                   move "Y" to ws-already-raised
               else
                   call 'amlio' using "T",
                                      ws-aml-record,
                                      ws-aml-nav,
                                      ws-aml-msg
               end-if
           end-perform.

           if ws-already-raised = "Y"
               add 1 to ws-repeat-count
           else
               perform RecordCase
           end-if.

       RecordCase.
           move spaces to ws-aml-record.
           move zeroes to ws-aml-id.
           move fd-txn-clnt-id to ws-aml-clnt-id.
           move ws-hit-rule to ws-aml-rule.
           move ws-proc-date to ws-aml-raised-date.
           move fd-txn-id to ws-aml-txn-id.
           move ws-hit-amount to ws-aml-amount.
           move ws-hit-detail to ws-aml-detail.
           move "U" to ws-aml-status.
           move zeroes to ws-aml-disposed-date.
           move spaces to ws-aml-disposed-by.
           move spaces to ws-aml-disposition.
           move spaces to ws-aml-msg.
           call 'amlio' using "A",
                              ws-aml-record,
                              ws-aml-nav,
                              ws-aml-msg.

           if ws-aml-msg equal "Case recorded"
               add 1 to ws-hit-count
               evaluate ws-hit-rule
                   when "CL" add 1 to ws-cl-count
                   when "CS" add 1 to ws-cs-count
                   when "OR" add 1 to ws-or-count
                   when "BR" add 1 to ws-br-count
               end-evaluate

               move spaces to ws-clnt-record
               move fd-txn-clnt-id to ws-clnt-id
               move spaces to ws-clnt-msg
               call 'clntio' using "Q",
                                   ws-clnt-record,
                                   ws-clnt-nav,
                                   ws-clnt-msg

               move ws-hit-amount to ws-amount-display
               move spaces to fd-report-line
               string ws-aml-id         delimited by size
                      " "               delimited by size
                      ws-hit-rule       delimited by size
                      "   "             delimited by size
                      fd-txn-clnt-id    delimited by size
                      " "               delimited by size
                      ws-clnt-surname   delimited by size
                      " "               delimited by size
                      fd-txn-id         delimited by size
                      " "               delimited by size
                      ws-amount-display delimited by size
                      "  "              delimited by size
                      ws-hit-detail     delimited by size
                   into fd-report-line
               write fd-report-line
           else
               display "Case not recorded for client " fd-txn-clnt-id
                       " - " ws-aml-msg
               move 1 to return-code
           end-if.
