       IDENTIFICATION DIVISION.
       PROGRAM-ID. limrun IS INITIAL.
       AUTHOR. Andrew Notman.

      * Monthly limitation run - a debt with no payment and no
      * signed acknowledgement for six years can no longer be
      * enforced. Every client owing money (a positive balance) is
      * checked against the date on their limitation record
      * (lim.dat - the latest payment clnttxn posted or signed
      * acknowledgement recorded through limmnt). Accounts whose
      * six years run out within the next LIM-WARN months of the
      * processing date (6 when the parameter is not set; today's
      * date on a hand run) are listed first, so a payment or an
      * acknowledgement can be sought in time; accounts whose six
      * years have already run out are flagged statute-barred and
      * listed beneath, and from then on dunlet, intracc, agcymnt
      * and crbext leave them alone (limchk). A debtor with no
      * limitation record yet is given one from their last payment
      * on the history or, with none there, their oldest open
      * charge. The list is dated and catalogued through rptname.

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

           select LimitReport assign to ws-report-name
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD TransactionFile.
           copy "txn.fd".

       FD LimitReport.
       01 fd-report-line pic X(100).

       WORKING-STORAGE SECTION.
           copy "clnt.ws".
           copy "lim.ws".
           copy "oitm.ws".
           copy "parm.ws".

       01 txn-file-status pic X(2).
           88 txn-success value "00".

       01 ws-navigation-status pic X(2) value "YY".
           88 next-allowed value "YY", "YN".
       01 ws-msg      pic X(80).
       01 ws-lim-msg  pic X(80).
       01 ws-lim-nav  pic X(2).
       01 ws-oitm-msg pic X(80).
       01 ws-oitm-nav pic X(2).
           88 oitm-next-allowed value "YY", "YN".
       01 ws-parm-msg pic X(80).
       01 ws-parm-nav pic X(2).

       01 ws-today.
           05 ws-today-year  pic 9(4).
           05 ws-today-month pic 9(2).
           05 ws-today-day   pic 9(2).
       01 ws-today-num redefines ws-today pic 9(8).
       01 ws-warn-months pic 9(3).
       01 ws-month-count pic 9(6).
       01 ws-warn-date.
           05 ws-warn-year  pic 9(4).
           05 ws-warn-month pic 9(2).
           05 ws-warn-day   pic 9(2).
       01 ws-warn-num redefines ws-warn-date pic 9(8).

      * six years on from the acknowledgement, same day and month
       01 ws-limit-date pic 9(8).
       01 ws-six-years  pic 9(8) value 60000.

      * two passes over the debtors - the ones coming up to the
      * limit, then the ones past it - so the report reads in two
      * blocks without a sort
       01 ws-pass pic X(1).
           88 pass-approaching value "A".
           88 pass-barred      value "B".

       01 ws-last-pay-julian pic 9(6).
       01 ws-last-pay-txn    pic 9(7).
       01 ws-oldest-julian   pic 9(6).
       01 ws-owing           pic S9(7)V9(2) comp-3.
       01 ws-seed-date       pic 9(8).

       01 ws-balance-display pic -(7)9.99.

       01 ws-approaching-count pic 9(5) value zeroes.
       01 ws-barred-count      pic 9(5) value zeroes.
       01 ws-already-count     pic 9(5) value zeroes.
       01 ws-started-count     pic 9(5) value zeroes.

       01 ws-report-name  pic X(30) value spaces.
       01 ws-catalog-base pic X(8).
       01 ws-catalog-prog pic X(8).
       01 ws-catalog-rows pic 9(7) value zeroes.

      * limrun is a batch step, so the rows it starts and flags
      * are stamped "BATCH" the same way the other steps' are.
       01 ws-operator-id pic X(8) value "BATCH".

       PROCEDURE DIVISION.
       Main.
           call 'procdtio' using "R", ws-today.
           if ws-today-num equal zeroes
               accept ws-today from date yyyymmdd
           end-if.

           move spaces to ws-parm-record.
           move "LIM-WARN" to ws-parm-name.
           move spaces to ws-parm-msg.
           call 'parmio' using "Q",
                               ws-parm-record,
                               ws-parm-nav,
                               ws-parm-msg.
           if ws-parm-msg equal "Parameter not found"
               move 6 to ws-warn-months
           else
               move ws-parm-value to ws-warn-months
           end-if.

           compute ws-month-count =
               ws-today-year * 12 + ws-today-month - 1
             + ws-warn-months.
           divide ws-month-count by 12
               giving ws-warn-year remainder ws-warn-month.
           add 1 to ws-warn-month.
           move ws-today-day to ws-warn-day.

           move "limrun" to ws-catalog-base.
           move "limrun" to ws-catalog-prog.
           call 'rptname' using "N", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           open input TransactionFile.
           open output LimitReport.

           move spaces to fd-report-line.
           string "Limitation Run - debts reaching six years by "
                      delimited by size
                  ws-warn-date delimited by size
                  " - run "    delimited by size
                  ws-today     delimited by size
               into fd-report-line.
           write fd-report-line.
           move spaces to fd-report-line.
           write fd-report-line.
           move spaces to fd-report-line.
           string "Client  Surname       Balance   Acknowledged "
                  "S  Limit" delimited by size
               into fd-report-line.
           write fd-report-line.

           move "A" to ws-pass.
           perform WalkDebtors.

           move spaces to fd-report-line.
           write fd-report-line.
           move "Flagged statute-barred this run:" to fd-report-line.
           write fd-report-line.

           move "B" to ws-pass.
           perform WalkDebtors.

           move spaces to fd-report-line.
           write fd-report-line.
           move spaces to fd-report-line.
           string "Approaching: "      delimited by size
                  ws-approaching-count delimited by size
                  "  flagged: "        delimited by size
                  ws-barred-count      delimited by size
                  "  already barred: " delimited by size
                  ws-already-count     delimited by size
                  "  records started: " delimited by size
                  ws-started-count     delimited by size
               into fd-report-line.
           write fd-report-line.

           close LimitReport.
           close TransactionFile.

           compute ws-catalog-rows =
               ws-approaching-count + ws-barred-count.
           call 'rptname' using "C", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           display "Limitation run - " ws-approaching-count
                   " approaching within " ws-warn-months
                   " months, " ws-barred-count
                   " flagged statute-barred".

           goback.

       WalkDebtors.
           call 'clntio' using "O",
                               ws-clnt-record,
                               ws-navigation-status,
                               ws-msg.
           call 'clntio' using "F",
                               ws-clnt-record,
                               ws-navigation-status,
                               ws-msg.

           perform until not next-allowed
               if ws-clnt-balance > zeroes
                   perform CheckOneDebtor
               end-if
               call 'clntio' using "N",
                                   ws-clnt-record,
                                   ws-navigation-status,
                                   ws-msg
           end-perform.

           call 'clntio' using "C",
                               ws-clnt-record,
                               ws-navigation-status,
                               ws-msg.

       CheckOneDebtor.
           move spaces to ws-lim-record.
           move ws-clnt-id to ws-lim-clnt-id.
           move spaces to ws-lim-msg.
           call 'limio' using "Q",
                              ws-lim-record,
                              ws-lim-nav,
                              ws-lim-msg.

           if ws-lim-msg equal "Limitation record not found"
               perform StartLimitRecord
           end-if.

           compute ws-limit-date = ws-lim-ack-date + ws-six-years.

           evaluate true
               when ws-lim-is-barred
                   if pass-approaching
                       add 1 to ws-already-count
                   end-if
               when pass-approaching
                   and ws-limit-date > ws-today-num
                   and ws-limit-date not > ws-warn-num
                   add 1 to ws-approaching-count
                   perform WriteDebtorLine
               when pass-barred
                   and ws-limit-date not > ws-today-num
                   perform FlagBarred
               when other
                   continue
           end-evaluate.

      * No payment through clnttxn and no acknowledgement keyed
      * since records began - the clock runs from the last payment
      * on the history, else from the oldest charge still owing.
       StartLimitRecord.
           perform FindLastPayment.

           move spaces to ws-lim-record.
           move ws-clnt-id to ws-lim-clnt-id.
           if ws-last-pay-julian not = zeroes
               call 'dates' using "G",
                                  ws-last-pay-julian,
                                  ws-seed-date
               move "H" to ws-lim-ack-source
               move ws-last-pay-txn to ws-lim-ack-txn-id
           else
               perform FindOldestCharge
               if ws-oldest-julian not = 999999
                   call 'dates' using "G",
                                      ws-oldest-julian,
                                      ws-seed-date
               else
                   move ws-today-num to ws-seed-date
               end-if
               move "I" to ws-lim-ack-source
               move zeroes to ws-lim-ack-txn-id
           end-if.
           move ws-seed-date to ws-lim-ack-date.
           move ws-operator-id to ws-lim-recorded-by.
           move ws-today-num to ws-lim-recorded-date.
           move "N" to ws-lim-barred.
           move zeroes to ws-lim-barred-date.

           move spaces to ws-lim-msg.
           call 'limio' using "A",
                              ws-lim-record,
                              ws-lim-nav,
                              ws-lim-msg.
           add 1 to ws-started-count.

       FindLastPayment.
           move zeroes to ws-last-pay-julian.
           move zeroes to ws-last-pay-txn.

           move ws-clnt-id to fd-txn-clnt-id.
           start TransactionFile key is equal to fd-txn-clnt-id
               invalid key
                   move "99" to txn-file-status
           end-start.

           if txn-success
               perform ScanForLastPayment
                   until fd-txn-clnt-id not equal ws-clnt-id
                      or not txn-success
           end-if.

       ScanForLastPayment.
           read TransactionFile next record
               at end
                   move "99" to txn-file-status
           end-read.

           if txn-success and fd-txn-clnt-id = ws-clnt-id
               and fd-txn-is-payment
               and fd-txn-amount < zeroes
               and not fd-txn-is-reversed
               if fd-txn-date > ws-last-pay-julian
                   move fd-txn-date to ws-last-pay-julian
                   move fd-txn-id to ws-last-pay-txn
               end-if
           end-if.

       FindOldestCharge.
           move 999999 to ws-oldest-julian.
           move spaces to ws-oitm-record.
           move zeroes to ws-oitm-id.
           move ws-clnt-id to ws-oitm-clnt-id.
           move "YY" to ws-oitm-nav.
           move spaces to ws-oitm-msg.
           call 'oitmio' using "S",
                               ws-oitm-record,
                               ws-oitm-nav,
                               ws-oitm-msg.
           perform until not oitm-next-allowed
               compute ws-owing = ws-oitm-amount - ws-oitm-paid
               if ws-oitm-open and ws-owing > zeroes
                   and ws-oitm-date < ws-oldest-julian
                   move ws-oitm-date to ws-oldest-julian
               end-if
               call 'oitmio' using "T",
                                   ws-oitm-record,
                                   ws-oitm-nav,
                                   ws-oitm-msg
           end-perform.

       FlagBarred.
           move "Y" to ws-lim-barred.
           move ws-today-num to ws-lim-barred-date.
           move spaces to ws-lim-msg.
           call 'limio' using "U",
                              ws-lim-record,
                              ws-lim-nav,
                              ws-lim-msg.
           if ws-lim-msg equal "Limitation record updated"
               add 1 to ws-barred-count
               perform WriteDebtorLine
           else
               display "Client " ws-clnt-id " not flagged - "
                       ws-lim-msg
           end-if.

       WriteDebtorLine.
           move ws-clnt-balance to ws-balance-display.
           move spaces to fd-report-line.
           string ws-clnt-id         delimited by size
                  " "                delimited by size
                  ws-clnt-surname    delimited by size
                  " "                delimited by size
                  ws-balance-display delimited by size
                  "   "              delimited by size
                  ws-lim-ack-date    delimited by size
                  "     "            delimited by size
                  ws-lim-ack-source  delimited by size
                  "  "               delimited by size
                  ws-limit-date      delimited by size
               into fd-report-line.
           write fd-report-line.
