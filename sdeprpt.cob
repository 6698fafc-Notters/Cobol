       IDENTIFICATION DIVISION.
       PROGRAM-ID. sdeprpt IS INITIAL.
       AUTHOR. Andrew Notman.

      * Month-end security deposits. Every deposit still held on
      * sdep.dat earns the month's interest at the deposit rate on
      * the interest-rate table (category "D" rows through
      * iratemnt, banded on the deposit amount, the latest row in
      * force on the processing date); a month the run missed is
      * caught up, and a rerun of the same month adds nothing. The
      * report lists every deposit held with its interest to date,
      * sums by branch and gives the total the business owes its
      * clients - the deposits-held liability. The month's
      * movements on that liability are journalled in gljrnl's
      * layout: deposits taken (bank clearing "P " to deposits
      * held "DH", 2300 until mapped), interest accrued (interest
      * expense "DX", 6200, to "DH") and deposits refunded ("DH"
      * back to bank clearing). A deposit applied to a balance
      * posts through clnttxn and is journalled out of "DH" by the
      * daily journal, so it is not repeated here. With no "D"
      * rate keyed the deposits earn nothing and the report says
      * so; an unmapped account once glmap.dat is in use, or a
      * month already closed, refuses the run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select DepositReport assign to ws-report-name
               organization is line sequential.

           select DepositJournal assign to ws-journal-name
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD DepositReport.
       01 fd-report-line pic X(100).

       FD DepositJournal.
       01 fd-gl-line pic X(80).

       WORKING-STORAGE SECTION.
           copy "clnt.ws".
           copy "sdep.ws".
           copy "irate.ws".
           copy "glmap.ws".

       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-sdep-msg pic X(80).
       01 ws-sdep-nav pic X(2).
           88 sdep-next-allowed value "YY", "YN".
       01 ws-irate-msg pic X(80).
       01 ws-irate-nav pic X(2).
           88 irate-next-allowed value "YY", "YN".
       01 ws-glmap-msg pic X(80).
       01 ws-glmap-nav pic X(2).
           88 glmap-next-allowed value "YY", "YN".

       01 ws-proc-date.
           05 ws-proc-ym pic 9(6).
           05 ws-proc-dd pic 9(2).
       01 ws-proc-ym-parts redefines ws-proc-date.
           05 ws-proc-yyyy pic 9(4).
           05 ws-proc-mm   pic 9(2).
           05 filler       pic 9(2).
       01 ws-period-closed pic X(1) value "N".

       01 ws-accrued-ym.
           05 ws-accrued-yyyy pic 9(4).
           05 ws-accrued-mm   pic 9(2).
       01 ws-months-due pic S9(5) comp-3.

       01 ws-taken-date.
           05 ws-taken-ym pic 9(6).
           05 ws-taken-dd pic 9(2).
       01 ws-closed-date.
           05 ws-closed-ym pic 9(6).
           05 ws-closed-dd pic 9(2).

       01 ws-map-table-in-use pic X(1) value "N".
           88 map-table-in-use value "Y".
       01 ws-acct-p  pic X(4) value "1050".
       01 ws-acct-dh pic X(4) value "2300".
       01 ws-acct-dx pic X(4) value "6200".
       01 ws-lookup-key     pic X(2).
       01 ws-lookup-account pic X(4).
       01 ws-lookup-found   pic X(1).
       01 ws-unmapped-key   pic X(2) value spaces.

       01 ws-rates-keyed    pic X(1) value "N".
           88 rates-keyed value "Y".
       01 ws-rate-found     pic X(1).
       01 ws-best-eff-date  pic 9(8).
       01 ws-best-band      pic 9(7).
       01 ws-monthly-rate   pic 9(2)V9(2) comp-3.

      * one deposit's working
       01 ws-dep-interest pic S9(7)V9(2) comp-3.
       01 ws-dep-total    pic S9(7)V9(2) comp-3.

      * liability by branch
       01 ws-branch-table.
           05 ws-br-entry occurs 40 times.
               10 ws-br-branch pic X(2).
               10 ws-br-count  pic 9(5).
               10 ws-br-total  pic S9(9)V9(2) comp-3.
       01 ws-br-used  pic 9(2) value zeroes.
       01 br-idx      pic 9(2).
       01 ws-br-found pic X(1).

       01 ws-held-count      pic 9(7) value zeroes.
       01 ws-accrued-count   pic 9(7) value zeroes.
       01 ws-total-amount    pic S9(9)V9(2) comp-3 value zeroes.
       01 ws-total-interest  pic S9(9)V9(2) comp-3 value zeroes.
       01 ws-total-liability pic S9(9)V9(2) comp-3 value zeroes.
       01 ws-month-taken     pic S9(9)V9(2) comp-3 value zeroes.
       01 ws-month-interest  pic S9(9)V9(2) comp-3 value zeroes.
       01 ws-month-refunded  pic S9(9)V9(2) comp-3 value zeroes.
       01 ws-month-applied   pic S9(9)V9(2) comp-3 value zeroes.

       01 ws-amount-display   pic ZZZZZZ9.99.
       01 ws-interest-display pic ZZZZZZ9.99.
       01 ws-dep-display      pic ZZZZZZZ9.99.
       01 ws-rate-display     pic Z9.99.
       01 ws-total-display    pic ZZZZZZZZ9.99.
       01 ws-gl-amount-display pic 9(9)V99.
       01 ws-gl-debit-total   pic 9(9)V99 value zeroes.
       01 ws-entry-count pic 9(5) value zeroes.

      * one journal pair's working
       01 ws-pair-amount    pic S9(9)V9(2) comp-3.
       01 ws-pair-debit     pic X(4).
       01 ws-pair-credit    pic X(4).
       01 ws-pair-ref       pic X(3).

       01 ws-report-name  pic X(30) value spaces.
       01 ws-journal-name pic X(30) value spaces.
       01 ws-catalog-base pic X(8).
       01 ws-catalog-prog pic X(8).
       01 ws-catalog-rows pic 9(7) value zeroes.

       PROCEDURE DIVISION.
       Main.
           call 'procdtio' using "R", ws-proc-date.
           if ws-proc-date equal zeroes
               accept ws-proc-date from date yyyymmdd
           end-if.

           call 'prdchk' using ws-proc-date, ws-period-closed.
           if ws-period-closed = "Y"
               display "Deposits REFUSED - period " ws-proc-ym
                       " is closed"
               move 1 to return-code
               goback
           end-if.

           perform LoadAccountMappings.

           if ws-unmapped-key not = spaces
               display "Deposits REFUSED - no account mapping for "
                       ws-unmapped-key
               move 1 to return-code
               goback
           end-if.

           perform CheckRatesKeyed.

           initialize ws-branch-table.

           move "sdeprpt" to ws-catalog-base.
           move "sdeprpt" to ws-catalog-prog.
           call 'rptname' using "N", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           open output DepositReport.

           move spaces to fd-report-line.
           string "Security Deposits Held - month-end "
                      delimited by size
                  ws-proc-ym  delimited by size
                  " at "      delimited by size
                  ws-proc-date delimited by size
               into fd-report-line.
           write fd-report-line.

           if not rates-keyed
               move spaces to fd-report-line
               string "No deposit rate keyed (iratemnt category D)"
                      " - no interest accrued" delimited by size
                   into fd-report-line
               write fd-report-line
           end-if.

           move spaces to fd-report-line.
           string "Client  Surname    Br Taken        Deposit  Rate"
                  "    Interest        Total"
                      delimited by size
               into fd-report-line.
           write fd-report-line.

           move spaces to ws-sdep-record.
           move zeroes to ws-sdep-clnt-id.
           move "YY" to ws-sdep-nav.
           move spaces to ws-sdep-msg.
           call 'sdepio' using "F",
                               ws-sdep-record,
                               ws-sdep-nav,
                               ws-sdep-msg.

           perform until not sdep-next-allowed
               perform ReviewDeposit
               call 'sdepio' using "N",
                                   ws-sdep-record,
                                   ws-sdep-nav,
                                   ws-sdep-msg
           end-perform.

           perform WriteSummary.

           close DepositReport.

           move ws-held-count to ws-catalog-rows.
           call 'rptname' using "C", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           perform WriteJournal.

           move ws-total-liability to ws-total-display.
           display "Deposits held at " ws-proc-ym " "
                   ws-total-display " - report " ws-report-name.
           display "Month's movements journalled to "
                   ws-journal-name.

           goback.

      * gljrnl's rule - an empty mapping table keeps the built-in
      * accounts, and once rows exist both deposit accounts must
      * be mapped. Bank clearing keeps 1050 unless "P " is mapped.
       LoadAccountMappings.
           move "N" to ws-map-table-in-use.
           move spaces to ws-glmap-record.
           move low-values to ws-glmap-key.
           move "YY" to ws-glmap-nav.
           move spaces to ws-glmap-msg.
           call 'glmapio' using "F",
                                ws-glmap-record,
                                ws-glmap-nav,
                                ws-glmap-msg.

           if glmap-next-allowed
               move "Y" to ws-map-table-in-use
           end-if.

           if map-table-in-use
               move "P " to ws-lookup-key
               perform LookUpOneAccount
               if ws-lookup-found = "Y"
                   move ws-lookup-account to ws-acct-p
               end-if

               move "DH" to ws-lookup-key
               perform LookUpOneAccount
               if ws-lookup-found = "Y"
                   move ws-lookup-account to ws-acct-dh
               else
                   move "DH" to ws-unmapped-key
               end-if

               move "DX" to ws-lookup-key
               perform LookUpOneAccount
               if ws-lookup-found = "Y"
                   move ws-lookup-account to ws-acct-dx
               else
                   move "DX" to ws-unmapped-key
               end-if
           end-if.

       LookUpOneAccount.
           move "Y" to ws-lookup-found.
           move spaces to ws-glmap-record.
           move ws-lookup-key to ws-glmap-key.
           move spaces to ws-glmap-msg.
           call 'glmapio' using "Q",
                                ws-glmap-record,
                                ws-glmap-nav,
                                ws-glmap-msg.

           if ws-glmap-msg equal "Mapping not found"
               move "N" to ws-lookup-found
           else
               move ws-glmap-account to ws-lookup-account
           end-if.

       CheckRatesKeyed.
           move "N" to ws-rates-keyed.
           move spaces to ws-irate-record.
           move low-values to ws-irate-key.
           move "YY" to ws-irate-nav.
           move spaces to ws-irate-msg.
           call 'irateio' using "F",
                                ws-irate-record,
                                ws-irate-nav,
                                ws-irate-msg.

           perform until not irate-next-allowed or rates-keyed
               if ws-irate-category = "D"
                   move "Y" to ws-rates-keyed
               end-if
               call 'irateio' using "N",
                                    ws-irate-record,
                                    ws-irate-nav,
                                    ws-irate-msg
           end-perform.

      * Held deposits accrue and are listed; every row, whatever
      * its status, is checked for movements dated this month.
       ReviewDeposit.
           move ws-sdep-taken-date to ws-taken-date.
           move ws-sdep-closed-date to ws-closed-date.

           if ws-taken-ym = ws-proc-ym
               add ws-sdep-amount to ws-month-taken
           end-if.

           if ws-sdep-held
               perform AccrueDeposit
               perform ListDeposit
           end-if.

           if ws-sdep-refunded and ws-closed-ym = ws-proc-ym
               add ws-sdep-amount ws-sdep-interest
                   to ws-month-refunded
           end-if.

           if ws-sdep-applied and ws-closed-ym = ws-proc-ym
               add ws-sdep-amount ws-sdep-interest
                   to ws-month-applied
           end-if.

      * Whole months since the deposit was last accrued, at the
      * rate in force now. The month's interest is kept on the
      * row, so a rerun journals the same figure without adding
      * it a second time.
       AccrueDeposit.
           move ws-sdep-accrued-to to ws-accrued-ym.
           compute ws-months-due =
               (ws-proc-yyyy * 12 + ws-proc-mm)
             - (ws-accrued-yyyy * 12 + ws-accrued-mm).

           perform SelectDepositRate.

           if ws-months-due > zeroes
               compute ws-dep-interest rounded =
                   ws-sdep-amount * ws-monthly-rate / 100
                   * ws-months-due
               add ws-dep-interest to ws-sdep-interest
               move ws-dep-interest to ws-sdep-last-interest
               move ws-proc-ym to ws-sdep-accrued-to
               move spaces to ws-sdep-msg
               call 'sdepio' using "U",
                                   ws-sdep-record,
                                   ws-sdep-nav,
                                   ws-sdep-msg
               if ws-sdep-msg not equal "Deposit updated"
                   display "Deposit " ws-sdep-clnt-id
                           " not accrued - " ws-sdep-msg
                   move 1 to return-code
               end-if
           end-if.

           if ws-sdep-accrued-to = ws-proc-ym
               add ws-sdep-last-interest to ws-month-interest
               if ws-sdep-last-interest not = zeroes
                   add 1 to ws-accrued-count
               end-if
           end-if.

      * intracc's selection on the "D" rows: the highest band
      * floor the deposit reaches, then within it the latest
      * effective date on or before the processing date.
       SelectDepositRate.
           move "N" to ws-rate-found.
           move zeroes to ws-best-eff-date.
           move zeroes to ws-best-band.
           move zeroes to ws-monthly-rate.

           if rates-keyed
               move spaces to ws-irate-record
               move low-values to ws-irate-key
               move "YY" to ws-irate-nav
               move spaces to ws-irate-msg
               call 'irateio' using "F",
                                    ws-irate-record,
                                    ws-irate-nav,
                                    ws-irate-msg
               perform ConsiderRateRow
                   until not irate-next-allowed
           end-if.

       ConsiderRateRow.
           if ws-irate-category = "D"
               and ws-irate-eff-date <= ws-proc-date
               and ws-sdep-amount >= ws-irate-band
               if ws-irate-band > ws-best-band
                   or (ws-irate-band = ws-best-band
                       and ws-irate-eff-date > ws-best-eff-date)
                   or ws-rate-found = "N"
                   move "Y" to ws-rate-found
                   move ws-irate-eff-date to ws-best-eff-date
                   move ws-irate-band to ws-best-band
                   move ws-irate-rate to ws-monthly-rate
               end-if
           end-if.

           call 'irateio' using "N",
                                ws-irate-record,
                                ws-irate-nav,
                                ws-irate-msg.

       ListDeposit.
           move spaces to ws-clnt-record.
           move ws-sdep-clnt-id to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.
           if ws-clnt-msg equal "Client not found"
               move "?" to ws-clnt-surname
               move spaces to ws-clnt-branch
           end-if.

           compute ws-dep-total = ws-sdep-amount + ws-sdep-interest.

           add 1 to ws-held-count.
           add ws-sdep-amount to ws-total-amount.
           add ws-sdep-interest to ws-total-interest.
           add ws-dep-total to ws-total-liability.
           perform AddToBranch.

           move ws-sdep-amount to ws-amount-display.
           move ws-monthly-rate to ws-rate-display.
           move ws-sdep-interest to ws-interest-display.
           move ws-dep-total to ws-dep-display.
           move spaces to fd-report-line.
           string ws-sdep-clnt-id     delimited by size
                  " "                 delimited by size
                  ws-clnt-surname     delimited by size
                  " "                 delimited by size
                  ws-clnt-branch      delimited by size
                  " "                 delimited by size
                  ws-sdep-taken-date  delimited by size
                  " "                 delimited by size
                  ws-amount-display   delimited by size
                  " "                 delimited by size
                  ws-rate-display     delimited by size
                  " "                 delimited by size
                  ws-interest-display delimited by size
                  " "                 delimited by size
                  ws-dep-display      delimited by size
               into fd-report-line.
           write fd-report-line.

       AddToBranch.
           move "N" to ws-br-found.
           perform varying br-idx from 1 by 1
               until br-idx > ws-br-used or ws-br-found = "Y"
               if ws-br-branch(br-idx) = ws-clnt-branch
                   move "Y" to ws-br-found
               end-if
           end-perform.

           if ws-br-found = "Y"
               subtract 1 from br-idx
           else
               if ws-br-used < 40
                   add 1 to ws-br-used
                   move ws-br-used to br-idx
                   move ws-clnt-branch to ws-br-branch(br-idx)
                   move "Y" to ws-br-found
               end-if
           end-if.

           if ws-br-found = "Y"
               add 1 to ws-br-count(br-idx)
               add ws-dep-total to ws-br-total(br-idx)
           end-if.

       WriteSummary.
           move spaces to fd-report-line.
           write fd-report-line.
           move "Deposits held by branch" to fd-report-line.
           write fd-report-line.

           perform varying br-idx from 1 by 1
               until br-idx > ws-br-used
               move ws-br-total(br-idx) to ws-total-display
               move spaces to fd-report-line
               string ws-br-branch(br-idx) delimited by size
                      " "                  delimited by size
                      ws-br-count(br-idx)  delimited by size
                      " "                  delimited by size
                      ws-total-display     delimited by size
                   into fd-report-line
               write fd-report-line
           end-perform.

           move spaces to fd-report-line.
           write fd-report-line.

           move ws-total-amount to ws-total-display.
           move spaces to fd-report-line.
           string "Deposits held:          " delimited by size
                  ws-held-count              delimited by size
                  " "                        delimited by size
                  ws-total-display           delimited by size
               into fd-report-line.
           write fd-report-line.

           move ws-total-interest to ws-total-display.
           move spaces to fd-report-line.
           string "Interest accrued to date:        "
                      delimited by size
                  ws-total-display delimited by size
               into fd-report-line.
           write fd-report-line.

           move ws-total-liability to ws-total-display.
           move spaces to fd-report-line.
           string "Deposits-held liability:         "
                      delimited by size
                  ws-total-display delimited by size
               into fd-report-line.
           write fd-report-line.

           move spaces to fd-report-line.
           write fd-report-line.
           move "Movements this month" to fd-report-line.
           write fd-report-line.

           move ws-month-taken to ws-total-display.
           move spaces to fd-report-line.
           string "Taken:                           "
                      delimited by size
                  ws-total-display delimited by size
               into fd-report-line.
           write fd-report-line.

           move ws-month-interest to ws-total-display.
           move spaces to fd-report-line.
           string "Interest accrued:                "
                      delimited by size
                  ws-total-display delimited by size
                  " on "           delimited by size
                  ws-accrued-count delimited by size
               into fd-report-line.
           write fd-report-line.

           move ws-month-refunded to ws-total-display.
           move spaces to fd-report-line.
           string "Refunded:                        "
                      delimited by size
                  ws-total-display delimited by size
               into fd-report-line.
           write fd-report-line.

           move ws-month-applied to ws-total-display.
           move spaces to fd-report-line.
           string "Applied to balances:             "
                      delimited by size
                  ws-total-display delimited by size
                  " (daily journal)" delimited by size
               into fd-report-line.
           write fd-report-line.

      * One balanced pair per kind of movement. A month with no
      * movement still writes its header and trailer so the
      * ledger load sees the month was run.
       WriteJournal.
           move "sdepjnl" to ws-catalog-base.
           move "sdeprpt" to ws-catalog-prog.
           move zeroes to ws-catalog-rows.
           call 'rptname' using "N", ws-catalog-base,
                                ws-journal-name, ws-catalog-prog,
                                ws-catalog-rows.

           open output DepositJournal.

           move spaces to fd-gl-line.
           string "H" delimited by size
                  ws-proc-date delimited by size
                  " MONTH-END SECURITY DEPOSITS JOURNAL"
                      delimited by size
               into fd-gl-line.
           write fd-gl-line.

           move ws-month-taken to ws-pair-amount.
           move ws-acct-p to ws-pair-debit.
           move ws-acct-dh to ws-pair-credit.
           move "SDT" to ws-pair-ref.
           perform WriteJournalPair.

           move ws-month-interest to ws-pair-amount.
           move ws-acct-dx to ws-pair-debit.
           move ws-acct-dh to ws-pair-credit.
           move "SDI" to ws-pair-ref.
           perform WriteJournalPair.

           move ws-month-refunded to ws-pair-amount.
           move ws-acct-dh to ws-pair-debit.
           move ws-acct-p to ws-pair-credit.
           move "SDR" to ws-pair-ref.
           perform WriteJournalPair.

           move spaces to fd-gl-line.
           string "T" delimited by size
                  ws-entry-count delimited by size
                  " DR " delimited by size
                  ws-gl-debit-total delimited by size
                  " CR " delimited by size
                  ws-gl-debit-total delimited by size
               into fd-gl-line.
           write fd-gl-line.

           close DepositJournal.

           move ws-entry-count to ws-catalog-rows.
           call 'rptname' using "C", ws-catalog-base,
                                ws-journal-name, ws-catalog-prog,
                                ws-catalog-rows.

       WriteJournalPair.
           if ws-pair-amount not = zeroes
               move ws-pair-amount to ws-gl-amount-display
               add ws-gl-amount-display to ws-gl-debit-total

               move spaces to fd-gl-line
               string "D"                  delimited by size
                      ws-pair-debit        delimited by size
                      " D "                delimited by size
                      ws-gl-amount-display delimited by size
                      " "                  delimited by size
                      ws-pair-ref          delimited by size
                      " "                  delimited by size
                      ws-proc-ym           delimited by size
                   into fd-gl-line
               write fd-gl-line
               add 1 to ws-entry-count

               move spaces to fd-gl-line
               string "D"                  delimited by size
                      ws-pair-credit       delimited by size
                      " C "                delimited by size
                      ws-gl-amount-display delimited by size
                      " "                  delimited by size
                      ws-pair-ref          delimited by size
                      " "                  delimited by size
                      ws-proc-ym           delimited by size
                   into fd-gl-line
               write fd-gl-line
               add 1 to ws-entry-count
           end-if.
