       IDENTIFICATION DIVISION.
       PROGRAM-ID. bdgtest IS INITIAL.
       AUTHOR. Andrew Notman.

      * Budget estimate - works out a budget-billing client's
      * annual charge for the year starting on the date given, and
      * hands back the estimate (gross, with its VAT element).
      * Two figures are set side by side and the higher is used,
      * so the budget errs towards a small credit at the true-up
      * rather than a large bill:
      *   - the fee schedule's charges for the twelve billing
      *     months from the start, each month priced at what will
      *     be in force then (feeprc, so notified price changes
      *     are in), monthly rows every month and yearly rows in
      *     January, VAT added on standard-rated rows;
      *   - last year's charges - on "J" (joining) the BILLING-
      *     tagged fees posted in the year before the start, on
      *     "R" (renewal at the true-up) the year's actual charges
      *     the caller passes in.
      * The last-year figure used is handed back either way.

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

       DATA DIVISION.
       FILE SECTION.
       FD TransactionFile.
           copy "txn.fd".

       WORKING-STORAGE SECTION.
           copy "fee.ws".
           copy "parm.ws".

       01 txn-file-status pic X(2).
           88 txn-success value "00".

       01 ws-fee-msg  pic X(80).
       01 ws-fee-nav  pic X(2).
           88 fee-next-allowed value "YY", "YN".
       01 ws-parm-msg pic X(80).
       01 ws-parm-nav pic X(2).

       01 ws-vat-rate     pic 9(2)V9(2) value zeroes.
       01 ws-price        pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-price-tax    pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-sched-gross  pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-sched-tax    pic S9(7)V9(2) comp-3 value zeroes.

      * the billing month being priced - the schedule is priced
      * as at the 28th, a day every month has
       01 ws-bill-date.
           05 ws-bill-year  pic 9(4).
           05 ws-bill-month pic 9(2).
           05 ws-bill-day   pic 9(2).
       01 ws-month-count pic 9(2).

       01 ws-start-julian pic 9(6).
       01 ws-from-julian  pic 9(6).

       LINKAGE SECTION.
       01 ls-operation  pic X(1).
       01 ls-clnt-id    pic 9(7).
       01 ls-category   pic X(1).
       01 ls-start-date pic 9(8).
       01 ls-last-gross pic S9(7)V9(2) comp-3.
       01 ls-last-tax   pic S9(7)V9(2) comp-3.
       01 ls-est-gross  pic S9(7)V9(2) comp-3.
       01 ls-est-tax    pic S9(7)V9(2) comp-3.

       PROCEDURE DIVISION USING ls-operation,
                                ls-clnt-id,
                                ls-category,
                                ls-start-date,
                                ls-last-gross,
                                ls-last-tax,
                                ls-est-gross,
                                ls-est-tax.
       Main.
           perform ReadVatRate.
           perform PriceSchedule.

           if ls-operation = "J"
               perform ReadLastYear
           end-if.

           if ls-last-gross > ws-sched-gross
               move ls-last-gross to ls-est-gross
               move ls-last-tax to ls-est-tax
           else
               move ws-sched-gross to ls-est-gross
               move ws-sched-tax to ls-est-tax
           end-if.

           EXIT PROGRAM.

       ReadVatRate.
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

      * Twelve billing months from the start month, the way the
      * billing run would charge them.
       PriceSchedule.
           move zeroes to ws-sched-gross.
           move zeroes to ws-sched-tax.
           move ls-start-date to ws-bill-date.
           move 28 to ws-bill-day.

           perform varying ws-month-count from 1 by 1
               until ws-month-count > 12
               perform PriceOneMonth
               add 1 to ws-bill-month
               if ws-bill-month > 12
                   move 01 to ws-bill-month
                   add 1 to ws-bill-year
               end-if
           end-perform.

       PriceOneMonth.
           move spaces to ws-fee-record.
           move ls-category to ws-fee-category.
           move low-values to ws-fee-code.
           move "YY" to ws-fee-nav.

           move spaces to ws-fee-msg.
           call 'feeio' using "N",
                              ws-fee-record,
                              ws-fee-nav,
                              ws-fee-msg.

           perform until not fee-next-allowed
               or ws-fee-category not equal ls-category
               if ws-fee-monthly
                   or (ws-fee-yearly and ws-bill-month = 01)
                   perform PriceOneFee
               end-if
               call 'feeio' using "N",
                                  ws-fee-record,
                                  ws-fee-nav,
                                  ws-fee-msg
           end-perform.

       PriceOneFee.
           move ws-fee-amount to ws-price.
           call 'feeprc' using ws-fee-category,
                               ws-fee-code,
                               ws-bill-date,
                               ws-price.

           move zeroes to ws-price-tax.
           if ws-fee-standard-rated
               compute ws-price-tax rounded =
                   ws-price * ws-vat-rate / 100
           end-if.

           add ws-price ws-price-tax to ws-sched-gross.
           add ws-price-tax to ws-sched-tax.

      * Last year's billing-run charges, less any that were
      * reversed - the year up to the day before the start.
       ReadLastYear.
           move zeroes to ls-last-gross.
           move zeroes to ls-last-tax.

           call 'dates' using "J", ws-start-julian, ls-start-date.
           compute ws-from-julian = ws-start-julian - 365.

           open input TransactionFile.

           move ls-clnt-id to fd-txn-clnt-id.
           start TransactionFile key is equal to fd-txn-clnt-id
               invalid key
                   move "23" to txn-file-status
           end-start.

           if txn-success
               perform ReadNextPosting
               perform until not txn-success
                   or fd-txn-clnt-id not equal ls-clnt-id
                   if fd-txn-is-fee
                       and fd-txn-ref = "BILLING"
                       and not fd-txn-is-reversed
                       and fd-txn-date >= ws-from-julian
                       and fd-txn-date < ws-start-julian
                       add fd-txn-amount to ls-last-gross
                       add fd-txn-tax to ls-last-tax
                   end-if
                   perform ReadNextPosting
               end-perform
           end-if.

           close TransactionFile.

       ReadNextPosting.
           read TransactionFile next record
               at end
                   move "99" to txn-file-status
           end-read.
