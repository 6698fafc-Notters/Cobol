      * instalments falling due off plan.dat, the next monthly
      * direct-debit collection value off ddextr's own selection,
      * and the billing run's charges off fee.dat by category
      * count, at the price in force for the month (a scheduled
      * change included). Each run also appends its weekly
      * receipt forecast to fcsthist.dat, and the report opens
      * with the weeks just gone compared against what was
      * forecast for them - so the office learns how good the
      * forecast is. Nothing here posts; the treasury figure stops
      * being a shrug.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               access mode is dynamic
               record key is fd-txn-id
               alternate record key is fd-txn-clnt-id with duplicates
               alternate record key is fd-txn-date with duplicates
               file status is txn-file-status.

           select HistoryFile assign to "fcsthist.dat"

               if ws-fee-monthly
                   or (ws-fee-yearly and ws-mw-month = 01)
                   call 'feeprc' using ws-fee-category,
                                       ws-fee-code,
                                       ws-month-work-greg,
                                       ws-fee-amount
                   compute ws-charge-one =
                       ws-fee-amount * ws-cat-count
                   if ws-fee-standard-rated
           move zeroes to ws-actual.

           open input TransactionFile.
      *    the posting-date key starts the walk at the week's
      *    first day and the first posting after the week ends it
           move ws-hist-julian to fd-txn-date.
           start TransactionFile key is not less than fd-txn-date
               invalid key
                   move "N" to ws-more
           end-start.
                       move "N" to ws-more
               end-read

               if ws-more = "Y"
                   and fd-txn-date >= ws-hist-julian + 7
                   move "N" to ws-more
               end-if

               if ws-more = "Y"
                   and fd-txn-is-payment
                   and fd-txn-date >= ws-hist-julian
