               access mode is dynamic
               record key is fd-txn-id
               alternate record key is fd-txn-clnt-id with duplicates
               alternate record key is fd-txn-date with duplicates
               file status is txn-file-status.

           select ReturnFile assign to "vatret.rpt"
               into fd-return-line.
           write fd-return-line.

      *    the posting-date key starts the walk at the quarter's
      *    first day and the first posting after it ends it
           move ws-qtr-start-julian to fd-txn-date.
           start TransactionFile key is not less than fd-txn-date
               invalid key
                   move "N" to ws-more-txns
           end-start.
                       move "N" to ws-more-txns
               end-read

               if more-txns and fd-txn-date > ws-qtr-end-julian
                   move "N" to ws-more-txns
               end-if

               if more-txns
                   and fd-txn-tax not equal zeroes
                   and fd-txn-date >= ws-qtr-start-julian
