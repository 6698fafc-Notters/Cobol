               access mode is dynamic
               record key is fd-txn-id
               alternate record key is fd-txn-clnt-id with duplicates
               alternate record key is fd-txn-date with duplicates
               file status is txn-file-status.

      *    dated output name via rptname, so each processing date
       SumTodaysMovements.
           open input TransactionFile.

      *    the posting-date key starts the walk at the day being
      *    proved and the first later posting ends it
           move ws-today-julian to fd-txn-date.
           start TransactionFile key is not less than fd-txn-date
               invalid key
                   move "N" to ws-more-txns
           end-start.
                       move "N" to ws-more-txns
               end-read

               if more-txns and fd-txn-date > ws-today-julian
                   move "N" to ws-more-txns
               end-if

               if more-txns and fd-txn-date = ws-today-julian
                   perform BucketMovement
               end-if
