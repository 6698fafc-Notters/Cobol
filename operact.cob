               access mode is dynamic
               record key is fd-txn-id
               alternate record key is fd-txn-clnt-id with duplicates
               alternate record key is fd-txn-date with duplicates
               file status is txn-file-status.

           select TillFile assign to "till.dat"
       DATA DIVISION.
       FILE SECTION.
       FD AuditFile.
       01 fd-audit-line pic X(146).
           88 audit-EOF value high-values.

       FD TransactionFile.
       ScanTransactions.
           open input TransactionFile.

      *    the posting-date key starts the walk at the first day
      *    asked for and the first posting after the last ends it
           move ws-from-julian to fd-txn-date.
           start TransactionFile key is not less than fd-txn-date
               invalid key
                   move "N" to ws-more
           end-start.
                       move "N" to ws-more
               end-read

               if ws-more = "Y" and fd-txn-date > ws-to-julian
                   move "N" to ws-more
               end-if

               if ws-more = "Y"
                   and fd-txn-date >= ws-from-julian
                   and fd-txn-date <= ws-to-julian
