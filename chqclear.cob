               access mode is dynamic
               record key is fd-txn-id
               alternate record key is fd-txn-clnt-id with duplicates
               alternate record key is fd-txn-date with duplicates
               file status is txn-file-status.

           select RegisterFile assign to "chqclear.rpt"
               move "Y" to fd-txn-cleared
               rewrite fd-txn-record
               end-rewrite
               if txn-success
                   call 'aijio' using "W", "T", "R", fd-txn-record
               end-if
               add 1 to ws-cleared-count
               perform WriteClearedLine
           else
