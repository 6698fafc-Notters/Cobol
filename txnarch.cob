               access mode is dynamic
               record key is fd-txn-id
               alternate record key is fd-txn-clnt-id with duplicates
               alternate record key is fd-txn-date with duplicates
               file status is txn-file-status.

           select ArchiveFile assign to "txnarch.dat"
       01 fd-txnarch-record.
           05 fd-txnarch-id             pic 9(7).
           05 fd-txnarch-clnt-id        pic 9(7).
           05 fd-txnarch-rest           pic X(57).

       FD MarkerWorkFile.
       01 fd-marker-line pic X(20).
                           ws-marker-clnt-id
               not invalid key
                   add 1 to ws-marker-count
                   call 'aijio' using "W", "T", "W", fd-txn-record
           end-write.

           move high-values to ws-txncnt-status.
                   and fd-txn-date < ws-cutoff-julian
                   delete TransactionFile record
                   end-delete
                   if txn-success
                       call 'aijio' using "W", "T", "D", fd-txn-record
                   end-if
                   add 1 to ws-deleted-count
               end-if
           end-perform.
