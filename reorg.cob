               record key is fd-otxn-id
               alternate record key is fd-otxn-clnt-id
                   with duplicates
               alternate record key is fd-otxn-date
                   with duplicates
               file status is otxn-status.

           select NewTransactionFile assign to "txn.dat"
               record key is fd-txn-id
               alternate record key is fd-txn-clnt-id
                   with duplicates
               alternate record key is fd-txn-date
                   with duplicates
               file status is ntxn-status.

           select ProofFile assign to "reorg.rpt"
       01 fd-otxn-record.
           05 fd-otxn-id      pic 9(7).
           05 fd-otxn-clnt-id pic 9(7).
           05 fd-otxn-date    pic 9(6).
           05 fd-otxn-rest    pic X(51).

       FD NewTransactionFile.
           copy "txn.fd".
