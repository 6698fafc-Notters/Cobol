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

       FD SnapshotFile.
       01 fd-snapshot-line pic X(30).

       01 ws-amount-display  pic +ZZZZZZ9.99.
       01 ws-balance-display pic +ZZZZZZ9.99.
       01 ws-payref          pic X(11).
       01 ws-payref-result   pic X(1).
       01 ws-payref-msg      pic X(80).

       PROCEDURE DIVISION.
       Main.
               into fd-stmt-line.
           write fd-stmt-line.

           move spaces to ws-payref-msg.
           call 'payref' using "B",
                               ws-clnt-id,
                               ws-payref,
                               ws-payref-result,
                               ws-payref-msg.
           move spaces to fd-stmt-line.
           string "Payment reference " delimited by size
                  ws-payref             delimited by size
                  " - quote it on every payment" delimited by size
               into fd-stmt-line.
           write fd-stmt-line.

           move spaces to fd-stmt-line.
           write fd-stmt-line.

