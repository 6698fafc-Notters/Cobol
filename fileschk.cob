               access mode is dynamic
               record key is fd-txn-id
               alternate record key is fd-txn-clnt-id with duplicates
               alternate record key is fd-txn-date with duplicates
               file status is txn-file-status.

           select AuditFile assign to "audit.dat"
           copy "txn.fd".

       FD AuditFile.
       01 fd-audit-line pic X(146).

       FD ExceptionFile.
       01 fd-exception-line pic X(80).
