               access mode is dynamic
               record key is fd-txn-id
               alternate record key is fd-txn-clnt-id with duplicates
               alternate record key is fd-txn-date with duplicates
               file status is txn-file-status.

           select BalanceControlFile assign to "balcnt.dat"
           copy "ckpt.fd".

       FD AuditFile.
       01 fd-audit-line pic X(146).

       FD OperatorFile.
           copy "oper.fd".

       01 cont-status-msg pic X(40).
       01 ws-oper-msg     pic X(80).
       01 ws-seed-password pic X(8).
       01 ws-journal-gen   pic X(8) value spaces.

      * Batch execution run-log - one line appended per run recording
      * when dropclnt ran, how many files it reset and whether it
           add 1 to ws-files-reset.
           open output AuditFile.
           close AuditFile.
      *    an empty trail starts its chain of seals afresh
           call 'audseal' using "R", "A", fd-audit-line.
           add 1 to ws-files-reset.
           open output OperatorFile.
           close OperatorFile.
           open output LockFile.
           close LockFile.
           add 1 to ws-files-reset.
      *    a fresh journal, paired with no generation yet - the
      *    first backup taken starts the one that counts
           call 'aijio' using "N", space, space, ws-journal-gen.
           add 1 to ws-files-reset.

           call 'contio' using "A",0000000,cont-file-status,
                               cont-status-msg.
           end-if.

           move "ADMIN"    to ws-oper-id
           move "ADMIN"    to ws-seed-password
           call 'pwhash' using ws-oper-id,
                               ws-seed-password,
                               ws-oper-pwd-hash
           move "Administrator" to ws-oper-name
           move "A"        to ws-oper-level
           move "A"        to ws-oper-status
