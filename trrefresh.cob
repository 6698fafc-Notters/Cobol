       01 ws-latest-gen pic X(8) value spaces.

      * the files the training-mode io modules open - the client
      * master with its audit trail (and the trail's seal state,
      * so training appends carry on the copied chain), the
      * transaction history, the receipts and the till sessions
       01 ws-refresh-names.
           05 filler pic X(12) value "clnt.dat".
           05 filler pic X(12) value "txn.dat".
           05 filler pic X(12) value "audit.dat".
           05 filler pic X(12) value "rcpt.dat".
           05 filler pic X(12) value "till.dat".
           05 filler pic X(12) value "audseal.dat".
       01 ws-refresh-table redefines ws-refresh-names.
           05 ws-refresh-name occurs 6 times pic X(12).
       01 file-idx pic 9(1).

       01 ws-source-name pic X(24).
               goback
           end-if.

           perform varying file-idx from 1 by 1 until file-idx > 6
               perform CopyOneFile
           end-perform.

