      * cheque line on apprchq.dat for the cheque printer, since
      * the refund run's own extract closed without it. Keyer and
      * approver must differ, and both ids go on the audit trail.
      * A refund to a client with a suspicious-activity case under
      * review stays pending until the case is disposed of. The
      * approved cheque goes on the refund cheque register like
      * the refund run's own, its row number printed as the
      * cheque number.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD AuditFile.
       01 fd-audit-line pic X(146).

       FD ChequeFile.
       01 fd-cheque-line pic X(80).
           copy "oper.ws".
           copy "clnt.ws".
           copy "appr.ws".
           copy "rchq.ws".

       01 ws-oper-msg pic X(80).
       01 ws-clnt-msg pic X(80).
       01 ws-appr-msg pic X(80).
       01 ws-appr-nav pic X(2).
           88 appr-next-allowed value "YY", "YN".
       01 ws-rchq-msg pic X(80).
       01 ws-rchq-nav pic X(2).

       01 ws-entered-password pic X(8) value spaces.
       01 ws-signon-result    pic X(1) value "N".
       01 ws-txn-ref       pic X(8) value "APPROVED".
       01 ws-txn-msg       pic X(80) value spaces.
       01 ws-post-type     pic X(1) value spaces.
       01 ws-aml-result    pic X(1) value "N".

       01 ws-amount-display pic +ZZZZZZ9.99.
       01 ws-cheque-display pic 9(7)V99.
           perform FetchPendingItem.

           if ws-appr-pending
               move "N" to ws-aml-result
               if ws-appr-type = "R"
                   call 'amlchk' using ws-appr-clnt-id, ws-aml-result
               end-if
      *        four eyes means four - never the keyer's own two
               evaluate true
                   when ws-appr-keyed-by equal ws-oper-id
                       display "Keyer and approver must differ - "
                               "not approved"
      *            a refund waits while the client is under
      *            suspicious-activity review - left pending
                   when ws-aml-result = "Y"
                       display "Client under suspicious-activity "
                               "review - refund left pending"
                   when other
                       perform PostApprovedItem
               end-evaluate
           end-if.

       PostApprovedItem.
                  ws-appr-id       delimited by size
                  "]"              delimited by size
               into fd-audit-line.
           call 'audseal' using "S", "A", fd-audit-line.
           write fd-audit-line.
           close AuditFile.

      * so the approved cheque goes on its own extract file for
      * the printer, in the same line shape.
       WriteApprovedChequeLine.
           perform RegisterCheque.

           move ws-appr-amount to ws-cheque-display.

           open extend ChequeFile.
           string "C"                delimited by size
                  ws-clnt-id         delimited by size
                  " "                delimited by size
                  ws-rchq-id         delimited by size
                  " "                delimited by size
                  ws-cheque-display  delimited by size
                  " "                delimited by size
                  ws-clnt-first-name delimited by size
           write fd-cheque-line.
           close ChequeFile.

           display "Cheque " ws-rchq-id
                   " line written to apprchq.dat".

      * The same register row the refund run writes for its own
      * cheques.
       RegisterCheque.
           move spaces to ws-rchq-record.
           move zeroes to ws-rchq-id.
           move ws-appr-clnt-id to ws-rchq-clnt-id.
           string ws-clnt-first-name delimited by "  "
                  " "                delimited by size
                  ws-clnt-surname    delimited by "  "
               into ws-rchq-payee.
           move ws-appr-amount to ws-rchq-amount.
           move ws-today to ws-rchq-issue-date.
           move ws-posted-txn-id to ws-rchq-txn-id.
           move "I" to ws-rchq-status.
           move space to ws-rchq-ppay.
           move zeroes to ws-rchq-presented-date.
           move zeroes to ws-rchq-presented-amount.
           move "N" to ws-rchq-mismatch.
           move zeroes to ws-rchq-cancel-date.
           move zeroes to ws-rchq-cancel-txn-id.
           move zeroes to ws-rchq-uncl-id.
           move spaces to ws-rchq-msg.
           call 'rchqio' using "A",
                               ws-rchq-record,
                               ws-rchq-nav,
                               ws-rchq-msg.
