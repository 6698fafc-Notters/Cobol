      * uses, and the payments-while-placed report totals what
      * each placed client has paid since placement, for the
      * agency's commission.
      * Only the undisputed balance is handed over: anything the
      * client has open in dispute (dispsum) comes off the amount
      * placed and extracted, and an account whose whole balance is
      * in dispute cannot be placed at all until it is resolved.
      * Nor can a debt flagged statute-barred (limchk) - the agency
      * would be chasing a debt that can no longer be enforced.
      * A client marked vulnerable (vulnchk) is placed only when a
      * second admin puts their id and password to it, and the
      * approver goes on the audit line with the agency.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               access mode is dynamic
               record key is fd-txn-id
               alternate record key is fd-txn-clnt-id with duplicates
               alternate record key is fd-txn-date with duplicates
               file status is txn-file-status.

           select AuditFile assign to "audit.dat"
           copy "txn.fd".

       FD AuditFile.
       01 fd-audit-line pic X(146).

       FD ExtractFile.
       01 fd-extract-line pic X(120).
       01 ws-placed-julian      pic 9(6) value zeroes.
       01 ws-paid-since         pic S9(9)V9(2) comp-3 value zeroes.

       01 ws-placeable       pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-disp-all-items   pic 9(7) value zeroes.
       01 ws-disp-open-amount pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-disp-open-count  pic 9(5) value zeroes.

       01 ws-amount-display pic 9(7)V99.
       01 ws-paid-display   pic +ZZZZZZZZ9.99.
       01 ws-balance-display pic +ZZZZZZ9.99.
       01 ws-hash-display pic 9(11)V99.

       01 ws-placed-count pic 9(5) value zeroes.

       01 ws-barred-result pic X(1) value "N".

      * A client marked vulnerable (vulnchk) is placed only with a
      * second admin's id and password to it - signed on through
      * its own record so the placing admin's stays as it was.
       01 ws-vuln-result      pic X(1) value "N".
       01 ws-vuln-approved    pic X(1) value "N".
       01 ws-approver-password pic X(8) value spaces.
       01 ws-approver-result  pic X(1) value "N".
       01 ws-approver-msg     pic X(80).
       01 ws-approver-record.
           05 ws-approver-id    pic X(8).
           05 filler            pic X(36).
           05 ws-approver-level pic X(1).
               88 ws-approver-is-admin value "A".
           05 filler            pic X(94).
       01 ws-total-paid   pic S9(11)V9(2) comp-3 value zeroes.
       01 ws-total-paid-display pic +ZZZZZZZZZZ9.99.

                               ws-clnt-nav,
                               ws-clnt-msg.

           if ws-clnt-msg not equal "Client not found"
               call 'limchk' using "Q",
                                   ws-entry-clnt-id,
                                   ws-barred-result,
                                   ws-oper-id
           end-if.

           if ws-clnt-msg equal "Client not found"
               display "Client not found"
           else
               perform FindPlaceableBalance
               evaluate true
                   when ws-barred-result = "Y"
                       display "Debt is statute-barred - "
                               "account cannot be placed"
                   when ws-disp-open-amount > zeroes
                       and ws-placeable not > zeroes
                       display "Whole balance is in dispute - "
                               "account cannot be placed"
                   when other
                       perform CheckVulnerable
                       if ws-vuln-approved = "Y"
                           perform CheckAndPlace
                       end-if
               end-evaluate
           end-if.

      * The balance less whatever the client has open in dispute -
      * the agency is never asked to collect a disputed charge.
       FindPlaceableBalance.
           call 'dispsum' using ws-clnt-id,
                                ws-disp-all-items,
                                ws-disp-open-amount,
                                ws-disp-open-count.
           compute ws-placeable =
               ws-clnt-balance - ws-disp-open-amount.

       CheckVulnerable.
           move "Y" to ws-vuln-approved.
           move spaces to ws-approver-id.
           call 'vulnchk' using "Q", ws-entry-clnt-id, ws-vuln-result.

           if ws-vuln-result = "Y"
               move "N" to ws-vuln-approved
               display "Client is marked vulnerable - placement "
                       "needs a second admin's approval"
               display "Approving admin id: " with no advancing
               accept ws-approver-id
               display "Approving admin password: "
                   with no advancing
               move spaces to ws-approver-password
               accept ws-approver-password

               move spaces to ws-approver-msg
               call 'signon' using "S",
                                   ws-approver-id,
                                   ws-approver-password,
                                   ws-approver-record,
                                   ws-approver-result,
                                   ws-approver-msg

               evaluate true
                   when ws-approver-result not equal "Y"
                       display ws-approver-msg
                   when not ws-approver-is-admin
                       display "Operator is not supervisor level"
                   when ws-approver-id = ws-oper-id
                       display "Approver must be a different admin"
                   when other
                       move "Y" to ws-vuln-approved
               end-evaluate

               if ws-vuln-approved not = "Y"
                   display "Placement refused - not approved"
               end-if
           end-if.

       CheckAndPlace.
               move ws-oper-id to ws-agcy-placed-by
               move zeroes to ws-agcy-recall-date
               move spaces to ws-agcy-recall-by
               move ws-placeable to ws-agcy-balance

               if ws-agcy-msg equal "Placement not found"
                   move spaces to ws-agcy-msg

               display ws-agcy-msg
               move "PLACE" to ws-audit-op
               move spaces to ws-audit-info
               if ws-vuln-result = "Y"
                   string ws-entry-agency delimited by space
                          " appr "        delimited by size
                          ws-approver-id  delimited by space
                       into ws-audit-info
               else
                   move ws-entry-agency to ws-audit-info
               end-if
               perform WriteAuditLine
           end-if.

                  ws-audit-info   delimited by size
                  "]"             delimited by size
               into fd-audit-line.
           call 'audseal' using "S", "A", fd-audit-line.
           write fd-audit-line.
           close AuditFile.

                       " missing from master - skipped"
           else
               perform FindLastPayment
               perform FindPlaceableBalance

               add 1 to ws-item-count
               add ws-placeable to ws-hash-total

               move ws-placeable to ws-amount-display
               move spaces to fd-extract-line
               string "D"                delimited by size
                      ws-clnt-id         delimited by size
