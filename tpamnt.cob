       IDENTIFICATION DIVISION.
       PROGRAM-ID. tpamnt IS INITIAL.
       AUTHOR. Andrew Notman.

      * Third-party authorities - records who a client has allowed
      * to deal with the account for them: the person's name, how
      * they are related (relative, carer, solicitor, attorney,
      * other), the scope of what they may do (D discuss only, P
      * make payments, F full authority), when it starts and
      * expires, and the document the operator saw. The operator
      * keying it is recorded as having verified the document, so
      * an authority is only ever added with the paperwork in
      * hand. An authority is never deleted - revoking it keeps the
      * row with who revoked it and when. clntview and clntgui
      * show the current authorities up front; a refund or a bank-
      * detail change asked for by a third party is refused unless
      * the authority they quote is full (tpachk). Adding and
      * revoking go on the audit trail in clntio's line format.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select AuditFile assign to "audit.dat"
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD AuditFile.
       01 fd-audit-line pic X(146).

       WORKING-STORAGE SECTION.
           copy "clnt.ws".
           copy "tpa.ws".

       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-tpa-msg  pic X(80).
       01 ws-tpa-nav  pic X(2).
           88 tpa-next-allowed value "YY", "YN".

       01 ws-action pic X(1) value spaces.
           88 action-list   value "L", "l".
           88 action-add    value "A", "a".
           88 action-revoke value "X", "x".
           88 action-exit   value "E", "e".

       01 ws-entry-clnt-id  pic 9(7) value zeroes.
       01 ws-entry-tpa-id   pic 9(7) value zeroes.
       01 ws-entry-name     pic X(30) value spaces.
       01 ws-entry-relation pic X(1) value spaces.
           88 entry-relation-valid value "R", "C", "S", "A", "O".
       01 ws-entry-scope    pic X(1) value spaces.
           88 entry-scope-valid value "D", "P", "F".
       01 ws-entry-start    pic 9(8) value zeroes.
       01 ws-entry-expiry   pic 9(8) value zeroes.
       01 ws-entry-document pic X(20) value spaces.
       01 ws-confirm        pic X(1) value spaces.
           88 confirmed value "Y", "y".

       01 ws-today pic 9(8) value zeroes.

       01 ws-list-count pic 9(5) value zeroes.

       01 ws-audit-date pic 9(8).
       01 ws-audit-op   pic X(10).
       01 ws-audit-info pic X(20).

       01 ws-operator-id pic X(8) value spaces.
       01 ws-oper-level  pic X(1) value spaces.

       PROCEDURE DIVISION.
       Main.
           call 'whoami' using "R", ws-operator-id, ws-oper-level.
           if ws-operator-id equal spaces
               move "UNKNOWN" to ws-operator-id
           end-if.

           accept ws-today from date yyyymmdd.

           perform until action-exit
               display " "
               display "Third-party authorities: L=List A=Add "
                       "X=Revoke E=Exit: " with no advancing
               accept ws-action

               evaluate true
                   when action-list   perform ListAuthorities
                   when action-add    perform AddAuthority
                   when action-revoke perform RevokeAuthority
                   when action-exit   continue
                   when other display "Unknown action"
               end-evaluate
           end-perform.

           goback.

       ListAuthorities.
           display "Client id: " with no advancing.
           accept ws-entry-clnt-id.

           move zeroes to ws-list-count.
           move spaces to ws-tpa-record.
           move zeroes to ws-tpa-id.
           move ws-entry-clnt-id to ws-tpa-clnt-id.
           move "YY" to ws-tpa-nav.
           move spaces to ws-tpa-msg.
           call 'tpaio' using "S",
                              ws-tpa-record,
                              ws-tpa-nav,
                              ws-tpa-msg.

           perform until not tpa-next-allowed
               add 1 to ws-list-count
               perform ShowAuthority
               call 'tpaio' using "T",
                                  ws-tpa-record,
                                  ws-tpa-nav,
                                  ws-tpa-msg
           end-perform.

           if ws-list-count = zeroes
               display "No authorities for this client"
           end-if.

       ShowAuthority.
           display ws-tpa-id " " ws-tpa-name
                   " " ws-tpa-relationship
                   " scope " ws-tpa-scope
                   " " ws-tpa-status
                   " from " ws-tpa-start-date
                   " to " ws-tpa-expiry-date.
           display "        document " ws-tpa-document
                   " verified " ws-tpa-verified-date
                   " by " ws-tpa-verified-by.
           if ws-tpa-revoked
               display "        revoked " ws-tpa-revoked-date
                       " by " ws-tpa-revoked-by
           end-if.

       AddAuthority.
           display "Client id: " with no advancing.
           accept ws-entry-clnt-id.

           move spaces to ws-clnt-record.
           move ws-entry-clnt-id to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.

           if ws-clnt-msg equal "Client not found"
               display "Client not found"
           else
               display "Client " ws-clnt-id " " ws-clnt-surname
               perform TakeAuthorityDetails
           end-if.

       TakeAuthorityDetails.
           display "Name of third party: " with no advancing.
           accept ws-entry-name.
           display "Relationship R=Relative C=Carer S=Solicitor "
                   "A=Attorney O=Other: " with no advancing.
           accept ws-entry-relation.
           inspect ws-entry-relation converting "rcsao" to "RCSAO".
           display "Scope D=Discuss only P=Payments F=Full: "
               with no advancing.
           accept ws-entry-scope.
           inspect ws-entry-scope converting "dpf" to "DPF".
           display "Start date YYYYMMDD (0 = today): "
               with no advancing.
           accept ws-entry-start.
           if ws-entry-start = zeroes
               move ws-today to ws-entry-start
           end-if.
           display "Expiry date YYYYMMDD (0 = until revoked): "
               with no advancing.
           accept ws-entry-expiry.
           display "Document seen: " with no advancing.
           accept ws-entry-document.

           evaluate true
               when ws-entry-name = spaces
                   display "Name is required"
               when not entry-relation-valid
                   display "Relationship must be R, C, S, A or O"
               when not entry-scope-valid
                   display "Scope must be D, P or F"
               when ws-entry-expiry not = zeroes
                   and ws-entry-expiry < ws-entry-start
                   display "Expiry date is before the start date"
               when ws-entry-document = spaces
                   display "The document seen must be recorded"
               when other
                   display "Documents verified by " ws-operator-id
                           " - record? (Y/N): " with no advancing
                   accept ws-confirm
                   if confirmed
                       perform WriteAuthority
                   else
                       display "Nothing recorded"
                   end-if
           end-evaluate.

       WriteAuthority.
           move spaces to ws-tpa-record.
           move zeroes to ws-tpa-id.
           move ws-entry-clnt-id to ws-tpa-clnt-id.
           move ws-entry-name to ws-tpa-name.
           move ws-entry-relation to ws-tpa-relationship.
           move ws-entry-scope to ws-tpa-scope.
           move ws-entry-start to ws-tpa-start-date.
           move ws-entry-expiry to ws-tpa-expiry-date.
           move ws-entry-document to ws-tpa-document.
           move ws-operator-id to ws-tpa-verified-by.
           move ws-today to ws-tpa-verified-date.
           move "A" to ws-tpa-status.
           move spaces to ws-tpa-revoked-by.
           move zeroes to ws-tpa-revoked-date.

           move spaces to ws-tpa-msg.
           call 'tpaio' using "A",
                              ws-tpa-record,
                              ws-tpa-nav,
                              ws-tpa-msg.

           display ws-tpa-msg " - authority " ws-tpa-id.

           if ws-tpa-msg equal "Authority recorded"
               move "TPAADD" to ws-audit-op
               perform BuildAuditInfo
               perform WriteAuditLine
           end-if.

       RevokeAuthority.
           display "Authority id: " with no advancing.
           accept ws-entry-tpa-id.

           move spaces to ws-tpa-record.
           move ws-entry-tpa-id to ws-tpa-id.
           move spaces to ws-tpa-msg.
           call 'tpaio' using "Q",
                              ws-tpa-record,
                              ws-tpa-nav,
                              ws-tpa-msg.

           evaluate true
               when ws-tpa-msg equal "Authority not found"
                   display "Authority not found"
               when ws-tpa-revoked
                   display "Authority is already revoked"
               when other
                   perform ShowAuthority
                   display "Revoke this authority? (Y/N): "
                       with no advancing
                   accept ws-confirm
                   if confirmed
                       perform MarkRevoked
                   else
                       display "Authority left as it is"
                   end-if
           end-evaluate.

       MarkRevoked.
           move "X" to ws-tpa-status.
           move ws-operator-id to ws-tpa-revoked-by.
           move ws-today to ws-tpa-revoked-date.
           move spaces to ws-tpa-msg.
           call 'tpaio' using "U",
                              ws-tpa-record,
                              ws-tpa-nav,
                              ws-tpa-msg.
           display "Revoked - " ws-tpa-msg.

           move spaces to ws-clnt-record.
           move ws-tpa-clnt-id to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.

           move "TPAREVOKE" to ws-audit-op.
           perform BuildAuditInfo.
           perform WriteAuditLine.

       BuildAuditInfo.
           move spaces to ws-audit-info.
           string ws-tpa-id          delimited by size
                  " "                delimited by size
                  ws-tpa-relationship delimited by size
                  ws-tpa-scope       delimited by size
                  " "                delimited by size
                  ws-tpa-status      delimited by size
               into ws-audit-info.

      * One line in clntio's WriteAudit format, so the audit
      * inquiry and the integrity check read authority changes the
      * same way they read every other client change.
       WriteAuditLine.
           accept ws-audit-date from date yyyymmdd.

           open extend AuditFile.
           move spaces to fd-audit-line.
           string ws-audit-date   delimited by size
                  " "             delimited by size
                  ws-operator-id  delimited by size
                  " "             delimited by size
                  ws-audit-op     delimited by size
                  " client "      delimited by size
                  ws-clnt-id      delimited by size
                  " "             delimited by size
                  ws-clnt-surname delimited by size
                  " before["      delimited by size
                  spaces          delimited by size
                  "] after["      delimited by size
                  ws-audit-info   delimited by size
                  "]"             delimited by size
               into fd-audit-line.
           call 'audseal' using "S", "A", fd-audit-line.
           write fd-audit-line.
           close AuditFile.
