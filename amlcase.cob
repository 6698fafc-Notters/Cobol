       IDENTIFICATION DIVISION.
       PROGRAM-ID. amlcase IS INITIAL.
       AUTHOR. Andrew Notman.

      * Suspicious-activity case worklist - the cases the nightly
      * monitoring step raised, for an "A" level supervisor to
      * work. Every case under review holds the client's refunds
      * (the refund run and the approval worklist ask amlchk);
      * recording a disposition - "N" no further action, or "R"
      * reported onward - takes the case out of review, stamped
      * with who, when and why, and once none of the client's
      * cases is left under review their refunds flow again.
      * Dispositions go on the audit trail in clntio's line
      * format.

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
           copy "oper.ws".
           copy "clnt.ws".
           copy "aml.ws".

       01 ws-oper-msg pic X(80).
       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-aml-msg  pic X(80).
       01 ws-aml-nav  pic X(2).
           88 aml-next-allowed value "YY", "YN".

       01 ws-entered-password pic X(8) value spaces.
       01 ws-signon-result    pic X(1) value "N".

       01 ws-action pic X(1) value spaces.
           88 action-list    value "L", "l".
           88 action-client  value "C", "c".
           88 action-dispose value "D", "d".
           88 action-exit    value "E", "e".

       01 ws-entry-clnt-id pic 9(7) value zeroes.
       01 ws-entry-case-id pic 9(7) value zeroes.
       01 ws-entry-disposition pic X(1) value spaces.
           88 disposition-valid value "N", "R".
       01 ws-entry-note pic X(30) value spaces.

       01 ws-today      pic 9(8) value zeroes.
       01 ws-case-count pic 9(5) value zeroes.
       01 ws-amount-display pic +ZZZZZZ9.99.

       01 ws-audit-date  pic 9(8).
       01 ws-audit-after pic X(20).

       PROCEDURE DIVISION.
       Main.
           display "Operator id: " with no advancing.
           accept ws-oper-id.
           display "Password: " with no advancing.
           accept ws-entered-password.

           move spaces to ws-oper-msg.
           call 'signon' using "S",
                               ws-oper-id,
                               ws-entered-password,
                               ws-oper-record,
                               ws-signon-result,
                               ws-oper-msg.

           if ws-signon-result not equal "Y"
               display ws-oper-msg
               move 1 to return-code
               goback
           end-if.

           if not ws-oper-is-admin
               display "Access denied - supervisor operator required"
               move 1 to return-code
               goback
           end-if.

           accept ws-today from date yyyymmdd.

           perform until action-exit
               display " "
               display "Suspicious activity: L=List open C=Client "
                       "D=Dispose E=Exit: " with no advancing
               accept ws-action

               evaluate true
                   when action-list    perform ListOpenCases
                   when action-client  perform ListClientCases
                   when action-dispose perform DisposeCase
                   when action-exit    continue
                   when other display "Unknown action"
               end-evaluate
           end-perform.

           goback.

       ListOpenCases.
           move zeroes to ws-case-count.
           move spaces to ws-aml-record.
           move "YY" to ws-aml-nav.
           move spaces to ws-aml-msg.
           call 'amlio' using "F",
                              ws-aml-record,
                              ws-aml-nav,
                              ws-aml-msg.

           perform until not aml-next-allowed
               if ws-aml-under-review
                   add 1 to ws-case-count
                   perform ShowCase
               end-if
               call 'amlio' using "N",
                                  ws-aml-record,
                                  ws-aml-nav,
                                  ws-aml-msg
           end-perform.

           display "Cases under review: " ws-case-count.

       ListClientCases.
           display "Client id: " with no advancing.
           accept ws-entry-clnt-id.

           move zeroes to ws-case-count.
           move spaces to ws-aml-record.
           move zeroes to ws-aml-id.
           move ws-entry-clnt-id to ws-aml-clnt-id.
           move "YY" to ws-aml-nav.
           move spaces to ws-aml-msg.
           call 'amlio' using "S",
                              ws-aml-record,
                              ws-aml-nav,
                              ws-aml-msg.

           perform until not aml-next-allowed
               add 1 to ws-case-count
               perform ShowCase
               if not ws-aml-under-review
                   display "         " ws-aml-status
                           " " ws-aml-disposed-date
                           " " ws-aml-disposed-by
                           " " ws-aml-disposition
               end-if
               call 'amlio' using "T",
                                  ws-aml-record,
                                  ws-aml-nav,
                                  ws-aml-msg
           end-perform.

           if ws-case-count = zeroes
               display "No cases for this client"
           end-if.

       ShowCase.
           move ws-aml-amount to ws-amount-display.
           display ws-aml-id " " ws-aml-rule
                   " client " ws-aml-clnt-id
                   " raised " ws-aml-raised-date
                   " txn " ws-aml-txn-id
                   " " ws-amount-display.
           display "         " ws-aml-detail.

       DisposeCase.
           display "Case id: " with no advancing.
           accept ws-entry-case-id.

           move spaces to ws-aml-record.
           move ws-entry-case-id to ws-aml-id.
           move spaces to ws-aml-msg.
           call 'amlio' using "Q",
                              ws-aml-record,
                              ws-aml-nav,
                              ws-aml-msg.

           evaluate true
               when ws-aml-msg equal "Case not found"
                   display "Case not found"
               when not ws-aml-under-review
                   display "Case already disposed of ("
                           ws-aml-status ")"
               when other
                   perform ShowCase
                   display "Disposition N=No further action "
                           "R=Reported: " with no advancing
                   accept ws-entry-disposition
                   if ws-entry-disposition = "n"
                       move "N" to ws-entry-disposition
                   end-if
                   if ws-entry-disposition = "r"
                       move "R" to ws-entry-disposition
                   end-if
                   if disposition-valid
                       display "Reason / reference: "
                           with no advancing
                       accept ws-entry-note
                       perform SaveDisposition
                   else
                       display "Disposition must be N or R"
                   end-if
           end-evaluate.

       SaveDisposition.
           move ws-entry-disposition to ws-aml-status.
           move ws-today to ws-aml-disposed-date.
           move ws-oper-id to ws-aml-disposed-by.
           move ws-entry-note to ws-aml-disposition.
           move spaces to ws-aml-msg.
           call 'amlio' using "U",
                              ws-aml-record,
                              ws-aml-nav,
                              ws-aml-msg.
           display ws-aml-msg.

           if ws-aml-msg equal "Case updated"
               move spaces to ws-audit-after
               string "case " delimited by size
                      ws-aml-id delimited by size
                      " status=" delimited by size
                      ws-aml-status delimited by size
                   into ws-audit-after
               perform WriteAuditLine
           end-if.

      * One line in clntio's WriteAudit format.
       WriteAuditLine.
           move spaces to ws-clnt-record.
           move ws-aml-clnt-id to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.

           accept ws-audit-date from date yyyymmdd.

           open extend AuditFile.
           move spaces to fd-audit-line.
           string ws-audit-date    delimited by size
                  " "              delimited by size
                  ws-oper-id       delimited by size
                  " "              delimited by size
                  "AMLDISPOSE"     delimited by size
                  " client "       delimited by size
                  ws-aml-clnt-id   delimited by size
                  " "              delimited by size
                  ws-clnt-surname  delimited by size
                  " before["       delimited by size
                  "status=U"       delimited by size
                  "] after["       delimited by size
                  ws-audit-after   delimited by size
                  "]"              delimited by size
               into fd-audit-line.
           call 'audseal' using "S", "A", fd-audit-line.
           write fd-audit-line.
           close AuditFile.
