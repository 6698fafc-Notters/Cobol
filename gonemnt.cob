       IDENTIFICATION DIVISION.
       PROGRAM-ID. gonemnt IS INITIAL.
       AUTHOR. Andrew Notman.

      * Returned-mail maintenance - when the post office sends a
      * statement or letter back undelivered, the item is found on
      * the client's correspondence history (corr.dat) and the
      * return recorded against it: the client is flagged gone
      * away and every paper run holds their mail back until the
      * address is sorted out. Keying a new address through
      * clntgui or bulkamnd clears the flag by itself; this screen
      * clears it by hand when the old address turns out to be
      * right after all. Recording and clearing both go on the
      * audit trail in clntio's line format.

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
           copy "gone.ws".
           copy "corr.ws".

       01 ws-oper-msg pic X(80).
       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-gone-msg pic X(80).
       01 ws-gone-nav pic X(2).
       01 ws-corr-msg pic X(80).
       01 ws-corr-nav pic X(2).
           88 corr-next-allowed value "YY", "YN".

       01 ws-entered-password pic X(8) value spaces.
       01 ws-signon-result    pic X(1) value "N".

       01 ws-action pic X(1) value spaces.
           88 action-look   value "L", "l".
           88 action-record value "R", "r".
           88 action-clear  value "C", "c".
           88 action-exit   value "E", "e".

       01 ws-entry-clnt-id pic 9(7) value zeroes.
       01 ws-entry-corr-id pic 9(7) value zeroes.
       01 ws-entry-date    pic 9(8) value zeroes.

       01 ws-today pic 9(8) value zeroes.
       01 ws-row-exists pic X(1) value "N".
       01 ws-corr-count pic 9(5) value zeroes.

       01 ws-audit-date pic 9(8).
       01 ws-audit-op   pic X(10).
       01 ws-audit-info pic X(20).

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

           if not ws-oper-is-user and not ws-oper-is-admin
               display "Access denied - user operator required"
               move 1 to return-code
               goback
           end-if.

           accept ws-today from date yyyymmdd.

           perform until action-exit
               display " "
               display "Returned mail: L=Look up R=Record return "
                       "C=Clear E=Exit: " with no advancing
               accept ws-action

               evaluate true
                   when action-look   perform LookUpClient
                   when action-record perform RecordReturn
                   when action-clear  perform ClearReturn
                   when action-exit   continue
                   when other display "Unknown action"
               end-evaluate
           end-perform.

           goback.

       LookUpClient.
           perform ReadClientAndRow.

           evaluate true
               when ws-clnt-msg equal "Client not found"
                   display "Client not found"
               when ws-row-exists = "N"
                   display "No returned mail recorded for "
                           ws-clnt-id " " ws-clnt-surname
                   perform ListCorrespondence
               when other
                   display ws-clnt-id " " ws-clnt-surname
                           " status " ws-gone-status
                           " returns " ws-gone-return-count
                   display "  last returned " ws-gone-returned-date
                           " " ws-gone-doc-type
                           " corr " ws-gone-corr-id
                           " by " ws-gone-recorded-by
                   if ws-gone-cleared
                       display "  cleared " ws-gone-cleared-date
                               " by " ws-gone-cleared-by
                   end-if
                   perform ListCorrespondence
           end-evaluate.

       RecordReturn.
           perform ReadClientAndRow.

           if ws-clnt-msg equal "Client not found"
               display "Client not found"
           else
               perform ListCorrespondence
               display "Correspondence id returned: "
                   with no advancing
               accept ws-entry-corr-id
               perform CheckCorrespondence
           end-if.

      * The returned item must be one of this client's own rows on
      * the correspondence history - that is the tie back to what
      * was actually sent, and where its document type comes from.
       CheckCorrespondence.
           move spaces to ws-corr-record.
           move ws-entry-corr-id to ws-corr-id.
           move spaces to ws-corr-msg.
           call 'corrio' using "Q",
                               ws-corr-record,
                               ws-corr-nav,
                               ws-corr-msg.

           evaluate true
               when ws-corr-msg equal "Correspondence not found"
                   display "Correspondence not found"
               when ws-corr-clnt-id not equal ws-clnt-id
                   display "That item was not sent to this client"
               when other
                   display "Date returned YYYYMMDD (0=today): "
                       with no advancing
                   accept ws-entry-date
                   if ws-entry-date = zeroes
                       move ws-today to ws-entry-date
                   end-if
                   if ws-entry-date > ws-today
                       or ws-entry-date < ws-corr-date
                       display "Returned date must fall between "
                               ws-corr-date " and today"
                   else
                       perform SaveReturn
                   end-if
           end-evaluate.

       SaveReturn.
           move ws-clnt-id to ws-gone-clnt-id.
           move "G" to ws-gone-status.
           move ws-entry-date to ws-gone-returned-date.
           move ws-corr-id to ws-gone-corr-id.
           move ws-corr-doc-type to ws-gone-doc-type.
           move ws-oper-id to ws-gone-recorded-by.
           move zeroes to ws-gone-cleared-date.
           move spaces to ws-gone-cleared-by.

           move spaces to ws-gone-msg.
           if ws-row-exists = "Y"
               add 1 to ws-gone-return-count
               call 'goneio' using "U",
                                   ws-gone-record,
                                   ws-gone-nav,
                                   ws-gone-msg
           else
               move 1 to ws-gone-return-count
               call 'goneio' using "A",
                                   ws-gone-record,
                                   ws-gone-nav,
                                   ws-gone-msg
           end-if.

           display ws-gone-msg.

           if ws-gone-msg equal "Returned-mail row recorded"
               or ws-gone-msg equal "Returned-mail row updated"
               display "Client flagged gone away - paper held back "
                       "until the address is changed"
               move "GONEAWAY" to ws-audit-op
               move spaces to ws-audit-info
               string ws-gone-doc-type delimited by size
                      " "              delimited by size
                      ws-gone-corr-id  delimited by size
                   into ws-audit-info
               perform WriteAuditLine
           end-if.

       ClearReturn.
           perform ReadClientAndRow.

           evaluate true
               when ws-clnt-msg equal "Client not found"
                   display "Client not found"
               when ws-row-exists = "N"
                   display "No returned mail recorded for this client"
               when not ws-gone-away
                   display "Client is not flagged gone away"
               when other
                   move "C" to ws-gone-status
                   move ws-today to ws-gone-cleared-date
                   move ws-oper-id to ws-gone-cleared-by
                   move spaces to ws-gone-msg
                   call 'goneio' using "U",
                                       ws-gone-record,
                                       ws-gone-nav,
                                       ws-gone-msg
                   display "Cleared - " ws-gone-msg
                   move "GONECLEAR" to ws-audit-op
                   move spaces to ws-audit-info
                   string "address confirmed" delimited by size
                       into ws-audit-info
                   perform WriteAuditLine
           end-evaluate.

       ReadClientAndRow.
           display "Client id: " with no advancing.
           accept ws-entry-clnt-id.

           move spaces to ws-clnt-record.
           move ws-entry-clnt-id to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.

           move "N" to ws-row-exists.
           move spaces to ws-gone-record.
           move ws-entry-clnt-id to ws-gone-clnt-id.
           move spaces to ws-gone-msg.
           call 'goneio' using "Q",
                               ws-gone-record,
                               ws-gone-nav,
                               ws-gone-msg.
           if ws-gone-msg not equal "Returned-mail row not found"
               move "Y" to ws-row-exists
           end-if.

       ListCorrespondence.
           move zeroes to ws-corr-count.
           move spaces to ws-corr-record.
           move zeroes to ws-corr-id.
           move ws-entry-clnt-id to ws-corr-clnt-id.
           move "YY" to ws-corr-nav.
           move spaces to ws-corr-msg.
           call 'corrio' using "S",
                               ws-corr-record,
                               ws-corr-nav,
                               ws-corr-msg.

           perform until not corr-next-allowed
               add 1 to ws-corr-count
               display "  " ws-corr-id " " ws-corr-date
                       " " ws-corr-doc-type
                       " " ws-corr-reference
               call 'corrio' using "T",
                                   ws-corr-record,
                                   ws-corr-nav,
                                   ws-corr-msg
           end-perform.

           if ws-corr-count = zeroes
               display "  No correspondence for this client"
           end-if.

      * One line in clntio's WriteAudit format, so the audit
      * inquiry and the integrity check read returned mail the
      * same way they read every other client change.
       WriteAuditLine.
           accept ws-audit-date from date yyyymmdd.

           open extend AuditFile.
           move spaces to fd-audit-line.
           string ws-audit-date   delimited by size
                  " "             delimited by size
                  ws-oper-id      delimited by size
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
