       IDENTIFICATION DIVISION.
       PROGRAM-ID. vulnmnt IS INITIAL.
       AUTHOR. Andrew Notman.

      * Vulnerable-customer maintenance - when staff learn that a
      * client is seriously ill, recently bereaved, struggling
      * with their mental health or in financial hardship, the
      * marker is recorded here with its category, the date it is
      * to be looked at again, and whether interest and late
      * charges are to stop meanwhile. From then on the automatic
      * collection processes treat the client as vulnerable (see
      * vuln.fd) without anyone having to read a note first.
      * Recording again over a standing marker amends it; clearing
      * it ends the treatment and keeps the row as history. The
      * details of the circumstances belong in the client notes,
      * not here. Recording and clearing both go on the audit
      * trail in clntio's line format.

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
           copy "vuln.ws".

       01 ws-oper-msg pic X(80).
       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-vuln-msg pic X(80).
       01 ws-vuln-nav pic X(2).

       01 ws-entered-password pic X(8) value spaces.
       01 ws-signon-result    pic X(1) value "N".

       01 ws-action pic X(1) value spaces.
           88 action-look   value "L", "l".
           88 action-record value "R", "r".
           88 action-clear  value "C", "c".
           88 action-exit   value "E", "e".

       01 ws-entry-clnt-id  pic 9(7) value zeroes.
       01 ws-entry-category pic X(1) value spaces.
       01 ws-entry-review   pic 9(8) value zeroes.
       01 ws-entry-suspend  pic X(1) value "N".

       01 ws-today      pic 9(8) value zeroes.
       01 ws-row-exists pic X(1) value "N".

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
               display "Vulnerable customer: L=Look up R=Record "
                       "C=Clear E=Exit: " with no advancing
               accept ws-action

               evaluate true
                   when action-look   perform LookUpClient
                   when action-record perform RecordMarker
                   when action-clear  perform ClearMarker
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
                   display "No vulnerability marker for "
                           ws-clnt-id " " ws-clnt-surname
               when other
                   display ws-clnt-id " " ws-clnt-surname
                           " status " ws-vuln-status
                           " category " ws-vuln-category
                           " charges suspended "
                           ws-vuln-suspend-charges
                   display "  recorded " ws-vuln-recorded-date
                           " by " ws-vuln-recorded-by
                           "  review due " ws-vuln-review-date
                   if ws-vuln-reviewed-date not = zeroes
                       display "  last reviewed "
                               ws-vuln-reviewed-date
                               " by " ws-vuln-reviewed-by
                   end-if
                   if ws-vuln-cleared
                       display "  cleared " ws-vuln-cleared-date
                               " by " ws-vuln-cleared-by
                   end-if
           end-evaluate.

       RecordMarker.
           perform ReadClientAndRow.

           if ws-clnt-msg equal "Client not found"
               display "Client not found"
           else
               display "Category (I=illness B=bereavement "
                       "M=mental health F=hardship O=other): "
                   with no advancing
               move spaces to ws-entry-category
               accept ws-entry-category
               display "Review date YYYYMMDD: " with no advancing
               accept ws-entry-review
               display "Suspend interest and late charges? (Y/N): "
                   with no advancing
               move spaces to ws-entry-suspend
               accept ws-entry-suspend

               move ws-entry-category to ws-vuln-category
               evaluate true
                   when not ws-vuln-category-valid
                       display "Category must be I, B, M, F or O"
                   when ws-entry-review not > ws-today
                       display "Review date must be after today"
                   when ws-entry-suspend not = "Y"
                       and ws-entry-suspend not = "N"
                       display "Suspend charges must be Y or N"
                   when other
                       perform SaveMarker
               end-evaluate
           end-if.

       SaveMarker.
           move ws-clnt-id to ws-vuln-clnt-id.
           move "V" to ws-vuln-status.
           move ws-entry-category to ws-vuln-category.
           move ws-oper-id to ws-vuln-recorded-by.
           move ws-today to ws-vuln-recorded-date.
           move ws-entry-review to ws-vuln-review-date.
           move spaces to ws-vuln-reviewed-by.
           move zeroes to ws-vuln-reviewed-date.
           move ws-entry-suspend to ws-vuln-suspend-charges.
           move spaces to ws-vuln-cleared-by.
           move zeroes to ws-vuln-cleared-date.

           move spaces to ws-vuln-msg.
           if ws-row-exists = "Y"
               call 'vulnio' using "U",
                                   ws-vuln-record,
                                   ws-vuln-nav,
                                   ws-vuln-msg
           else
               call 'vulnio' using "A",
                                   ws-vuln-record,
                                   ws-vuln-nav,
                                   ws-vuln-msg
           end-if.

           display ws-vuln-msg.

           if ws-vuln-msg equal "Vulnerability marker recorded"
               or ws-vuln-msg equal "Vulnerability marker updated"
               move "VULNSET" to ws-audit-op
               move spaces to ws-audit-info
               string ws-vuln-category        delimited by size
                      " review "              delimited by size
                      ws-vuln-review-date     delimited by size
                      " "                     delimited by size
                      ws-vuln-suspend-charges delimited by size
                   into ws-audit-info
               perform WriteAuditLine
           end-if.

       ClearMarker.
           perform ReadClientAndRow.

           evaluate true
               when ws-clnt-msg equal "Client not found"
                   display "Client not found"
               when ws-row-exists = "N"
                   display "No vulnerability marker for this client"
               when not ws-vuln-marked
                   display "Client is not marked vulnerable"
               when other
                   move "C" to ws-vuln-status
                   move ws-today to ws-vuln-cleared-date
                   move ws-oper-id to ws-vuln-cleared-by
                   move spaces to ws-vuln-msg
                   call 'vulnio' using "U",
                                       ws-vuln-record,
                                       ws-vuln-nav,
                                       ws-vuln-msg
                   display "Cleared - " ws-vuln-msg
                   move "VULNCLEAR" to ws-audit-op
                   move spaces to ws-audit-info
                   string "category " delimited by size
                          ws-vuln-category delimited by size
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
           move spaces to ws-vuln-record.
           move ws-entry-clnt-id to ws-vuln-clnt-id.
           move spaces to ws-vuln-msg.
           call 'vulnio' using "Q",
                               ws-vuln-record,
                               ws-vuln-nav,
                               ws-vuln-msg.
           if ws-vuln-msg not equal "Vulnerability marker not found"
               move "Y" to ws-row-exists
           end-if.

      * One line in clntio's WriteAudit format, so the audit
      * inquiry and the integrity check read the marker the same
      * way they read every other client change.
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
