       IDENTIFICATION DIVISION.
       PROGRAM-ID. limmnt IS INITIAL.
       AUTHOR. Andrew Notman.

      * Limitation maintenance - when a client signs a written
      * acknowledgement of what they owe, the date they signed it
      * is recorded here against their limitation record
      * (lim.dat) and the six years start running again from it,
      * the same as they do from a payment. Looking a client up
      * shows the date the clock last started, where it came from
      * and when the debt would become statute-barred, or that it
      * already has. An acknowledgement is not taken for a debt
      * already flagged statute-barred (signing one does not
      * revive it), nor one dated before the date already held.
      * Each acknowledgement goes on the audit trail in clntio's
      * line format.

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
           copy "lim.ws".

       01 ws-oper-msg pic X(80).
       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-lim-msg  pic X(80).
       01 ws-lim-nav  pic X(2).

       01 ws-entered-password pic X(8) value spaces.
       01 ws-signon-result    pic X(1) value "N".

       01 ws-action pic X(1) value spaces.
           88 action-look   value "L", "l".
           88 action-record value "A", "a".
           88 action-exit   value "E", "e".

       01 ws-entry-clnt-id pic 9(7) value zeroes.
       01 ws-entry-date    pic 9(8) value zeroes.

       01 ws-today      pic 9(8) value zeroes.
       01 ws-row-exists pic X(1) value "N".
       01 ws-limit-date pic 9(8).
       01 ws-six-years  pic 9(8) value 60000.

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
               display "Limitation: L=Look up A=Record signed "
                       "acknowledgement E=Exit: " with no advancing
               accept ws-action

               evaluate true
                   when action-look   perform LookUpClient
                   when action-record perform RecordAcknowledgement
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
                   display "No limitation record yet for "
                           ws-clnt-id " " ws-clnt-surname
                           " - the monthly run starts one"
               when other
                   perform ShowLimitRecord
           end-evaluate.

       ShowLimitRecord.
           compute ws-limit-date = ws-lim-ack-date + ws-six-years.
           display ws-clnt-id " " ws-clnt-surname
                   " clock started " ws-lim-ack-date
                   " (" ws-lim-ack-source ") by "
                   ws-lim-recorded-by.
           if ws-lim-is-barred
               display "  STATUTE-BARRED since " ws-lim-barred-date
           else
               display "  statute-barred from " ws-limit-date
                       " unless paid or acknowledged again"
           end-if.

       RecordAcknowledgement.
           perform ReadClientAndRow.

           if ws-clnt-msg equal "Client not found"
               display "Client not found"
           else
               if ws-row-exists = "Y" and ws-lim-is-barred
                   display "Debt is statute-barred since "
                           ws-lim-barred-date
                           " - an acknowledgement does not revive it"
               else
                   display "Date signed YYYYMMDD (0=today): "
                       with no advancing
                   accept ws-entry-date
                   if ws-entry-date = zeroes
                       move ws-today to ws-entry-date
                   end-if
                   evaluate true
                       when ws-entry-date > ws-today
                           display "Date signed cannot be in the "
                                   "future"
                       when ws-row-exists = "Y"
                           and ws-entry-date < ws-lim-ack-date
                           display "The clock already runs from "
                                   ws-lim-ack-date
                       when other
                           perform SaveAcknowledgement
                   end-evaluate
               end-if
           end-if.

       SaveAcknowledgement.
           move ws-clnt-id to ws-lim-clnt-id.
           move ws-entry-date to ws-lim-ack-date.
           move "S" to ws-lim-ack-source.
           move zeroes to ws-lim-ack-txn-id.
           move ws-oper-id to ws-lim-recorded-by.
           move ws-today to ws-lim-recorded-date.

           move spaces to ws-lim-msg.
           if ws-row-exists = "Y"
               call 'limio' using "U",
                                  ws-lim-record,
                                  ws-lim-nav,
                                  ws-lim-msg
           else
               move "N" to ws-lim-barred
               move zeroes to ws-lim-barred-date
               call 'limio' using "A",
                                  ws-lim-record,
                                  ws-lim-nav,
                                  ws-lim-msg
           end-if.

           display ws-lim-msg.

           if ws-lim-msg equal "Limitation record added"
               or ws-lim-msg equal "Limitation record updated"
               perform ShowLimitRecord
               move "LIMACK" to ws-audit-op
               move spaces to ws-audit-info
               string "signed "     delimited by size
                      ws-entry-date delimited by size
                   into ws-audit-info
               perform WriteAuditLine
           end-if.

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
           move spaces to ws-lim-record.
           move ws-entry-clnt-id to ws-lim-clnt-id.
           move spaces to ws-lim-msg.
           call 'limio' using "Q",
                              ws-lim-record,
                              ws-lim-nav,
                              ws-lim-msg.
           if ws-lim-msg not equal "Limitation record not found"
               move "Y" to ws-row-exists
           end-if.

      * One line in clntio's WriteAudit format, so the audit
      * inquiry and the integrity check read acknowledgements the
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
