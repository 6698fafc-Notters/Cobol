       IDENTIFICATION DIVISION.
       PROGRAM-ID. cmplwrk IS INITIAL.
       AUTHOR. Andrew Notman.

      * Complaint escalation worklist - a supervisor works the
      * complaints the nightly escalation step found past their
      * acknowledgement or final-response deadline and still not
      * closed, in complaint-number order. Taking an item stamps
      * the supervisor's id on it so the list shows who has it in
      * hand; reassigning moves it to another owning operator (and
      * takes it at the same time).
      * The complaint leaves the worklist when it is closed
      * through cmplmnt. Taking and reassigning go on the audit
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
           copy "cmpl.ws".

       01 ws-oper-msg pic X(80).
       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-cmpl-msg pic X(80).
       01 ws-cmpl-nav pic X(2).
           88 cmpl-next-allowed value "YY", "YN".

       01 ws-entered-password pic X(8) value spaces.
       01 ws-signon-result    pic X(1) value "N".

       01 ws-action pic X(1) value spaces.
           88 action-list     value "L", "l".
           88 action-take     value "T", "t".
           88 action-reassign value "R", "r".
           88 action-exit     value "E", "e".

       01 ws-entry-cmpl-id pic 9(7) value zeroes.
       01 ws-entry-owner   pic X(8) value spaces.

       01 ws-today pic 9(8) value zeroes.

       01 ws-worklist-count pic 9(5) value zeroes.
       01 ws-untaken-count  pic 9(5) value zeroes.

       01 ws-audit-date pic 9(8).
       01 ws-audit-op   pic X(10).
       01 ws-audit-info pic X(20).

       PROCEDURE DIVISION.
       Main.
           display "Admin operator id: " with no advancing.
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
               display "Access denied - admin operator required"
               move 1 to return-code
               goback
           end-if.

           accept ws-today from date yyyymmdd.

           perform until action-exit
               display " "
               display "Complaint escalations: L=List T=Take "
                       "R=Reassign E=Exit: " with no advancing
               accept ws-action

               evaluate true
                   when action-list     perform ListEscalated
                   when action-take     perform TakeItem
                   when action-reassign perform ReassignItem
                   when action-exit     continue
                   when other display "Unknown action"
               end-evaluate
           end-perform.

           goback.

       ListEscalated.
           move zeroes to ws-worklist-count.
           move zeroes to ws-untaken-count.
           move spaces to ws-cmpl-record.
           move zeroes to ws-cmpl-id.
           move "YY" to ws-cmpl-nav.

           move spaces to ws-cmpl-msg.
           call 'cmplio' using "F",
                               ws-cmpl-record,
                               ws-cmpl-nav,
                               ws-cmpl-msg.

           perform until not cmpl-next-allowed
               if not ws-cmpl-closed
                   and not ws-cmpl-not-escalated
                   add 1 to ws-worklist-count
                   if ws-cmpl-escalated-to = spaces
                       add 1 to ws-untaken-count
                   end-if
                   perform ShowItem
               end-if
               call 'cmplio' using "N",
                                   ws-cmpl-record,
                                   ws-cmpl-nav,
                                   ws-cmpl-msg
           end-perform.

           display " ".
           display "Escalated complaints: " ws-worklist-count
                   "  not yet taken: " ws-untaken-count.

       ShowItem.
           display ws-cmpl-id " client " ws-cmpl-clnt-id
                   " " ws-cmpl-category
                   " " ws-cmpl-escalated
                   " since " ws-cmpl-escalated-date
                   " owner " ws-cmpl-owner
                   " taken " ws-cmpl-escalated-to.
           display "        received " ws-cmpl-received-date
                   " ack due " ws-cmpl-ack-due
                   " final due " ws-cmpl-final-due
                   " " ws-cmpl-summary.

       FindItem.
           display "Complaint id: " with no advancing.
           accept ws-entry-cmpl-id.

           move spaces to ws-cmpl-record.
           move ws-entry-cmpl-id to ws-cmpl-id.
           move spaces to ws-cmpl-msg.
           call 'cmplio' using "Q",
                               ws-cmpl-record,
                               ws-cmpl-nav,
                               ws-cmpl-msg.

           evaluate true
               when ws-cmpl-msg equal "Complaint not found"
                   display "Complaint not found"
               when ws-cmpl-closed or ws-cmpl-not-escalated
                   display "Complaint is not on the worklist"
                   move "Refused" to ws-cmpl-msg
               when other
                   move spaces to ws-clnt-record
                   move ws-cmpl-clnt-id to ws-clnt-id
                   move spaces to ws-clnt-msg
                   call 'clntio' using "Q",
                                       ws-clnt-record,
                                       ws-clnt-nav,
                                       ws-clnt-msg
                   perform ShowItem
           end-evaluate.

       TakeItem.
           perform FindItem.

           if ws-cmpl-msg not equal "Refused"
               and ws-cmpl-msg not equal "Complaint not found"
               move ws-oper-id to ws-cmpl-escalated-to
               perform UpdateItem
               display "Taken - " ws-cmpl-msg
               move "CMPLTAKE" to ws-audit-op
               perform BuildAuditInfo
               perform WriteAuditLine
           end-if.

       ReassignItem.
           perform FindItem.

           if ws-cmpl-msg not equal "Refused"
               and ws-cmpl-msg not equal "Complaint not found"
               display "New owning operator: " with no advancing
               accept ws-entry-owner
               if ws-entry-owner = spaces
                   display "Owner left as " ws-cmpl-owner
               else
                   move ws-entry-owner to ws-cmpl-owner
                   move ws-oper-id to ws-cmpl-escalated-to
                   perform UpdateItem
                   display "Reassigned - " ws-cmpl-msg
                   move "CMPLOWNER" to ws-audit-op
                   perform BuildAuditInfo
                   perform WriteAuditLine
               end-if
           end-if.

       UpdateItem.
           move spaces to ws-cmpl-msg.
           call 'cmplio' using "U",
                               ws-cmpl-record,
                               ws-cmpl-nav,
                               ws-cmpl-msg.

       BuildAuditInfo.
           move spaces to ws-audit-info.
           string ws-cmpl-id    delimited by size
                  " "           delimited by size
                  ws-cmpl-owner delimited by size
               into ws-audit-info.

      * One line in clntio's WriteAudit format, so the audit
      * inquiry and the integrity check read complaint changes the
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
