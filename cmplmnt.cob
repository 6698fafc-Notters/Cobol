       IDENTIFICATION DIVISION.
       PROGRAM-ID. cmplmnt IS INITIAL.
       AUTHOR. Andrew Notman.

      * Complaints register - logs a complaint a client has made
      * (billing, collections, service or staff) with the date it
      * was received and the operator who owns it, acknowledges it
      * and closes it with its outcome (upheld, partly upheld,
      * rejected, withdrawn). Complaints live on cmpl.dat, not as
      * contact notes, so they can be counted and chased. Logging
      * one sets its deadlines: the acknowledgement is due
      * CMPL-ACK business days after it was received (3 when the
      * parameter is not set) and the final response CMPL-FINAL
      * business days after (40), counted on the processing
      * calendar through bizday. Closing a complaint that was
      * never acknowledged acknowledges it the same day - the
      * final response answers both. Logging, acknowledging and
      * closing each go on the audit trail in clntio's line
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
           copy "clnt.ws".
           copy "cmpl.ws".
           copy "parm.ws".

       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-cmpl-msg pic X(80).
       01 ws-cmpl-nav pic X(2).
           88 cmpl-next-allowed value "YY", "YN".
       01 ws-parm-msg pic X(80).
       01 ws-parm-nav pic X(2).

       01 ws-action pic X(1) value spaces.
           88 action-list   value "L", "l".
           88 action-record value "R", "r".
           88 action-ack    value "K", "k".
           88 action-close  value "C", "c".
           88 action-exit   value "E", "e".

       01 ws-entry-clnt-id  pic 9(7) value zeroes.
       01 ws-entry-cmpl-id  pic 9(7) value zeroes.
       01 ws-entry-category pic X(1) value spaces.
           88 entry-category-valid value "B", "C", "S", "T".
       01 ws-entry-outcome  pic X(1) value spaces.
           88 entry-outcome-valid value "U", "P", "R", "W".
       01 ws-entry-summary  pic X(40) value spaces.
       01 ws-entry-received pic 9(8) value zeroes.
       01 ws-entry-owner    pic X(8) value spaces.

       01 ws-today pic 9(8) value zeroes.

      * deadlines are counted in business days from the day the
      * complaint was received
       01 ws-ack-days      pic 9(3) value zeroes.
       01 ws-final-days    pic 9(3) value zeroes.
       01 ws-count-days    pic 9(3) value zeroes.
       01 ws-days-counted  pic 9(3) value zeroes.
       01 ws-deadline-julian pic 9(6) value zeroes.
       01 ws-received-julian pic 9(6) value zeroes.
       01 ws-deadline      pic 9(8) value zeroes.

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
               display "Complaints: L=List R=Record K=Acknowledge "
                       "C=Close E=Exit: " with no advancing
               accept ws-action

               evaluate true
                   when action-list   perform ListComplaints
                   when action-record perform RecordComplaint
                   when action-ack    perform AcknowledgeComplaint
                   when action-close  perform CloseComplaint
                   when action-exit   continue
                   when other display "Unknown action"
               end-evaluate
           end-perform.

           goback.

       ListComplaints.
           display "Client id: " with no advancing.
           accept ws-entry-clnt-id.

           move zeroes to ws-list-count.
           move spaces to ws-cmpl-record.
           move zeroes to ws-cmpl-id.
           move ws-entry-clnt-id to ws-cmpl-clnt-id.
           move "YY" to ws-cmpl-nav.
           move spaces to ws-cmpl-msg.
           call 'cmplio' using "S",
                               ws-cmpl-record,
                               ws-cmpl-nav,
                               ws-cmpl-msg.

           perform until not cmpl-next-allowed
               add 1 to ws-list-count
               perform ShowComplaint
               call 'cmplio' using "T",
                                   ws-cmpl-record,
                                   ws-cmpl-nav,
                                   ws-cmpl-msg
           end-perform.

           if ws-list-count = zeroes
               display "No complaints for this client"
           end-if.

       ShowComplaint.
           display ws-cmpl-id " " ws-cmpl-category
                   " " ws-cmpl-status
                   " received " ws-cmpl-received-date
                   " owner " ws-cmpl-owner
                   " " ws-cmpl-summary.
           display "        ack due " ws-cmpl-ack-due
                   " done " ws-cmpl-ack-date
                   " final due " ws-cmpl-final-due.
           if ws-cmpl-closed
               display "        closed " ws-cmpl-closed-date
                       " by " ws-cmpl-closed-by
                       " outcome " ws-cmpl-outcome
           end-if.
           if not ws-cmpl-not-escalated
               display "        ESCALATED " ws-cmpl-escalated
                       " on " ws-cmpl-escalated-date
                       " to " ws-cmpl-escalated-to
           end-if.

       RecordComplaint.
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
               display "Category B=Billing C=Collections S=Service "
                       "T=Staff: " with no advancing
               accept ws-entry-category
               inspect ws-entry-category converting "bcst" to "BCST"
               if not entry-category-valid
                   display "Category must be B, C, S or T"
               else
                   perform TakeComplaintDetails
               end-if
           end-if.

       TakeComplaintDetails.
           display "Summary: " with no advancing.
           accept ws-entry-summary.
           display "Date received YYYYMMDD (0 = today): "
               with no advancing.
           accept ws-entry-received.
           if ws-entry-received = zeroes
               move ws-today to ws-entry-received
           end-if.
           display "Owning operator (blank = you): "
               with no advancing.
           accept ws-entry-owner.
           if ws-entry-owner = spaces
               move ws-operator-id to ws-entry-owner
           end-if.

           if ws-entry-received > ws-today
               display "Date received cannot be in the future"
           else
               perform SetDeadlines
               perform WriteComplaint
           end-if.

       SetDeadlines.
           call 'dates' using "J",
                              ws-received-julian,
                              ws-entry-received.

           move "CMPL-ACK" to ws-parm-name.
           move 3 to ws-count-days.
           perform ReadDayCount.
           move ws-count-days to ws-ack-days.

           move "CMPL-FINAL" to ws-parm-name.
           move 40 to ws-count-days.
           perform ReadDayCount.
           move ws-count-days to ws-final-days.

           move ws-ack-days to ws-count-days.
           perform CountBusinessDays.
           move ws-deadline to ws-cmpl-ack-due.

           move ws-final-days to ws-count-days.
           perform CountBusinessDays.
           move ws-deadline to ws-cmpl-final-due.

      * The parameter named in ws-parm-name, leaving the default
      * already in ws-count-days when it has not been set.
       ReadDayCount.
           move spaces to ws-parm-msg.
           call 'parmio' using "Q",
                               ws-parm-record,
                               ws-parm-nav,
                               ws-parm-msg.

           if ws-parm-msg not equal "Parameter not found"
               move ws-parm-value to ws-count-days
           end-if.

      * ws-count-days business days on from the day received - each
      * step lands on the next business day after the last.
       CountBusinessDays.
           move ws-received-julian to ws-deadline-julian.
           perform varying ws-days-counted from 1 by 1
               until ws-days-counted > ws-count-days
               call 'bizday' using "N", ws-deadline-julian
           end-perform.
           call 'dates' using "G",
                              ws-deadline-julian,
                              ws-deadline.

       WriteComplaint.
           move zeroes to ws-cmpl-id.
           move ws-entry-clnt-id to ws-cmpl-clnt-id.
           move ws-entry-category to ws-cmpl-category.
           move ws-entry-summary to ws-cmpl-summary.
           move ws-entry-received to ws-cmpl-received-date.
           move ws-operator-id to ws-cmpl-logged-by.
           move ws-entry-owner to ws-cmpl-owner.
           move zeroes to ws-cmpl-ack-date.
           move "O" to ws-cmpl-status.
           move spaces to ws-cmpl-outcome.
           move zeroes to ws-cmpl-closed-date.
           move spaces to ws-cmpl-closed-by.
           move spaces to ws-cmpl-escalated.
           move zeroes to ws-cmpl-escalated-date.
           move spaces to ws-cmpl-escalated-to.

           move spaces to ws-cmpl-msg.
           call 'cmplio' using "A",
                               ws-cmpl-record,
                               ws-cmpl-nav,
                               ws-cmpl-msg.

           display ws-cmpl-msg " - complaint " ws-cmpl-id.

           if ws-cmpl-msg equal "Complaint recorded"
               display "Acknowledge by " ws-cmpl-ack-due
                       ", final response by " ws-cmpl-final-due
               move "COMPLAINT" to ws-audit-op
               perform BuildAuditInfo
               perform WriteAuditLine
           end-if.

       FindComplaint.
           display "Complaint id: " with no advancing.
           accept ws-entry-cmpl-id.

           move spaces to ws-cmpl-record.
           move ws-entry-cmpl-id to ws-cmpl-id.
           move spaces to ws-cmpl-msg.
           call 'cmplio' using "Q",
                               ws-cmpl-record,
                               ws-cmpl-nav,
                               ws-cmpl-msg.

           if ws-cmpl-msg equal "Complaint not found"
               display "Complaint not found"
           else
               move spaces to ws-clnt-record
               move ws-cmpl-clnt-id to ws-clnt-id
               move spaces to ws-clnt-msg
               call 'clntio' using "Q",
                                   ws-clnt-record,
                                   ws-clnt-nav,
                                   ws-clnt-msg
               perform ShowComplaint
           end-if.

       AcknowledgeComplaint.
           perform FindComplaint.

           evaluate true
               when ws-cmpl-msg equal "Complaint not found"
                   continue
               when not ws-cmpl-open
                   display "Complaint is already acknowledged"
               when other
                   move "A" to ws-cmpl-status
                   move ws-today to ws-cmpl-ack-date
                   perform UpdateComplaint
                   display "Acknowledged - " ws-cmpl-msg
                   move "CMPLACK" to ws-audit-op
                   perform BuildAuditInfo
                   perform WriteAuditLine
           end-evaluate.

       CloseComplaint.
           perform FindComplaint.

           evaluate true
               when ws-cmpl-msg equal "Complaint not found"
                   continue
               when ws-cmpl-closed
                   display "Complaint is already closed"
               when other
                   display "Outcome U=Upheld P=Partly upheld "
                           "R=Rejected W=Withdrawn: "
                       with no advancing
                   accept ws-entry-outcome
                   inspect ws-entry-outcome
                       converting "uprw" to "UPRW"
                   if entry-outcome-valid
                       perform MarkClosed
                   else
                       display "Outcome must be U, P, R or W"
                   end-if
           end-evaluate.

       MarkClosed.
           if ws-cmpl-ack-date = zeroes
               move ws-today to ws-cmpl-ack-date
           end-if.
           move "C" to ws-cmpl-status.
           move ws-entry-outcome to ws-cmpl-outcome.
           move ws-today to ws-cmpl-closed-date.
           move ws-operator-id to ws-cmpl-closed-by.
           perform UpdateComplaint.
           display "Closed - " ws-cmpl-msg.

           move "CMPLCLOSE" to ws-audit-op.
           perform BuildAuditInfo.
           perform WriteAuditLine.

       UpdateComplaint.
           move spaces to ws-cmpl-msg.
           call 'cmplio' using "U",
                               ws-cmpl-record,
                               ws-cmpl-nav,
                               ws-cmpl-msg.

       BuildAuditInfo.
           move spaces to ws-audit-info.
           string ws-cmpl-id       delimited by size
                  " "              delimited by size
                  ws-cmpl-category delimited by size
                  " "              delimited by size
                  ws-cmpl-status   delimited by size
                  ws-cmpl-outcome  delimited by size
               into ws-audit-info.

      * One line in clntio's WriteAudit format, so the audit
      * inquiry and the integrity check read complaints the same
      * way they read every other client change.
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
