       IDENTIFICATION DIVISION.
       PROGRAM-ID. cmplesc IS INITIAL.
       AUTHOR. Andrew Notman.

      * Complaint escalation - the nightly step that looks at every
      * complaint not yet closed on cmpl.dat against its deadlines.
      * One still not acknowledged after its acknowledgement date
      * is escalated "A"; one acknowledged but still not answered
      * after its final-response date is escalated "F" (and an "A"
      * escalation that has since been acknowledged but then runs
      * past the final date is raised again as "F" for the
      * supervisor to take afresh). An escalated complaint lands on
      * the supervisor worklist (cmplwrk) until it is closed. The
      * list of complaints escalated tonight, and the count of all
      * those still escalated, is dated and catalogued through
      * rptname. The processing date is the one stamped for the
      * night - today's on a hand run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select EscalationReport assign to ws-report-name
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD EscalationReport.
       01 fd-report-line pic X(100).

       WORKING-STORAGE SECTION.
           copy "clnt.ws".
           copy "cmpl.ws".

       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-cmpl-msg pic X(80).
       01 ws-cmpl-nav pic X(2).
           88 cmpl-next-allowed value "YY", "YN".

       01 ws-today pic 9(8) value zeroes.

       01 ws-escalate-to pic X(1) value spaces.
           88 escalate-none  value space.
       01 ws-deadline    pic 9(8).
       01 ws-reason      pic X(24).

       01 ws-open-count     pic 9(5) value zeroes.
       01 ws-new-count      pic 9(5) value zeroes.
       01 ws-standing-count pic 9(5) value zeroes.

       01 ws-report-name  pic X(30) value spaces.
       01 ws-catalog-base pic X(8).
       01 ws-catalog-prog pic X(8).
       01 ws-catalog-rows pic 9(7) value zeroes.

       PROCEDURE DIVISION.
       Main.
      *    inside the batch the stamped processing date rules
           call 'procdtio' using "R", ws-today.
           if ws-today equal zeroes
               accept ws-today from date yyyymmdd
           end-if.

           move "cmplesc" to ws-catalog-base.
           move "cmplesc" to ws-catalog-prog.
           call 'rptname' using "N", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           open output EscalationReport.

           move spaces to fd-report-line.
           string "Complaints Escalated - run " delimited by size
                  ws-today                      delimited by size
               into fd-report-line.
           write fd-report-line.
           move spaces to fd-report-line.
           write fd-report-line.
           move spaces to fd-report-line.
           string "Complaint Client  Surname    C Received Owner    "
                  "Due      Reason" delimited by size
               into fd-report-line.
           write fd-report-line.

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
                   add 1 to ws-open-count
                   perform CheckDeadlines
               end-if
               call 'cmplio' using "N",
                                   ws-cmpl-record,
                                   ws-cmpl-nav,
                                   ws-cmpl-msg
           end-perform.

           perform WriteRunTotals.

           close EscalationReport.

           move ws-new-count to ws-catalog-rows.
           call 'rptname' using "C", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           display "Complaint escalation - " ws-open-count
                   " open, " ws-new-count " escalated tonight, "
                   ws-standing-count " escalated in all".

           goback.

       CheckDeadlines.
           move spaces to ws-escalate-to.

           evaluate true
               when ws-cmpl-open
                   and ws-cmpl-not-escalated
                   and ws-today > ws-cmpl-ack-due
                   move "A" to ws-escalate-to
                   move ws-cmpl-ack-due to ws-deadline
                   move "ACKNOWLEDGEMENT OVERDUE" to ws-reason
               when not ws-cmpl-final-overdue
                   and ws-today > ws-cmpl-final-due
                   move "F" to ws-escalate-to
                   move ws-cmpl-final-due to ws-deadline
                   move "FINAL RESPONSE OVERDUE" to ws-reason
           end-evaluate.

           if not escalate-none
               perform EscalateComplaint
           end-if.

           if not ws-cmpl-not-escalated
               add 1 to ws-standing-count
           end-if.

       EscalateComplaint.
           move ws-escalate-to to ws-cmpl-escalated.
           move ws-today to ws-cmpl-escalated-date.
           move spaces to ws-cmpl-escalated-to.

           move spaces to ws-cmpl-msg.
           call 'cmplio' using "U",
                               ws-cmpl-record,
                               ws-cmpl-nav,
                               ws-cmpl-msg.

           if ws-cmpl-msg not equal "Complaint updated"
               display "Complaint " ws-cmpl-id " not escalated - "
                       ws-cmpl-msg
           else
               add 1 to ws-new-count
               perform WriteReportLine
           end-if.

       WriteReportLine.
           move spaces to ws-clnt-record.
           move ws-cmpl-clnt-id to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.
           if ws-clnt-msg equal "Client not found"
               move spaces to ws-clnt-surname
           end-if.

           move spaces to fd-report-line.
           string ws-cmpl-id            delimited by size
                  "   "                 delimited by size
                  ws-cmpl-clnt-id       delimited by size
                  " "                   delimited by size
                  ws-clnt-surname       delimited by size
                  " "                   delimited by size
                  ws-cmpl-category      delimited by size
                  " "                   delimited by size
                  ws-cmpl-received-date delimited by size
                  " "                   delimited by size
                  ws-cmpl-owner         delimited by size
                  " "                   delimited by size
                  ws-deadline           delimited by size
                  " "                   delimited by size
                  ws-reason             delimited by size
               into fd-report-line.
           write fd-report-line.

       WriteRunTotals.
           move spaces to fd-report-line.
           write fd-report-line.

           move spaces to fd-report-line.
           string "Complaints open: "        delimited by size
                  ws-open-count              delimited by size
                  "  escalated tonight: "    delimited by size
                  ws-new-count               delimited by size
                  "  on supervisor worklist: " delimited by size
                  ws-standing-count          delimited by size
               into fd-report-line.
           write fd-report-line.
