       IDENTIFICATION DIVISION.
       PROGRAM-ID. sctlmnt IS INITIAL.
       AUTHOR. Andrew Notman.

      * Nightly step-control maintenance - an admin keys, for any
      * step of the nightly batch (1 to 40, as numbered on the
      * morning digest), whether it is enabled, which nights it
      * runs on (D every night, M month-end nights, Y the
      * year-end night) and what a failure does (A stops the
      * window for a rerun, C logs the failure and the window
      * carries on). A step with no row runs as it always has.
      * Every add, change and removal writes a before/after line
      * to audit.dat, the trail parameter changes leave.

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
           copy "sctl.ws".

       01 ws-oper-msg  pic X(80).
       01 ws-sctl-msg  pic X(80).
       01 ws-sctl-nav  pic X(2).
           88 sctl-next-allowed value "YY", "YN".

       01 ws-entered-password pic X(8) value spaces.
       01 ws-signon-result    pic X(1) value "N".

       01 ws-action pic X(1) value spaces.
           88 action-list   value "L", "l".
           88 action-add    value "A", "a".
           88 action-amend  value "U", "u".
           88 action-remove value "D", "d".
           88 action-exit   value "E", "e".

       01 ws-key-valid pic X(1) value "N".
           88 key-valid value "Y".
       01 ws-terms-valid pic X(1) value "N".
           88 terms-valid value "Y".

       01 ws-audit-date   pic 9(8).
       01 ws-audit-op     pic X(10).
       01 ws-audit-before pic X(14) value spaces.
       01 ws-audit-after  pic X(14) value spaces.
       01 ws-audit-terms  pic X(14) value spaces.

       01 ws-row-count pic 9(5) value zeroes.

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
               display "Access denied - admin operator required"
               move 1 to return-code
               goback
           end-if.

           perform until action-exit
               display " "
               display "Step control: L=List A=Add U=Amend "
                       "D=Remove E=Exit: " with no advancing
               accept ws-action

               evaluate true
                   when action-list   perform ListTable
                   when action-add    perform AddRow
                   when action-amend  perform AmendRow
                   when action-remove perform RemoveRow
                   when action-exit   continue
                   when other display "Unknown action"
               end-evaluate
           end-perform.

           goback.

       ListTable.
           move zeroes to ws-row-count.
           move spaces to ws-sctl-record.
           move zeroes to ws-sctl-step.
           move "YY" to ws-sctl-nav.

           move spaces to ws-sctl-msg.
           call 'sctlio' using "F",
                               ws-sctl-record,
                               ws-sctl-nav,
                               ws-sctl-msg.

           perform until not sctl-next-allowed
               add 1 to ws-row-count
               display "Step " ws-sctl-step
                       " enabled " ws-sctl-enabled
                       " nights " ws-sctl-window
                       " on fail " ws-sctl-on-fail
                       "  " ws-sctl-description
               call 'sctlio' using "N",
                                   ws-sctl-record,
                                   ws-sctl-nav,
                                   ws-sctl-msg
           end-perform.

           display "Step controls on file: " ws-row-count
                   " (other steps run as built)".

       AcceptRowKey.
           move "N" to ws-key-valid.
           display "Step number (1-40): " with no advancing.
           accept ws-sctl-step.

           if ws-sctl-step < 1 or ws-sctl-step > 40
               display "Step must be 1 to 40"
           else
               move "Y" to ws-key-valid
           end-if.

       AcceptRowTerms.
           move "N" to ws-terms-valid.
           display "Enabled (Y/N): " with no advancing.
           accept ws-sctl-enabled.
           display "Runs on (D=nightly M=month-end Y=year-end): "
               with no advancing.
           accept ws-sctl-window.
           display "On failure (A=abort window C=log and carry on): "
               with no advancing.
           accept ws-sctl-on-fail.
           display "Description: " with no advancing.
           accept ws-sctl-description.

           evaluate true
               when ws-sctl-enabled not = "Y" and not = "N"
                   display "Enabled must be Y or N"
               when not ws-sctl-nightly and not ws-sctl-monthend
                   and not ws-sctl-yearend
                   display "Runs on must be D, M or Y"
               when not ws-sctl-fail-aborts
                   and not ws-sctl-fail-carries
                   display "On failure must be A or C"
               when other
                   move "Y" to ws-terms-valid
           end-evaluate.

       AddRow.
           move spaces to ws-sctl-record.
           perform AcceptRowKey.

           if key-valid
               perform AcceptRowTerms
               if terms-valid
                   move spaces to ws-sctl-msg
                   call 'sctlio' using "A",
                                       ws-sctl-record,
                                       ws-sctl-nav,
                                       ws-sctl-msg
                   display ws-sctl-msg

                   if ws-sctl-msg equal "Step control added"
                       move spaces to ws-audit-before
                       perform FormatTerms
                       move ws-audit-terms to ws-audit-after
                       move "SCTLADD" to ws-audit-op
                       perform WriteAuditLine
                   end-if
               end-if
           end-if.

       AmendRow.
           move spaces to ws-sctl-record.
           perform AcceptRowKey.

           if key-valid
               move spaces to ws-sctl-msg
               call 'sctlio' using "Q",
                                   ws-sctl-record,
                                   ws-sctl-nav,
                                   ws-sctl-msg

               if ws-sctl-msg equal "Step control not found"
                   display "Step control not found"
               else
                   perform FormatTerms
                   move ws-audit-terms to ws-audit-before
                   display "Current " ws-audit-terms

                   perform AcceptRowTerms
                   if terms-valid
                       move spaces to ws-sctl-msg
                       call 'sctlio' using "U",
                                           ws-sctl-record,
                                           ws-sctl-nav,
                                           ws-sctl-msg
                       display ws-sctl-msg

                       if ws-sctl-msg equal "Step control updated"
                           perform FormatTerms
                           move ws-audit-terms to ws-audit-after
                           move "SCTLCHG" to ws-audit-op
                           perform WriteAuditLine
                       end-if
                   end-if
               end-if
           end-if.

       RemoveRow.
           move spaces to ws-sctl-record.
           perform AcceptRowKey.

           if key-valid
               move spaces to ws-sctl-msg
               call 'sctlio' using "Q",
                                   ws-sctl-record,
                                   ws-sctl-nav,
                                   ws-sctl-msg

               if ws-sctl-msg equal "Step control not found"
                   display "Step control not found"
               else
                   perform FormatTerms
                   move ws-audit-terms to ws-audit-before
                   move spaces to ws-audit-after

                   move spaces to ws-sctl-msg
                   call 'sctlio' using "D",
                                       ws-sctl-record,
                                       ws-sctl-nav,
                                       ws-sctl-msg
                   display ws-sctl-msg

                   if ws-sctl-msg equal "Step control removed"
                       move "SCTLDEL" to ws-audit-op
                       perform WriteAuditLine
                   end-if
               end-if
           end-if.

      * The three settings as they read on the audit line, e.g.
      * "on=Y D fail=A".
       FormatTerms.
           move spaces to ws-audit-terms.
           string "on="           delimited by size
                  ws-sctl-enabled delimited by size
                  " "             delimited by size
                  ws-sctl-window  delimited by size
                  " fail="        delimited by size
                  ws-sctl-on-fail delimited by size
               into ws-audit-terms.

      * One audit line per change, in the shape parmmnt writes -
      * the step number stands where the parameter name would.
       WriteAuditLine.
           accept ws-audit-date from date yyyymmdd.

           open extend AuditFile.
           move spaces to fd-audit-line.
           string ws-audit-date   delimited by size
                  " "             delimited by size
                  ws-oper-id      delimited by size
                  " "             delimited by size
                  ws-audit-op     delimited by size
                  " step "        delimited by size
                  ws-sctl-step    delimited by size
                  " before["      delimited by size
                  ws-audit-before delimited by size
                  "] after["      delimited by size
                  ws-audit-after  delimited by size
                  "]"             delimited by size
               into fd-audit-line.
           call 'audseal' using "S", "A", fd-audit-line.
           write fd-audit-line.
           close AuditFile.
