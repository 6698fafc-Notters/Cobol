       IDENTIFICATION DIVISION.
       PROGRAM-ID. rchgmnt IS INITIAL.
       AUTHOR. Andrew Notman.

      * Client recurring charges - the charges individually agreed
      * with a client on top of their category's fee schedule
      * (equipment rental, a contracted service fee) are keyed
      * here once, with the net amount, how often it is charged
      * (M monthly, Q quarterly, Y yearly), the VAT code, the
      * start and end dates and the contract reference, and the
      * monthly billing run posts them from then on under the
      * row's own fee code. The fee code may not be one the
      * client's category already carries on the schedule, so the
      * billing register never shows two charges under one code.
      * Renewing a contract moves its end date on (and may change
      * the amount from the next run); ending one stops the
      * charging from the month after the date keyed and keeps the
      * row as history. rchgexp lists the contracts about to run
      * out. Gated on an "A" level sign-on, the same as the fee
      * schedule; every change goes on the audit trail in clntio's
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
           copy "fee.ws".
           copy "rchg.ws".

       01 ws-oper-msg pic X(80).
       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-fee-msg  pic X(80).
       01 ws-fee-nav  pic X(2).
       01 ws-rchg-msg pic X(80).
       01 ws-rchg-nav pic X(2).
           88 rchg-next-allowed value "YY", "YN".

       01 ws-entered-password pic X(8) value spaces.
       01 ws-signon-result    pic X(1) value "N".

       01 ws-action pic X(1) value spaces.
           88 action-list  value "L", "l".
           88 action-add   value "A", "a".
           88 action-renew value "R", "r".
           88 action-end   value "X", "x".
           88 action-exit  value "E", "e".

       01 ws-entry-clnt-id   pic 9(7) value zeroes.
       01 ws-entry-rchg-id   pic 9(7) value zeroes.
       01 ws-entry-fee-code  pic X(3) value spaces.
       01 ws-entry-desc      pic X(20) value spaces.
       01 ws-amount-input    pic S9(7)V9(2) value zeroes.
       01 ws-amount-display  pic +ZZZZZZ9.99.
       01 ws-entry-frequency pic X(1) value spaces.
           88 entry-frequency-valid value "M", "Q", "Y".
       01 ws-entry-taxcode   pic X(1) value spaces.
           88 entry-taxcode-valid value "S", "Z".
       01 ws-entry-start     pic 9(8) value zeroes.
       01 ws-entry-end       pic 9(8) value zeroes.
       01 ws-entry-contract  pic X(12) value spaces.
       01 ws-confirm         pic X(1) value spaces.
           88 confirmed value "Y", "y".

       01 ws-today pic 9(8) value zeroes.

       01 ws-list-count pic 9(5) value zeroes.

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

           if not ws-oper-is-admin
               display "Access denied - admin operator required"
               move 1 to return-code
               goback
           end-if.

           accept ws-today from date yyyymmdd.

           perform until action-exit
               display " "
               display "Recurring charges: L=List A=Add R=Renew "
                       "X=End E=Exit: " with no advancing
               accept ws-action

               evaluate true
                   when action-list  perform ListCharges
                   when action-add   perform AddCharge
                   when action-renew perform RenewCharge
                   when action-end   perform EndCharge
                   when action-exit  continue
                   when other display "Unknown action"
               end-evaluate
           end-perform.

           goback.

       ListCharges.
           display "Client id: " with no advancing.
           accept ws-entry-clnt-id.

           move zeroes to ws-list-count.
           move spaces to ws-rchg-record.
           move zeroes to ws-rchg-id.
           move ws-entry-clnt-id to ws-rchg-clnt-id.
           move "YY" to ws-rchg-nav.
           move spaces to ws-rchg-msg.
           call 'rchgio' using "S",
                               ws-rchg-record,
                               ws-rchg-nav,
                               ws-rchg-msg.

           perform until not rchg-next-allowed
               add 1 to ws-list-count
               perform ShowCharge
               call 'rchgio' using "T",
                                   ws-rchg-record,
                                   ws-rchg-nav,
                                   ws-rchg-msg
           end-perform.

           if ws-list-count = zeroes
               display "No recurring charges for this client"
           end-if.

       ShowCharge.
           move ws-rchg-amount to ws-amount-display.
           display ws-rchg-id " " ws-rchg-fee-code
                   " " ws-rchg-description
                   " N" ws-amount-display
                   " " ws-rchg-frequency
                   " VAT " ws-rchg-taxcode
                   " " ws-rchg-status.
           display "        contract " ws-rchg-contract-ref
                   " from " ws-rchg-start-date
                   " to " ws-rchg-end-date
                   " last billed " ws-rchg-last-billed.
           if ws-rchg-ended
               display "        ended " ws-rchg-ended-date
                       " by " ws-rchg-ended-by
           end-if.

       AddCharge.
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
                       " category " ws-clnt-category
               perform TakeChargeDetails
           end-if.

       TakeChargeDetails.
           display "Fee code (3 chars): " with no advancing.
           accept ws-entry-fee-code.
           inspect ws-entry-fee-code converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           display "Description: " with no advancing.
           accept ws-entry-desc.
           display "Amount net of VAT (+nnnnnnn.nn): "
               with no advancing.
           accept ws-amount-input.
           display "Frequency (M=Monthly Q=Quarterly Y=Yearly): "
               with no advancing.
           accept ws-entry-frequency.
           inspect ws-entry-frequency converting "mqy" to "MQY".
           display "VAT code (S=Standard Z=Zero): "
               with no advancing.
           accept ws-entry-taxcode.
           inspect ws-entry-taxcode converting "sz" to "SZ".
           display "Start date YYYYMMDD (0 = today): "
               with no advancing.
           accept ws-entry-start.
           if ws-entry-start = zeroes
               move ws-today to ws-entry-start
           end-if.
           display "End date YYYYMMDD (0 = until ended): "
               with no advancing.
           accept ws-entry-end.
           display "Contract reference: " with no advancing.
           accept ws-entry-contract.

           perform CheckScheduleCode.

           evaluate true
               when ws-entry-fee-code = spaces
                   display "Fee code is required"
               when ws-fee-msg not equal "Fee not found"
                   display "Fee code " ws-entry-fee-code
                           " is on the schedule for category "
                           ws-clnt-category " - use another"
               when ws-amount-input not > zeroes
                   display "Amount must be greater than zero"
               when not entry-frequency-valid
                   display "Frequency must be M, Q or Y"
               when not entry-taxcode-valid
                   display "VAT code must be S or Z"
               when ws-entry-end not = zeroes
                   and ws-entry-end < ws-entry-start
                   display "End date is before the start date"
               when ws-entry-contract = spaces
                   display "Contract reference is required"
               when other
                   move ws-amount-input to ws-amount-display
                   display "Charge " ws-entry-fee-code
                           ws-amount-display " "
                           ws-entry-frequency
                           " - record? (Y/N): " with no advancing
                   accept ws-confirm
                   if confirmed
                       perform WriteCharge
                   else
                       display "Nothing recorded"
                   end-if
           end-evaluate.

      * The client's own category schedule must not already use the
      * code - feeio answers "Fee not found" when it is free.
       CheckScheduleCode.
           move spaces to ws-fee-record.
           move ws-clnt-category to ws-fee-category.
           move ws-entry-fee-code to ws-fee-code.
           move spaces to ws-fee-msg.
           call 'feeio' using "Q",
                              ws-fee-record,
                              ws-fee-nav,
                              ws-fee-msg.

       WriteCharge.
           move spaces to ws-rchg-record.
           move zeroes to ws-rchg-id.
           move ws-entry-clnt-id to ws-rchg-clnt-id.
           move ws-entry-fee-code to ws-rchg-fee-code.
           move ws-entry-desc to ws-rchg-description.
           move ws-amount-input to ws-rchg-amount.
           move ws-entry-frequency to ws-rchg-frequency.
           move ws-entry-taxcode to ws-rchg-taxcode.
           move ws-entry-start to ws-rchg-start-date.
           move ws-entry-end to ws-rchg-end-date.
           move ws-entry-contract to ws-rchg-contract-ref.
           move "A" to ws-rchg-status.
           move zeroes to ws-rchg-last-billed.
           move ws-oper-id to ws-rchg-recorded-by.
           move ws-today to ws-rchg-recorded-date.
           move spaces to ws-rchg-ended-by.
           move zeroes to ws-rchg-ended-date.

           move spaces to ws-rchg-msg.
           call 'rchgio' using "A",
                               ws-rchg-record,
                               ws-rchg-nav,
                               ws-rchg-msg.

           display ws-rchg-msg " - charge " ws-rchg-id.

           if ws-rchg-msg equal "Recurring charge recorded"
               move "RCHGADD" to ws-audit-op
               perform BuildAuditInfo
               perform WriteAuditLine
           end-if.

       RenewCharge.
           perform ReadChargeAndClient.

           evaluate true
               when ws-rchg-msg equal "Recurring charge not found"
                   display "Recurring charge not found"
               when ws-rchg-ended
                   display "Charge has been ended - add a new one"
               when other
                   perform ShowCharge
                   display "New end date YYYYMMDD (0 = until ended): "
                       with no advancing
                   accept ws-entry-end
                   display "New amount (0 = unchanged): "
                       with no advancing
                   accept ws-amount-input
                   evaluate true
                       when ws-entry-end not = zeroes
                           and ws-entry-end < ws-today
                           display "End date is in the past"
                       when ws-amount-input < zeroes
                           display "Amount must not be negative"
                       when other
                           perform SaveRenewal
                   end-evaluate
           end-evaluate.

       SaveRenewal.
           move ws-entry-end to ws-rchg-end-date.
           if ws-amount-input > zeroes
               move ws-amount-input to ws-rchg-amount
           end-if.
           move spaces to ws-rchg-msg.
           call 'rchgio' using "U",
                               ws-rchg-record,
                               ws-rchg-nav,
                               ws-rchg-msg.
           display "Renewed - " ws-rchg-msg.

           move "RCHGRENEW" to ws-audit-op.
           perform BuildAuditInfo.
           perform WriteAuditLine.

       EndCharge.
           perform ReadChargeAndClient.

           evaluate true
               when ws-rchg-msg equal "Recurring charge not found"
                   display "Recurring charge not found"
               when ws-rchg-ended
                   display "Charge is already ended"
               when other
                   perform ShowCharge
                   display "Last date charged YYYYMMDD (0 = today): "
                       with no advancing
                   accept ws-entry-end
                   if ws-entry-end = zeroes
                       move ws-today to ws-entry-end
                   end-if
                   if ws-entry-end < ws-rchg-start-date
                       display "Date is before the charge started"
                   else
                       display "End this charge? (Y/N): "
                           with no advancing
                       accept ws-confirm
                       if confirmed
                           perform MarkEnded
                       else
                           display "Charge left as it is"
                       end-if
                   end-if
           end-evaluate.

       MarkEnded.
           move ws-entry-end to ws-rchg-end-date.
           move "X" to ws-rchg-status.
           move ws-oper-id to ws-rchg-ended-by.
           move ws-today to ws-rchg-ended-date.
           move spaces to ws-rchg-msg.
           call 'rchgio' using "U",
                               ws-rchg-record,
                               ws-rchg-nav,
                               ws-rchg-msg.
           display "Ended - " ws-rchg-msg.

           move "RCHGEND" to ws-audit-op.
           perform BuildAuditInfo.
           perform WriteAuditLine.

       ReadChargeAndClient.
           display "Charge id: " with no advancing.
           accept ws-entry-rchg-id.

           move spaces to ws-rchg-record.
           move ws-entry-rchg-id to ws-rchg-id.
           move spaces to ws-rchg-msg.
           call 'rchgio' using "Q",
                               ws-rchg-record,
                               ws-rchg-nav,
                               ws-rchg-msg.

           move spaces to ws-clnt-record.
           move ws-rchg-clnt-id to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.

       BuildAuditInfo.
           move spaces to ws-audit-info.
           string ws-rchg-id        delimited by size
                  " "               delimited by size
                  ws-rchg-fee-code  delimited by size
                  " "               delimited by size
                  ws-rchg-end-date  delimited by size
               into ws-audit-info.

      * One line in clntio's WriteAudit format, so the audit
      * inquiry and the integrity check read charge changes the
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
