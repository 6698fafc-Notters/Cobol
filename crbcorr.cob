       IDENTIFICATION DIVISION.
       PROGRAM-ID. crbcorr IS INITIAL.
       AUTHOR. Andrew Notman.

      * Credit-bureau corrections - when an account's history is
      * put right after it has been reported (a payment misapplied,
      * a status set in error, a rejected record), an admin lists
      * what the reporting register (crb.dat) holds for the client
      * and keys the record as it should have read: status,
      * balance, months in arrears and the write-off, agency and
      * closure markers. The correction goes on the register as a
      * "C" record pointing at the monthly record it replaces, for
      * the month that record reported, and the next monthly
      * extract (crbext) sends it and stamps it sent. The record
      * corrected is left as it was sent, so the register still
      * shows what the bureau was told and when. Only monthly
      * records are corrected - a correction that was itself wrong
      * is put right by correcting the monthly record again.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           copy "oper.ws".
           copy "clnt.ws".
           copy "crb.ws".

       01 ws-oper-msg pic X(80).
       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-crb-msg  pic X(80).
       01 ws-crb-nav  pic X(2).
           88 crb-next-allowed value "YY", "YN".

       01 ws-entered-password pic X(8) value spaces.
       01 ws-signon-result    pic X(1) value "N".

       01 ws-action pic X(1) value spaces.
           88 action-list    value "L", "l".
           88 action-correct value "C", "c".
           88 action-exit    value "E", "e".

       01 ws-entry-clnt-id pic 9(7) value zeroes.
       01 ws-entry-crb-id  pic 9(7) value zeroes.
       01 ws-entry-status  pic X(1) value spaces.
           88 entry-status-valid value "A", "D", "I", "W", "P", "S".
       01 ws-entry-balance pic 9(7)V99 value zeroes.
       01 ws-entry-credit  pic X(1) value "N".
       01 ws-entry-arrears pic 9(2) value zeroes.
       01 ws-entry-woff    pic X(1) value "N".
       01 ws-entry-agency  pic X(1) value "N".
       01 ws-entry-closed  pic X(1) value "N".
       01 ws-entry-ok      pic X(1) value "N".
           88 entry-ok value "Y".
       01 ws-confirm       pic X(1) value "N".
       01 ws-list-count    pic 9(5) value zeroes.

       01 ws-balance-display pic -(7)9.99.

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

           perform until action-exit
               display " "
               display "Credit-bureau register: L=List a client "
                       "C=Correct a record E=Exit: "
                   with no advancing
               accept ws-action

               evaluate true
                   when action-list    perform ListClientRecords
                   when action-correct perform CorrectRecord
                   when action-exit    continue
                   when other display "Unknown action"
               end-evaluate
           end-perform.

           goback.

       ListClientRecords.
           display "Client id: " with no advancing.
           accept ws-entry-clnt-id.

           move zeroes to ws-list-count.
           move spaces to ws-crb-record.
           move zeroes to ws-crb-id.
           move ws-entry-clnt-id to ws-crb-clnt-id.
           move "YY" to ws-crb-nav.
           move spaces to ws-crb-msg.
           call 'crbio' using "S",
                              ws-crb-record,
                              ws-crb-nav,
                              ws-crb-msg.

           perform until not crb-next-allowed
               add 1 to ws-list-count
               perform ShowRecord
               call 'crbio' using "T",
                                  ws-crb-record,
                                  ws-crb-nav,
                                  ws-crb-msg
           end-perform.

           if ws-list-count = zeroes
               display "Nothing reported for client "
                       ws-entry-clnt-id
           end-if.

       ShowRecord.
           move ws-crb-balance to ws-balance-display.
           display ws-crb-id " " ws-crb-type " " ws-crb-period
                   " status " ws-crb-status
                   " balance " ws-balance-display
                   " arrears " ws-crb-arrears
                   " W/A/C " ws-crb-woff-flag ws-crb-agency-flag
                   ws-crb-closed-flag.
           if ws-crb-sent-date = zeroes
               display "        not yet sent, keyed by "
                       ws-crb-keyed-by
           else
               display "        sent " ws-crb-sent-date
                       " keyed by " ws-crb-keyed-by
           end-if.
           if ws-crb-correction
               display "        corrects " ws-crb-corrects
           end-if.
           if ws-crb-rejected
               display "        REJECTED " ws-crb-reject-code
                       " on " ws-crb-reject-date
           end-if.

       CorrectRecord.
           display "Register record to correct: " with no advancing.
           accept ws-entry-crb-id.

           move spaces to ws-crb-record.
           move ws-entry-crb-id to ws-crb-id.
           move spaces to ws-crb-msg.
           call 'crbio' using "Q",
                              ws-crb-record,
                              ws-crb-nav,
                              ws-crb-msg.

           evaluate true
               when ws-crb-msg equal "Bureau record not found"
                   display "Bureau record not found"
               when not ws-crb-monthly
                   display "Record " ws-entry-crb-id " is a "
                           "correction - correct the monthly record "
                           ws-crb-corrects " instead"
               when other
                   perform ShowRecord
                   perform KeyCorrection
           end-evaluate.

       KeyCorrection.
           move "N" to ws-entry-ok.
           display "Status as it should be (A/D/I/W/P/S): "
               with no advancing.
           move spaces to ws-entry-status.
           accept ws-entry-status.
           display "Balance (no sign): " with no advancing.
           accept ws-entry-balance.
           display "In credit? (Y/N): " with no advancing.
           accept ws-entry-credit.
           display "Months in arrears: " with no advancing.
           accept ws-entry-arrears.
           display "Written off? (Y/N): " with no advancing.
           accept ws-entry-woff.
           display "Placed with agency? (Y/N): " with no advancing.
           accept ws-entry-agency.
           display "Closed? (Y/N): " with no advancing.
           accept ws-entry-closed.

           evaluate true
               when not entry-status-valid
                   display "Status must be A, D, I, W, P or S"
               when ws-entry-credit not = "Y" and not = "N"
                   display "In credit must be Y or N"
               when ws-entry-woff not = "Y" and not = "N"
                   display "Written off must be Y or N"
               when ws-entry-agency not = "Y" and not = "N"
                   display "Placed with agency must be Y or N"
               when ws-entry-closed not = "Y" and not = "N"
                   display "Closed must be Y or N"
               when other
                   move "Y" to ws-entry-ok
           end-evaluate.

           if entry-ok
               display "Send this correction with the next extract? "
                       "(Y/N): " with no advancing
               accept ws-confirm
               if ws-confirm = "Y" or ws-confirm = "y"
                   perform RegisterCorrection
               else
                   display "Correction abandoned"
               end-if
           end-if.

      * The correction reports the same month as the record it
      * replaces; only the figures keyed change.
       RegisterCorrection.
           move ws-crb-id to ws-crb-corrects.
           move "C" to ws-crb-type.
           move ws-entry-status to ws-crb-status.
           if ws-entry-credit = "Y"
               compute ws-crb-balance = zeroes - ws-entry-balance
           else
               move ws-entry-balance to ws-crb-balance
           end-if.
           move ws-entry-arrears to ws-crb-arrears.
           move ws-entry-woff to ws-crb-woff-flag.
           move ws-entry-agency to ws-crb-agency-flag.
           move ws-entry-closed to ws-crb-closed-flag.
           move zeroes to ws-crb-sent-date.
           move space to ws-crb-response.
           move spaces to ws-crb-reject-code.
           move zeroes to ws-crb-reject-date.
           move ws-oper-id to ws-crb-keyed-by.

           move spaces to ws-crb-msg.
           call 'crbio' using "A",
                              ws-crb-record,
                              ws-crb-nav,
                              ws-crb-msg.
           display ws-crb-msg.
           display "Correction " ws-crb-id " goes with the next "
                   "extract".
