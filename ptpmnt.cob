       IDENTIFICATION DIVISION.
       PROGRAM-ID. ptpmnt IS INITIAL.
       AUTHOR. Andrew Notman.

      * Promise-to-pay maintenance - collections staff record the
      * promise a client makes on the phone (how much, by when)
      * against the client, instead of as free text on the
      * contact log, so the nightly check (ptpchk) can see whether
      * the money arrived. A client has at most one open promise at
      * a time; a promise that is no longer going to be relied on
      * can be withdrawn before it falls due. Taking and withdrawing
      * a promise go on the audit trail in clntio's line format
      * like any other client change.

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
           copy "ptp.ws".

       01 ws-oper-msg pic X(80).
       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-ptp-msg pic X(80).
       01 ws-ptp-nav pic X(2).
           88 ptp-next-allowed value "YY", "YN".

       01 ws-entered-password pic X(8) value spaces.
       01 ws-signon-result    pic X(1) value "N".

       01 ws-action pic X(1) value spaces.
           88 action-list     value "L", "l".
           88 action-take     value "T", "t".
           88 action-withdraw value "W", "w".
           88 action-exit     value "E", "e".

       01 ws-entry-clnt-id pic 9(7) value zeroes.
       01 ws-entry-ptp-id  pic 9(7) value zeroes.
       01 ws-entry-amount  pic 9(7)V99 value zeroes.
       01 ws-entry-date    pic 9(8) value zeroes.

       01 ws-today pic 9(8) value zeroes.

       01 ws-open-found pic X(1) value "N".
       01 ws-open-id    pic 9(7) value zeroes.
       01 ws-list-count pic 9(5) value zeroes.

       01 ws-audit-date pic 9(8).
       01 ws-audit-op   pic X(10).
       01 ws-audit-info pic X(20).

       01 ws-amount-display pic ZZZZZZ9.99.
       01 ws-paid-display   pic ZZZZZZ9.99.

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
               display "Promises: L=List T=Take W=Withdraw E=Exit: "
                   with no advancing
               accept ws-action

               evaluate true
                   when action-list     perform ListPromises
                   when action-take     perform TakePromise
                   when action-withdraw perform WithdrawPromise
                   when action-exit     continue
                   when other display "Unknown action"
               end-evaluate
           end-perform.

           goback.

       ListPromises.
           display "Client id: " with no advancing.
           accept ws-entry-clnt-id.

           move zeroes to ws-list-count.
           move spaces to ws-ptp-record.
           move zeroes to ws-ptp-id.
           move ws-entry-clnt-id to ws-ptp-clnt-id.
           move "YY" to ws-ptp-nav.
           move spaces to ws-ptp-msg.
           call 'ptpio' using "S",
                              ws-ptp-record,
                              ws-ptp-nav,
                              ws-ptp-msg.

           perform until not ptp-next-allowed
               add 1 to ws-list-count
               move ws-ptp-amount to ws-amount-display
               move ws-ptp-paid to ws-paid-display
               display ws-ptp-id " " ws-amount-display
                       " by " ws-ptp-due-date
                       " taken " ws-ptp-taken-date
                       " " ws-ptp-oper-id
                       " status " ws-ptp-status
                       " paid " ws-paid-display
               call 'ptpio' using "T",
                                  ws-ptp-record,
                                  ws-ptp-nav,
                                  ws-ptp-msg
           end-perform.

           if ws-list-count = zeroes
               display "No promises for this client"
           end-if.

       TakePromise.
           display "Client id: " with no advancing.
           accept ws-entry-clnt-id.

           move spaces to ws-clnt-record.
           move ws-entry-clnt-id to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.

           perform FindOpenPromise.

           evaluate true
               when ws-clnt-msg equal "Client not found"
                   display "Client not found"
               when ws-open-found = "Y"
                   display "Client already has open promise "
                           ws-open-id " - withdraw it first"
               when other
                   perform RecordPromise
           end-evaluate.

       RecordPromise.
           display "Amount promised: " with no advancing.
           accept ws-entry-amount.
           display "Promised by date YYYYMMDD: " with no advancing.
           accept ws-entry-date.

           evaluate true
               when ws-entry-amount = zeroes
                   display "Amount must be more than zero"
               when ws-entry-date < ws-today
                   display "Promised date cannot be in the past"
               when other
                   move spaces to ws-ptp-record
                   move zeroes to ws-ptp-id
                   move ws-entry-clnt-id to ws-ptp-clnt-id
                   move ws-entry-amount to ws-ptp-amount
                   move ws-today to ws-ptp-taken-date
                   move ws-entry-date to ws-ptp-due-date
                   move ws-oper-id to ws-ptp-oper-id
                   move "O" to ws-ptp-status
                   move zeroes to ws-ptp-paid
                   move zeroes to ws-ptp-checked-date
                   move spaces to ws-ptp-msg
                   call 'ptpio' using "A",
                                      ws-ptp-record,
                                      ws-ptp-nav,
                                      ws-ptp-msg
                   display ws-ptp-msg " - promise " ws-ptp-id
                   if ws-ptp-msg equal "Promise recorded"
                       move "PROMISE" to ws-audit-op
                       perform BuildAuditInfo
                       perform WriteAuditLine
                   end-if
           end-evaluate.

       WithdrawPromise.
           display "Promise id: " with no advancing.
           accept ws-entry-ptp-id.

           move spaces to ws-ptp-record.
           move ws-entry-ptp-id to ws-ptp-id.
           move spaces to ws-ptp-msg.
           call 'ptpio' using "Q",
                              ws-ptp-record,
                              ws-ptp-nav,
                              ws-ptp-msg.

           evaluate true
               when ws-ptp-msg equal "Promise not found"
                   display "Promise not found"
               when not ws-ptp-open
                   display "Promise is no longer open"
               when other
                   move "X" to ws-ptp-status
                   move ws-today to ws-ptp-checked-date
                   move spaces to ws-ptp-msg
                   call 'ptpio' using "U",
                                      ws-ptp-record,
                                      ws-ptp-nav,
                                      ws-ptp-msg
                   display "Withdrawn - " ws-ptp-msg

                   move spaces to ws-clnt-record
                   move ws-ptp-clnt-id to ws-clnt-id
                   move spaces to ws-clnt-msg
                   call 'clntio' using "Q",
                                       ws-clnt-record,
                                       ws-clnt-nav,
                                       ws-clnt-msg
                   move "PROMWDRAW" to ws-audit-op
                   perform BuildAuditInfo
                   perform WriteAuditLine
           end-evaluate.

      * The client's open promise, if any - only one is ever live.
       FindOpenPromise.
           move "N" to ws-open-found.
           move zeroes to ws-open-id.

           move spaces to ws-ptp-record.
           move zeroes to ws-ptp-id.
           move ws-entry-clnt-id to ws-ptp-clnt-id.
           move "YY" to ws-ptp-nav.
           move spaces to ws-ptp-msg.
           call 'ptpio' using "S",
                              ws-ptp-record,
                              ws-ptp-nav,
                              ws-ptp-msg.

           perform until not ptp-next-allowed
               if ws-ptp-open
                   move "Y" to ws-open-found
                   move ws-ptp-id to ws-open-id
               end-if
               call 'ptpio' using "T",
                                  ws-ptp-record,
                                  ws-ptp-nav,
                                  ws-ptp-msg
           end-perform.

       BuildAuditInfo.
           move ws-ptp-amount to ws-amount-display.
           move spaces to ws-audit-info.
           string ws-amount-display delimited by size
                  " "               delimited by size
                  ws-ptp-due-date   delimited by size
               into ws-audit-info.

      * One line in clntio's WriteAudit format, so the audit
      * inquiry and the integrity check read promises the same
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
