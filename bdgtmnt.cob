       IDENTIFICATION DIVISION.
       PROGRAM-ID. bdgtmnt IS INITIAL.
       AUTHOR. Andrew Notman.

      * Budget billing - joins a residential client to budget
      * (levelised) billing, shows where their budget year stands,
      * lists everyone on it, and takes a client off it. On
      * joining, the year's charge is estimated (bdgtest) from the
      * fee schedule and last year's postings and split into
      * twelve equal instalments, which the billing run posts in
      * place of the schedule's own charges. Leaving marks the
      * row "L": that night's true-up settles the difference
      * between the instalments and the real charges so far and
      * ends the budget. Every join and leave goes on the audit
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
           copy "clnt.ws".
           copy "bdgt.ws".

       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-bdgt-msg pic X(80).
       01 ws-bdgt-nav pic X(2).
           88 bdgt-next-allowed value "YY", "YN".

       01 ws-action pic X(1) value spaces.
           88 action-list  value "L", "l".
           88 action-view  value "Q", "q".
           88 action-join  value "J", "j".
           88 action-leave value "X", "x".
           88 action-exit  value "E", "e".

       01 ws-entry-clnt-id pic 9(7) value zeroes.
       01 ws-confirm       pic X(1) value spaces.

       01 ws-today pic 9(8) value zeroes.

       01 ws-last-gross pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-last-tax   pic S9(7)V9(2) comp-3 value zeroes.

       01 ws-amount-display pic +ZZZZZZ9.99.
       01 ws-second-display pic +ZZZZZZ9.99.
       01 ws-total-display  pic +ZZZZZZZZ9.99.

       01 ws-on-count   pic 9(5) value zeroes.
       01 ws-inst-total pic S9(9)V9(2) comp-3 value zeroes.

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
               display "Budget billing: L=List Q=View J=Join "
                       "X=Leave E=Exit: " with no advancing
               accept ws-action

               evaluate true
                   when action-list  perform ListBudgets
                   when action-view  perform ViewBudget
                   when action-join  perform JoinBudget
                   when action-leave perform LeaveBudget
                   when action-exit  continue
                   when other display "Unknown action"
               end-evaluate
           end-perform.

           goback.

       ListBudgets.
           move zeroes to ws-on-count.
           move zeroes to ws-inst-total.
           move spaces to ws-bdgt-record.
           move zeroes to ws-bdgt-clnt-id.
           move "YY" to ws-bdgt-nav.

           move spaces to ws-bdgt-msg.
           call 'bdgtio' using "F",
                               ws-bdgt-record,
                               ws-bdgt-nav,
                               ws-bdgt-msg.

           perform until not bdgt-next-allowed
               move ws-bdgt-instalment to ws-amount-display
               move ws-bdgt-annual-est to ws-second-display
               display ws-bdgt-clnt-id " " ws-bdgt-status
                       " from " ws-bdgt-start-date
                       " monthly " ws-amount-display
                       " year " ws-second-display
                       " billed " ws-bdgt-months-billed
               if ws-bdgt-active
                   add 1 to ws-on-count
                   add ws-bdgt-instalment to ws-inst-total
               end-if
               call 'bdgtio' using "N",
                                   ws-bdgt-record,
                                   ws-bdgt-nav,
                                   ws-bdgt-msg
           end-perform.

           move ws-inst-total to ws-total-display.
           display "Clients on budget billing: " ws-on-count
                   " paying " ws-total-display " a month".

       ViewBudget.
           display "Client id: " with no advancing.
           accept ws-entry-clnt-id.

           move spaces to ws-bdgt-record.
           move ws-entry-clnt-id to ws-bdgt-clnt-id.
           move spaces to ws-bdgt-msg.
           call 'bdgtio' using "Q",
                               ws-bdgt-record,
                               ws-bdgt-nav,
                               ws-bdgt-msg.

           if ws-bdgt-msg equal "Budget not found"
               display "Client is not on budget billing"
           else
               perform ShowBudget
           end-if.

       ShowBudget.
           evaluate true
               when ws-bdgt-active
                   display "Budget billing ACTIVE - year from "
                           ws-bdgt-start-date
               when ws-bdgt-leaving
                   display "Budget billing LEAVING - true-up due "
                           "tonight"
               when other
                   display "Budget billing ENDED - last true-up "
                           ws-bdgt-trueup-date
           end-evaluate.
           display "Joined " ws-bdgt-joined-date
                   " by " ws-bdgt-joined-by.

           move ws-bdgt-annual-est to ws-amount-display.
           move ws-bdgt-instalment to ws-second-display.
           display "Annual estimate " ws-amount-display
                   "  monthly instalment " ws-second-display.

           move ws-bdgt-billed-gross to ws-amount-display.
           move ws-bdgt-actual-gross to ws-second-display.
           display "This year: " ws-bdgt-months-billed
                   " instalment(s) billed " ws-amount-display
                   "  actual charges " ws-second-display.

           if ws-bdgt-trueup-date not = zeroes
               move ws-bdgt-trueup-amount to ws-amount-display
               display "Last true-up " ws-bdgt-trueup-date
                       " difference " ws-amount-display
           end-if.

      * Budget billing is for residential clients - a commercial
      * or concession account keeps its cycle billing. A client
      * already on the budget, or leaving it tonight, cannot join
      * again until the true-up has ended the old one.
       JoinBudget.
           display "Client id: " with no advancing.
           accept ws-entry-clnt-id.

           move spaces to ws-clnt-record.
           move ws-entry-clnt-id to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.

           move spaces to ws-bdgt-record.
           move ws-entry-clnt-id to ws-bdgt-clnt-id.
           move spaces to ws-bdgt-msg.
           call 'bdgtio' using "Q",
                               ws-bdgt-record,
                               ws-bdgt-nav,
                               ws-bdgt-msg.

           evaluate true
               when ws-clnt-msg equal "Client not found"
                   display "Client not found"
               when not ws-clnt-active
                   display "Client is not active - status "
                           ws-clnt-status
               when not ws-clnt-residential
                   display "Budget billing is for residential "
                           "(category R) clients only"
               when ws-bdgt-msg not equal "Budget not found"
                   and not ws-bdgt-ended
                   display "Client is already on budget billing"
               when other
                   perform OfferBudget
           end-evaluate.

       OfferBudget.
           move zeroes to ws-last-gross.
           move zeroes to ws-last-tax.
           call 'bdgtest' using "J",
                                ws-entry-clnt-id,
                                ws-clnt-category,
                                ws-today,
                                ws-last-gross,
                                ws-last-tax,
                                ws-bdgt-annual-est,
                                ws-bdgt-annual-tax.

           compute ws-bdgt-instalment rounded =
               ws-bdgt-annual-est / 12.
           compute ws-bdgt-instalment-tax rounded =
               ws-bdgt-annual-tax / 12.

           move ws-last-gross to ws-amount-display.
           display "Last year's charges " ws-amount-display.
           move ws-bdgt-annual-est to ws-amount-display.
           move ws-bdgt-instalment to ws-second-display.
           display "Annual estimate " ws-amount-display
                   "  monthly instalment " ws-second-display.

           display "Join budget billing at this instalment? (Y/N): "
               with no advancing.
           accept ws-confirm.

           if ws-confirm = "Y" or ws-confirm = "y"
               perform RecordBudget
           else
               display "Not joined"
           end-if.

       RecordBudget.
           move ws-entry-clnt-id to ws-bdgt-clnt-id.
           move "A" to ws-bdgt-status.
           move ws-today to ws-bdgt-start-date.
           move ws-today to ws-bdgt-joined-date.
           move ws-operator-id to ws-bdgt-joined-by.
           move zeroes to ws-bdgt-months-billed.
           move zeroes to ws-bdgt-last-billed.
           move zeroes to ws-bdgt-billed-gross.
           move zeroes to ws-bdgt-billed-tax.
           move zeroes to ws-bdgt-actual-gross.
           move zeroes to ws-bdgt-actual-tax.
           move zeroes to ws-bdgt-trueup-date.
           move zeroes to ws-bdgt-trueup-amount.

           if ws-bdgt-msg equal "Budget not found"
               move spaces to ws-bdgt-msg
               call 'bdgtio' using "A",
                                   ws-bdgt-record,
                                   ws-bdgt-nav,
                                   ws-bdgt-msg
           else
               move spaces to ws-bdgt-msg
               call 'bdgtio' using "U",
                                   ws-bdgt-record,
                                   ws-bdgt-nav,
                                   ws-bdgt-msg
           end-if.
           display ws-bdgt-msg.

           move ws-bdgt-instalment to ws-amount-display.
           move "BUDGETJOIN" to ws-audit-op.
           move spaces to ws-audit-info.
           string "monthly " delimited by size
                  ws-amount-display delimited by size
               into ws-audit-info.
           perform WriteAuditLine.

      * The client comes off the budget at that night's true-up,
      * which settles the year so far and ends the row.
       LeaveBudget.
           display "Client id: " with no advancing.
           accept ws-entry-clnt-id.

           move spaces to ws-bdgt-record.
           move ws-entry-clnt-id to ws-bdgt-clnt-id.
           move spaces to ws-bdgt-msg.
           call 'bdgtio' using "Q",
                               ws-bdgt-record,
                               ws-bdgt-nav,
                               ws-bdgt-msg.

           evaluate true
               when ws-bdgt-msg equal "Budget not found"
                   display "Client is not on budget billing"
               when not ws-bdgt-active
                   display "Budget is not active - status "
                           ws-bdgt-status
               when other
                   perform ShowBudget
                   display "Take the client off budget billing? "
                           "(Y/N): " with no advancing
                   accept ws-confirm
                   if ws-confirm = "Y" or ws-confirm = "y"
                       perform MarkLeaving
                   else
                       display "Budget left as it is"
                   end-if
           end-evaluate.

       MarkLeaving.
           move "L" to ws-bdgt-status.
           move spaces to ws-bdgt-msg.
           call 'bdgtio' using "U",
                               ws-bdgt-record,
                               ws-bdgt-nav,
                               ws-bdgt-msg.
           display ws-bdgt-msg.
           display "The true-up statement goes out after tonight's "
                   "run".

           move spaces to ws-clnt-record.
           move ws-entry-clnt-id to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.

           move "BUDGETLEAV" to ws-audit-op.
           move "leaving" to ws-audit-info.
           perform WriteAuditLine.

      * One line in clntio's WriteAudit format, so the audit
      * inquiry and the integrity check read budget changes the
      * same way they read every other client change.
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
