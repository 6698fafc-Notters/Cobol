       IDENTIFICATION DIVISION.
       PROGRAM-ID. dqwrk IS INITIAL.
       AUTHOR. Andrew Notman.

      * Data-quality correction worklist - branch staff list the
      * open items the nightly data-quality run (dqchk) raised for
      * their office (the operator's own branch unless another is
      * keyed) with the rules each client fails. The record is put
      * right through the normal maintenance screens; re-checking
      * the client here afterwards runs the same rules (dqrule)
      * straight away, and an item that now passes is cleared
      * without waiting for the night. An item still failing has
      * its rules brought up to date.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           copy "oper.ws".
           copy "clnt.ws".
           copy "dqw.ws".

       01 ws-oper-msg pic X(80).
       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-dqw-msg  pic X(80).
       01 ws-dqw-nav  pic X(2).
           88 dqw-next-allowed value "YY", "YN".

       01 ws-action pic X(1) value spaces.
           88 action-list    value "L", "l".
           88 action-recheck value "C", "c".
           88 action-exit    value "E", "e".

       01 ws-entry-branch  pic X(2) value spaces.
       01 ws-entry-clnt-id pic 9(7) value zeroes.

       01 ws-today pic 9(8) value zeroes.

       01 ws-rule-flags.
           05 ws-rule-flag occurs 6 times pic X(1).
       01 ws-fail-count pic 9(1).
       01 rule-idx pic 9(1).
       01 ws-rule-letters pic X(6) value "APBDCR".
       01 ws-rule-show pic X(6).
       01 ws-rule-labels.
           05 filler pic X(30) value "A Address blank".
           05 filler pic X(30) value "P Phone blank".
           05 filler pic X(30) value "B Date of birth missing/wrong".
           05 filler pic X(30) value "D Direct debit, no bank".
           05 filler pic X(30) value "C Category not on fee table".
           05 filler pic X(30) value "R Branch no operator uses".
       01 ws-rule-label-table redefines ws-rule-labels.
           05 ws-rule-label occurs 6 times pic X(30).

       01 ws-list-count pic 9(5) value zeroes.

       01 ws-operator-id pic X(8) value spaces.
       01 ws-signon-level pic X(1) value spaces.

       PROCEDURE DIVISION.
       Main.
           call 'whoami' using "R", ws-operator-id, ws-signon-level.

           move spaces to ws-oper-record.
           move ws-operator-id to ws-oper-id.
           move spaces to ws-oper-msg.
           call 'operio' using "Q", ws-oper-record, ws-oper-msg.

           accept ws-today from date yyyymmdd.

           perform until action-exit
               display " "
               display "Data-quality worklist: L=List C=Re-check "
                       "E=Exit: " with no advancing
               accept ws-action

               evaluate true
                   when action-list    perform ListItems
                   when action-recheck perform RecheckClient
                   when action-exit    continue
                   when other display "Unknown action"
               end-evaluate
           end-perform.

           goback.

       ListItems.
           display "Branch (blank = " ws-oper-branch "): "
               with no advancing.
           move spaces to ws-entry-branch.
           accept ws-entry-branch.
           if ws-entry-branch = spaces
               move ws-oper-branch to ws-entry-branch
           end-if.

           move zeroes to ws-list-count.
           move spaces to ws-dqw-record.
           move zeroes to ws-dqw-clnt-id.
           move "YY" to ws-dqw-nav.
           move spaces to ws-dqw-msg.
           call 'dqwio' using "F",
                              ws-dqw-record,
                              ws-dqw-nav,
                              ws-dqw-msg.

           perform until not dqw-next-allowed
               if ws-dqw-open and ws-dqw-branch = ws-entry-branch
                   add 1 to ws-list-count
                   perform ShowItem
               end-if
               call 'dqwio' using "N",
                                  ws-dqw-record,
                                  ws-dqw-nav,
                                  ws-dqw-msg
           end-perform.

           display "Open items for branch " ws-entry-branch ": "
                   ws-list-count.

       ShowItem.
           move spaces to ws-clnt-record.
           move ws-dqw-clnt-id to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.

           move ws-dqw-rules to ws-rule-flags.
           perform ShowRuleLetters.
           display ws-dqw-clnt-id " " ws-clnt-surname
                   " " ws-clnt-first-name
                   " rules " ws-rule-show
                   " found " ws-dqw-found-date.

       ShowRuleLetters.
           move all "-" to ws-rule-show.
           perform varying rule-idx from 1 by 1 until rule-idx > 6
               if ws-rule-flag(rule-idx) = "Y"
                   move ws-rule-letters(rule-idx:1)
                       to ws-rule-show(rule-idx:1)
               end-if
           end-perform.

       RecheckClient.
           display "Client id: " with no advancing.
           accept ws-entry-clnt-id.

           move spaces to ws-dqw-record.
           move ws-entry-clnt-id to ws-dqw-clnt-id.
           move spaces to ws-dqw-msg.
           call 'dqwio' using "Q",
                              ws-dqw-record,
                              ws-dqw-nav,
                              ws-dqw-msg.

           move spaces to ws-clnt-record.
           move ws-entry-clnt-id to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.

           evaluate true
               when ws-dqw-msg equal "Worklist item not found"
                   display "Client is not on the worklist"
               when not ws-dqw-open
                   display "Item already cleared on "
                           ws-dqw-cleared-date
               when ws-clnt-msg equal "Client not found"
                   display "Client not found"
               when other
                   perform ScoreClient
           end-evaluate.

      * A client no longer active drops off the same way the night
      * run takes it off.
       ScoreClient.
           move zeroes to ws-fail-count.
           move spaces to ws-rule-flags.
           if ws-clnt-active
               call 'dqrule' using "C",
                                   ws-clnt-record,
                                   ws-today,
                                   ws-rule-flags,
                                   ws-fail-count
           end-if.

           if ws-fail-count = zeroes
               move "C" to ws-dqw-status
               move ws-today to ws-dqw-checked-date
               move ws-today to ws-dqw-cleared-date
               perform UpdateItem
               display "Client now passes - item cleared ("
                       ws-dqw-msg ")"
           else
               display "Client " ws-clnt-id " " ws-clnt-surname
                       " still fails:"
               perform varying rule-idx from 1 by 1
                   until rule-idx > 6
                   if ws-rule-flag(rule-idx) = "Y"
                       display "    " ws-rule-label(rule-idx)
                   end-if
               end-perform
               move ws-clnt-branch to ws-dqw-branch
               move ws-rule-flags to ws-dqw-rules
               move ws-fail-count to ws-dqw-fail-count
               move ws-today to ws-dqw-checked-date
               perform UpdateItem
           end-if.

       UpdateItem.
           move spaces to ws-dqw-msg.
           call 'dqwio' using "U",
                              ws-dqw-record,
                              ws-dqw-nav,
                              ws-dqw-msg.
