       IDENTIFICATION DIVISION.
       PROGRAM-ID. brxfer IS INITIAL.
       AUTHOR. Andrew Notman.

      * Inter-branch client transfer - an admin moves an account to
      * another office properly instead of just changing the branch
      * code. The account takes everything it owns with it: its
      * open items, payment plan, direct-debit mandate and any
      * security deposit still held are all kept by client, so
      * they follow the client record's branch (clntio "M", which
      * an ordinary update cannot do) and what went is recorded on
      * the transfer register (brx.dat) - who moved which account,
      * from where to where, when, and the balance and deposit
      * that moved. That night's GL journal (gljrnl) posts the
      * balance from the old branch's AR to the new one's, and a
      * deposit between the two branches' deposits-held, off the
      * register, so the branch figures still reconcile.
      * A transfer is refused while the account is on credit hold
      * or has a dispute open, when it is not active, and when the
      * new branch is one no operator works from. Earlier postings
      * keep the branch they were made in.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           copy "oper.ws".
           copy "clnt.ws".
           copy "brx.ws".
           copy "disp.ws".
           copy "oitm.ws".
           copy "plan.ws".
           copy "mand.ws".
           copy "sdep.ws".

       01 ws-oper-msg pic X(80).
       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-brx-msg  pic X(80).
       01 ws-brx-nav  pic X(2).
           88 brx-next-allowed value "YY", "YN".
       01 ws-disp-msg pic X(80).
       01 ws-disp-nav pic X(2).
           88 disp-next-allowed value "YY", "YN".
       01 ws-oitm-msg pic X(80).
       01 ws-oitm-nav pic X(2).
           88 oitm-next-allowed value "YY", "YN".
       01 ws-plan-msg pic X(80).
       01 ws-plan-nav pic X(2).
       01 ws-mand-msg pic X(80).
       01 ws-mand-nav pic X(2).
       01 ws-sdep-msg pic X(80).
       01 ws-sdep-nav pic X(2).

       01 ws-entered-password pic X(8) value spaces.
       01 ws-signon-result    pic X(1) value "N".

       01 ws-action pic X(1) value spaces.
           88 action-list     value "L", "l".
           88 action-transfer value "T", "t".
           88 action-exit     value "E", "e".

       01 ws-entry-clnt-id pic 9(7) value zeroes.
       01 ws-new-branch    pic X(2) value spaces.
       01 ws-old-branch    pic X(2) value spaces.
       01 ws-confirm       pic X(1) value "N".
       01 ws-open-disputes pic 9(5) value zeroes.
       01 ws-list-count    pic 9(5) value zeroes.

      * the data-quality rules decide whether anybody works from
      * the branch keyed - rule R, the sixth flag
       01 ws-today pic 9(8).
       01 ws-now   pic 9(8).
       01 ws-rule-flags.
           05 ws-rule-flag occurs 6 times pic X(1).
       01 ws-fail-count pic 9(1).

       01 ws-balance-display pic -(7)9.99.
       01 ws-deposit-display pic -(7)9.99.
       01 ws-owing-display   pic -(7)9.99.

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
               display "Branch transfers: L=List register "
                       "T=Transfer a client E=Exit: "
                   with no advancing
               accept ws-action

               evaluate true
                   when action-list     perform ListTransfers
                   when action-transfer perform TransferClient
                   when action-exit     continue
                   when other display "Unknown action"
               end-evaluate
           end-perform.

           goback.

       ListTransfers.
           move zeroes to ws-list-count.
           move spaces to ws-brx-record.
           move zeroes to ws-brx-id.
           move "YY" to ws-brx-nav.
           move spaces to ws-brx-msg.
           call 'brxio' using "F",
                              ws-brx-record,
                              ws-brx-nav,
                              ws-brx-msg.

           perform until not brx-next-allowed
               add 1 to ws-list-count
               move ws-brx-balance to ws-balance-display
               move ws-brx-deposit to ws-deposit-display
               display ws-brx-id " client " ws-brx-clnt-id
                       " " ws-brx-from-branch "->" ws-brx-to-branch
                       " on " ws-brx-date " " ws-brx-time
                       " by " ws-brx-oper
               display "        balance " ws-balance-display
                       " deposit " ws-deposit-display
                       " open items " ws-brx-oitm-count
                       " plan " ws-brx-plan
                       " mandate " ws-brx-mandate
               call 'brxio' using "N",
                                  ws-brx-record,
                                  ws-brx-nav,
                                  ws-brx-msg
           end-perform.

           if ws-list-count = zeroes
               display "No transfers on file"
           end-if.

       TransferClient.
           display "Client id: " with no advancing.
           accept ws-entry-clnt-id.

           move spaces to ws-clnt-record.
           move ws-entry-clnt-id to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.

           if ws-clnt-msg not equal "Client not found"
               perform CountOpenDisputes
           end-if.

           evaluate true
               when ws-clnt-msg equal "Client not found"
                   display "Client not found"
               when not ws-clnt-active
                   display "Client is not active - status "
                           ws-clnt-status
               when ws-clnt-on-hold
                   display "Transfer refused - account is on credit "
                           "hold (" ws-clnt-hold-reason ")"
               when ws-open-disputes > zeroes
                   display "Transfer refused - " ws-open-disputes
                           " dispute(s) open on the account"
               when other
                   perform KeyNewBranch
           end-evaluate.

       CountOpenDisputes.
           move zeroes to ws-open-disputes.
           move spaces to ws-disp-record.
           move zeroes to ws-disp-id.
           move ws-entry-clnt-id to ws-disp-clnt-id.
           move "YY" to ws-disp-nav.
           move spaces to ws-disp-msg.
           call 'dispio' using "S",
                               ws-disp-record,
                               ws-disp-nav,
                               ws-disp-msg.

           perform until not disp-next-allowed
               if ws-disp-open
                   add 1 to ws-open-disputes
               end-if
               call 'dispio' using "T",
                                   ws-disp-record,
                                   ws-disp-nav,
                                   ws-disp-msg
           end-perform.

       KeyNewBranch.
           move ws-clnt-branch to ws-old-branch.
           display "Currently branch " ws-old-branch
                   " - move to branch: " with no advancing.
           move spaces to ws-new-branch.
           accept ws-new-branch.

           accept ws-today from date yyyymmdd.
           move ws-new-branch to ws-clnt-branch.
           call 'dqrule' using "C",
                               ws-clnt-record,
                               ws-today,
                               ws-rule-flags,
                               ws-fail-count.
           move ws-old-branch to ws-clnt-branch.

           evaluate true
               when ws-new-branch = spaces
                   display "Transfer not made - no branch keyed"
               when ws-new-branch = ws-old-branch
                   display "Transfer not made - the account is "
                           "already in branch " ws-old-branch
               when ws-rule-flag(6) = "Y"
                   display "Transfer refused - no operator works "
                           "from branch " ws-new-branch
               when other
                   perform GatherAccountItems
                   perform ConfirmTransfer
           end-evaluate.

      * What goes with the account, for the register - the items
      * themselves are kept by client and need no change.
       GatherAccountItems.
           move spaces to ws-brx-record.
           move zeroes to ws-brx-id.
           move ws-clnt-id      to ws-brx-clnt-id.
           move ws-old-branch   to ws-brx-from-branch.
           move ws-new-branch   to ws-brx-to-branch.
           move ws-clnt-balance to ws-brx-balance.
           move zeroes to ws-brx-deposit.
           move zeroes to ws-brx-oitm-count.
           move zeroes to ws-brx-oitm-owing.
           move "N" to ws-brx-plan.
           move space to ws-brx-mandate.
           move ws-oper-id to ws-brx-oper.

           move spaces to ws-oitm-record.
           move zeroes to ws-oitm-id.
           move ws-clnt-id to ws-oitm-clnt-id.
           move "YY" to ws-oitm-nav.
           move spaces to ws-oitm-msg.
           call 'oitmio' using "S",
                               ws-oitm-record,
                               ws-oitm-nav,
                               ws-oitm-msg.
           perform until not oitm-next-allowed
               if ws-oitm-open
                   add 1 to ws-brx-oitm-count
                   compute ws-brx-oitm-owing = ws-brx-oitm-owing
                       + ws-oitm-amount - ws-oitm-paid
               end-if
               call 'oitmio' using "T",
                                   ws-oitm-record,
                                   ws-oitm-nav,
                                   ws-oitm-msg
           end-perform.

           move spaces to ws-plan-record.
           move ws-clnt-id to ws-plan-clnt-id.
           move spaces to ws-plan-msg.
           call 'planio' using "Q",
                               ws-plan-record,
                               ws-plan-nav,
                               ws-plan-msg.
           if ws-plan-msg not equal "Plan not found"
               and (ws-plan-current or ws-plan-behind)
               move "Y" to ws-brx-plan
           end-if.

           move spaces to ws-mand-record.
           move ws-clnt-id to ws-mand-clnt-id.
           move spaces to ws-mand-msg.
           call 'mandio' using "Q",
                               ws-mand-record,
                               ws-mand-nav,
                               ws-mand-msg.
           if ws-mand-msg not equal "Mandate status not found"
               move ws-mand-status to ws-brx-mandate
           end-if.

      *    a deposit still held moves with its interest - the whole
      *    figure sits on the deposits-held liability
           move spaces to ws-sdep-record.
           move ws-clnt-id to ws-sdep-clnt-id.
           move spaces to ws-sdep-msg.
           call 'sdepio' using "Q",
                               ws-sdep-record,
                               ws-sdep-nav,
                               ws-sdep-msg.
           if ws-sdep-msg not equal "Deposit not found"
               and ws-sdep-held
               compute ws-brx-deposit =
                   ws-sdep-amount + ws-sdep-interest
           end-if.

       ConfirmTransfer.
           move ws-brx-balance    to ws-balance-display.
           move ws-brx-deposit    to ws-deposit-display.
           move ws-brx-oitm-owing to ws-owing-display.
           display "Client " ws-clnt-id " " ws-clnt-surname
                   " branch " ws-old-branch " -> " ws-new-branch.
           display "  balance " ws-balance-display
                   "  deposit held " ws-deposit-display.
           display "  open items " ws-brx-oitm-count
                   " owing " ws-owing-display
                   "  plan " ws-brx-plan
                   "  mandate " ws-brx-mandate.
           display "Transfer the account (Y/N)? " with no advancing.
           accept ws-confirm.

           if ws-confirm = "Y" or ws-confirm = "y"
               perform MakeTransfer
           else
               display "Transfer not made"
           end-if.

       MakeTransfer.
           move ws-new-branch to ws-clnt-branch.
           move spaces to ws-clnt-msg.
           call 'clntio' using "M",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg,
                               ws-oper-id.

           if ws-clnt-msg not equal "Branch updated"
               display "Transfer not made - " ws-clnt-msg
           else
               accept ws-brx-date from date yyyymmdd
               accept ws-now from time
               move ws-now(1:6) to ws-brx-time
               move spaces to ws-brx-msg
               call 'brxio' using "A",
                                  ws-brx-record,
                                  ws-brx-nav,
                                  ws-brx-msg
               if ws-brx-msg not equal "Transfer recorded"
                   display "Branch changed but NOT registered - "
                           ws-brx-msg
                   display "Raise the register entry by hand "
                           "before tonight's GL journal"
               else
                   display "Transfer " ws-brx-id " recorded - "
                           "client " ws-clnt-id " now in branch "
                           ws-new-branch
               end-if
           end-if.
