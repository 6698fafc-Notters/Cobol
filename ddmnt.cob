      * as pending (mandext cuts the setup instruction, mandret
      * loads the bank's confirm/reject), and a cleared one goes
      * on as cancelled so the cancellation instruction is cut.
      * ddextr collects only on confirmed mandates. The bank
      * details are put through bankchk before anything is saved -
      * a sort code the bank's directory does not know, an account
      * that fails the branch's modulus check, or a branch that
      * takes no direct debits is refused with the reason. A change
      * asked for by a third party is refused unless they hold
      * full authority on the account.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 ws-mand-new-status pic X(1) value spaces.
       01 ws-today pic 9(8) value zeroes.

       01 ws-bank-result pic X(1) value spaces.
       01 ws-bank-msg    pic X(80) value spaces.

       01 ws-entry-tpa-id     pic 9(7) value zeroes.
       01 ws-requester-ok     pic X(1) value "Y".
           88 requester-allowed value "Y".
       01 ws-tpa-scope-needed pic X(1) value "F".
       01 ws-tpa-check-msg    pic X(60) value spaces.

       PROCEDURE DIVISION.
       Main.
           call 'whoami' using "R", ws-operator-id, ws-oper-level.
               display "Client " ws-clnt-id " " ws-clnt-surname
                       " - direct debit is currently ["
                       ws-clnt-dd-flag "]"
               perform CheckRequester
               if requester-allowed
                   perform ChangeMandate
               else
                   display "No change made"
               end-if
           end-if.

       ChangeMandate.
           display "Collect by direct debit? (Y/N): "
               with no advancing.
           accept ws-entry-flag.

           evaluate true
               when mandate-on  perform RaiseMandate
               when mandate-off perform ClearMandate
               when other display "No change made"
           end-evaluate.

      * Bank details changed at a third party's request need them
      * to hold full authority on the account (tpachk).
       CheckRequester.
           move "Y" to ws-requester-ok.
           display "Asked for by (0 = the client, or authority id): "
               with no advancing.
           accept ws-entry-tpa-id.

           if ws-entry-tpa-id not equal zeroes
               call 'tpachk' using "V",
                                   ws-entry-clnt-id,
                                   ws-entry-tpa-id,
                                   ws-tpa-scope-needed,
                                   ws-requester-ok,
                                   ws-tpa-check-msg
               if not requester-allowed
                   display "Refused - " ws-tpa-check-msg
               end-if
           end-if.

       RaiseMandate.
               with no advancing.
           accept ws-clnt-bank-acct.

           move spaces to ws-bank-msg.
           call 'bankchk' using "D",
                                ws-clnt-bank-sort,
                                ws-clnt-bank-acct,
                                ws-bank-result,
                                ws-bank-msg.

           if ws-bank-result not equal "Y"
               display ws-bank-msg
               display "Bank details refused - no change made"
           else
               display "Bank: " ws-bank-msg
               move "Y" to ws-clnt-dd-flag
               perform UpdateClient
               if ws-msg equal "Client updated successfully"
