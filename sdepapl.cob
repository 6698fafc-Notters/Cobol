       IDENTIFICATION DIVISION.
       PROGRAM-ID. sdepapl IS INITIAL.
       AUTHOR. Andrew Notman.

      * Applies a client's held security deposit to their balance
      * - at closure (closacct) or on default (sdepmnt). The
      * deposit and the interest accrued on it post through
      * clnttxn as one payment tagged "SECDEP", which the GL
      * journal takes out of the deposits-held liability instead
      * of bank clearing, and the deposit row goes to applied
      * with the posting's id beside it. Hands back the amount
      * applied (zero when nothing was) and a message: "Deposit
      * applied", "No deposit held", or clnttxn's refusal.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           copy "sdep.ws".

       01 ws-sdep-msg pic X(80).
       01 ws-sdep-nav pic X(2).

       01 ws-txn-type      pic X(1) value "P".
       01 ws-payment       pic S9(7)V9(2) comp-3.
       01 ws-new-balance   pic S9(7)V9(2) comp-3.
       01 ws-posted-txn-id pic 9(7).
       01 ws-txn-ref       pic X(8) value "SECDEP".
       01 ws-txn-msg       pic X(80).

       01 ws-today pic 9(8).

       LINKAGE SECTION.
       01 ls-clnt-id     pic 9(7).
       01 ls-operator-id pic X(8).
       01 ls-applied     pic S9(7)V9(2) comp-3.
       01 ls-msg         pic X(80).

       PROCEDURE DIVISION USING ls-clnt-id,
                                ls-operator-id,
                                ls-applied,
                                ls-msg.
       Main.
           move zeroes to ls-applied.
           move spaces to ls-msg.

           move spaces to ws-sdep-record.
           move ls-clnt-id to ws-sdep-clnt-id.
           move spaces to ws-sdep-msg.
           call 'sdepio' using "Q",
                               ws-sdep-record,
                               ws-sdep-nav,
                               ws-sdep-msg.

           if ws-sdep-msg equal "Deposit not found"
               or not ws-sdep-held
               move "No deposit held" to ls-msg
           else
               perform PostApplication
           end-if.

           EXIT PROGRAM.

      * The deposit and its interest are money the client already
      * handed over, so they post as a payment - the same negative
      * movement every payment carries.
       PostApplication.
           compute ws-payment =
               (ws-sdep-amount + ws-sdep-interest) * -1.

           move spaces to ws-txn-msg.
           call 'clnttxn' using "T",
                               ls-clnt-id,
                               ws-txn-type,
                               ws-payment,
                               ws-new-balance,
                               ws-txn-msg,
                               ls-operator-id,
                               ws-posted-txn-id,
                               ws-txn-ref.

           if ws-txn-msg not equal "Posting applied"
               move ws-txn-msg to ls-msg
           else
               accept ws-today from date yyyymmdd
               move "A" to ws-sdep-status
               move ws-today to ws-sdep-closed-date
               move ls-operator-id to ws-sdep-closed-by
               move ws-posted-txn-id to ws-sdep-txn-id
               move spaces to ws-sdep-msg
               call 'sdepio' using "U",
                                   ws-sdep-record,
                                   ws-sdep-nav,
                                   ws-sdep-msg

               compute ls-applied = ws-payment * -1
               move "Deposit applied" to ls-msg
           end-if.
