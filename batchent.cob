      * batch flows through the same tagged posting path and batch
      * register postbtch uses, with the batch reference carried
      * onto every transaction, so a keyed batch and a file batch
      * are indistinguishable downstream. A payment on the slip
      * that was taken by card is keyed with its authorisation
      * code and posts as card money.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 ws-item occurs 500 times.
               10 ws-item-clnt-id pic 9(7).
               10 ws-item-amount  pic S9(7)V9(2) comp-3.
               10 ws-item-tender  pic X(1).
                   88 ws-item-is-card value "K".
               10 ws-item-auth    pic X(6).
       01 item-idx pic 9(3).
       01 ws-keyed-count pic 9(3) value zeroes.
       01 ws-keyed-total pic S9(9)V9(2) comp-3 value zeroes.

       01 ws-entry-clnt-id pic 9(7) value zeroes.
       01 ws-amount-input  pic 9(7)V9(2) value zeroes.
       01 ws-tender-input  pic X(1) value spaces.
       01 ws-auth-input    pic X(6) value spaces.

       01 ws-keyed-display    pic ZZZZZZZZ9.99.
       01 ws-expected-display pic ZZZZZZZZ9.99.
       01 ws-txn-type      pic X(1) value "P".
       01 ws-new-balance   pic S9(7)V9(2) comp-3.
       01 ws-posted-txn-id pic 9(7).
       01 ws-receipt-none  pic 9(7) value zeroes.
       01 ws-tax-none      pic S9(7)V9(2) comp-3 value zeroes.

       01 ws-posted-count   pic 9(3) value zeroes.
       01 ws-rejected-count pic 9(3) value zeroes.
                       with no advancing
                   accept ws-amount-input

                   perform KeyTender

                   evaluate true
                       when ws-amount-input equal zeroes
                           display "  Zero amount - not taken"
                       when ws-tender-input = "K"
                           and ws-auth-input = spaces
                           display "  Card payment needs the "
                                   "authorisation code - not taken"
                       when other
                           add 1 to ws-keyed-count
                           move ws-entry-clnt-id
                               to ws-item-clnt-id(ws-keyed-count)
                           move ws-amount-input
                               to ws-item-amount(ws-keyed-count)
                           move ws-tender-input
                               to ws-item-tender(ws-keyed-count)
                           move ws-auth-input
                               to ws-item-auth(ws-keyed-count)
                           add ws-amount-input to ws-keyed-total
                   end-evaluate
               end-if
           end-if.

      * A remittance slip can carry a card payment taken over the
      * phone - it is keyed with its authorisation code so it
      * posts as card money, the same as one taken at the counter.
       KeyTender.
           display "  Tender (blank = cash/cheque, K = card): "
               with no advancing.
           move spaces to ws-tender-input.
           accept ws-tender-input.
           if ws-tender-input = "k"
               move "K" to ws-tender-input
           end-if.
           if ws-tender-input not = "K"
               move space to ws-tender-input
           end-if.

           move spaces to ws-auth-input.
           if ws-tender-input = "K"
               display "  Card authorisation code: "
                   with no advancing
               accept ws-auth-input
           end-if.

      * The batch proves when keyed count and total both equal the
      * ticket; an out-of-proof batch can be keyed further or
      * voided, never released.
       PostOneItem.
           compute ws-payment = ws-item-amount(item-idx) * -1.

           if ws-item-is-card(item-idx)
               call 'clnttxn' using "K",
                                   ws-item-clnt-id(item-idx),
                                   ws-txn-type,
                                   ws-payment,
                                   ws-new-balance,
                                   ws-txn-msg,
                                   ws-operator-id,
                                   ws-posted-txn-id,
                                   ws-batch-ref,
                                   ws-receipt-none,
                                   ws-tax-none,
                                   ws-item-auth(item-idx)
           else
               call 'clnttxn' using "T",
                                   ws-item-clnt-id(item-idx),
                                   ws-txn-type,
                                   ws-payment,
                                   ws-new-balance,
                                   ws-txn-msg,
                                   ws-operator-id,
                                   ws-posted-txn-id,
                                   ws-batch-ref
           end-if.

           move spaces to fd-result-line.
           string "Item " delimited by size
