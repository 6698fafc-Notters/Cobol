
      * Interactive one-off posting of a fee, payment or adjustment
      * against a single client's balance, and reversal of a
      * mis-keyed posting by its transaction id. A cash, cheque or
      * card payment prints a numbered receipt at the same time
      * (a card payment's carrying its authorisation code), with
      * the number stamped onto the transaction row so receipts
      * and postings reconcile one-to-one. See clnttxn for the shared
      * posting logic, also used by the bulk batch adjustment
      * program. An effective date keyed back into an accounting
      * period prdmnt has closed is refused before anything posts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               access mode is dynamic
               record key is fd-txn-id
               alternate record key is fd-txn-clnt-id with duplicates
               alternate record key is fd-txn-date with duplicates
               file status is txn-file-status.

       DATA DIVISION.
           88 reversal-requested value "R", "r".
           88 payment-keyed      value "P", "p".
           88 cheque-keyed       value "C", "c".
           88 card-keyed         value "K", "k".
           88 bounce-requested   value "B", "b".
       01 ws-amount        pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-amount-input  pic S9(7)V9(2) value zeroes.
       01 ws-cheque-tender pic X(1) value "N".
           88 cheque-tender value "Y".

      * A card tender goes through clnttxn's "K" operation with the
      * terminal's authorisation code, so the row is marked card
      * money - kept out of the drawer at the till proof and
      * matched to the acquirer's settlement file later.
       01 ws-card-tender pic X(1) value "N".
           88 card-tender value "Y".
       01 ws-auth-code   pic X(6) value spaces.

      * A fee keyed as standard rated has VAT added on top of the
      * keyed net at the maintained percentage, carried on the row
      * the same way billrun's charges carry theirs.
      * posting now.
       01 ws-today          pic 9(8) value zeroes.
       01 ws-effective-date pic 9(8) value zeroes.
       01 ws-effective-closed pic X(1) value "N".
       01 ws-pend-msg       pic X(80) value spaces.
       01 ws-pend-nav       pic X(2) value spaces.

               end-if

               if ws-clnt-id not equal zeroes
                   display "Type F=Fee P=Payment C=Cheque K=Card "
                           "J=Adjustment R=Reverse B=Bounce: "
                       with no advancing
                   accept ws-txn-type
               move "P" to ws-txn-type
           end-if.

           move "N" to ws-card-tender.
           move spaces to ws-auth-code.
           if card-keyed
               move "Y" to ws-card-tender
               move "P" to ws-txn-type
           end-if.

           display "Amount (+/-nnnnnnn.nn): " with no advancing.
           accept ws-amount-input.
           move ws-amount-input to ws-amount.

           if card-tender
               display "Card authorisation code: " with no advancing
               accept ws-auth-code
           end-if.

           display "Effective date (yyyymmdd, 0 = today): "
               with no advancing.
           accept ws-effective-date.

           accept ws-today from date yyyymmdd.

      *    a back-dated effective date into a month already closed
      *    is refused here and now, with the reason
           move "N" to ws-effective-closed.
           if ws-effective-date not equal zeroes
               and ws-effective-date < ws-today
               call 'prdchk' using ws-effective-date,
                                   ws-effective-closed
           end-if.

           move "N" to ws-needs-approval.
           if ws-txn-type = "J" or ws-txn-type = "j"
               move ws-amount to ws-check-amount
           end-if.

           evaluate true
               when ws-effective-closed = "Y"
                   display "Effective date falls in closed period "
                           ws-effective-date(1:6) " - nothing keyed"
      *        the pending queue carries no cheque marking and
      *        releases as cleared money - a cheque is keyed the
      *        day it is taken, never post-dated
               when cheque-tender and ws-effective-date > ws-today
                   display "Cheque tender cannot be post-dated - "
                           "nothing keyed"
      *        a card is authorised on the day it is presented, and
      *        the code is what the settlement is matched on
               when card-tender and ws-effective-date > ws-today
                   display "Card tender cannot be post-dated - "
                           "nothing keyed"
               when card-tender and ws-auth-code = spaces
                   display "Card tender needs the authorisation "
                           "code - nothing keyed"
               when ws-effective-date > ws-today
                   perform ParkPostDated
               when needs-approval
                   move zeroes to ws-queue-xref
                   move ws-amount to ws-queue-amount
                   perform QueueForApproval
               when payment-keyed or cheque-tender or card-tender
                   perform PostPaymentWithReceipt
                   display ws-msg
                   display "New balance: " ws-new-balance
           move spaces to ws-rcpt-msg.
           call 'rcptio' using "N", ws-rcpt-record, ws-rcpt-msg.

           evaluate true
               when cheque-tender
                   call 'clnttxn' using "Q",
                                       ws-clnt-id,
                                       ws-txn-type,
                                       ws-amount,
                                       ws-new-balance,
                                       ws-msg,
                                       ws-operator-id,
                                       ws-posted-txn-id,
                                       ws-till-ref,
                                       ws-rcpt-no
               when card-tender
                   move zeroes to ws-post-tax
                   call 'clnttxn' using "K",
                                       ws-clnt-id,
                                       ws-txn-type,
                                       ws-amount,
                                       ws-new-balance,
                                       ws-msg,
                                       ws-operator-id,
                                       ws-posted-txn-id,
                                       ws-till-ref,
                                       ws-rcpt-no,
                                       ws-post-tax,
                                       ws-auth-code
               when other
                   call 'clnttxn' using "V",
                                       ws-clnt-id,
                                       ws-txn-type,
                                       ws-amount,
                                       ws-new-balance,
                                       ws-msg,
                                       ws-operator-id,
                                       ws-posted-txn-id,
                                       ws-till-ref,
                                       ws-rcpt-no
           end-evaluate.

           if ws-msg equal "Posting applied"
               perform RecordAndPrintReceipt
               into fd-receipt-line.
           write fd-receipt-line.

           if card-tender
               move spaces to fd-receipt-line
               string "Paid by card, auth " delimited by size
                      ws-auth-code          delimited by size
                   into fd-receipt-line
               write fd-receipt-line
           end-if.

           move spaces to fd-receipt-line.
           string "New balance : " delimited by size
                  ws-balance-display delimited by size
