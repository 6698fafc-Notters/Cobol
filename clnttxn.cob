      * against a client's balance and keeps a transaction-history
      * record of it, and reverses a mis-keyed posting by id. The
      * client record itself is only ever rewritten through clntio,
      * the same as every other program in this system. A card
      * payment carries its tender marker and authorisation code
      * on the row. Nothing is written into an accounting period
      * closed on the period table - the caller gets the refusal
      * and the month's figures stay as they were sent to the
      * ledger. Every row written or flagged on the live history
      * goes on the after-image journal (aijio). A payment restarts
      * the client's limitation clock (limchk).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               access mode is dynamic
               record key is fd-txn-id
               alternate record key is fd-txn-clnt-id with duplicates
               alternate record key is fd-txn-date with duplicates
               file status is file-status.

       DATA DIVISION.
       01 ws-recv-msg pic X(80) value spaces.
       01 ws-recv-nav pic X(2) value spaces.

      * answer from the limitation clock restart - not acted on
       01 ws-lim-result pic X(1) value spaces.

      * VAT element riding inside ws-post-amount - only the "X"
      * (taxed tagged post) operation ever sets it, and a reversal
      * carries the opposite of its original's tax so the VAT
      * account is backed out along with the money.
       01 ws-post-tax pic S9(7)V9(2) comp-3 value zeroes.

      * Card tender - "K" and the acquirer's authorisation code
      * only on a card payment ("K"), and on the reversal of one,
      * so the till proof keeps card money out of the drawer and
      * the settlement load can find the payment by its code.
       01 ws-post-tender    pic X(1) value spaces.
       01 ws-post-auth-code pic X(6) value spaces.

      * Date of the movement being written and whether its month
      * has been closed on the period table.
       01 ws-period-date   pic 9(8) value zeroes.
       01 ws-period-closed pic X(1) value "N".

      * Live name unless the sitting is in training mode.
       01 ws-txn-file-name pic X(12) value "txn.dat".
       01 ws-training-flag pic X(1) value "N".
      * net/VAT/gross.
       01 ls-tax-amount     pic S9(7)V9(2) comp-3.

      * Only supplied by "K" (card payment) callers - the
      * authorisation code the card terminal gave for the payment.
      * "K" callers pass a zero tax amount before it.
       01 ls-auth-code      pic X(6).

       PROCEDURE DIVISION USING ls-operation,
                                ls-clnt-id,
                                ls-txn-type,
                                ls-txn-id,
                                ls-txn-ref,
                                ls-receipt-no,
                                ls-tax-amount,
                                ls-auth-code.
       Main.
           move spaces to ws-msg.
           move ls-operation to ws-operation.
           if ws-training-flag = "Y"
               move "trtxn.dat" to ws-txn-file-name
           end-if.

      *    every row is dated the day it is written, so a month the
      *    accountants have closed takes nothing more from anyone
           perform CheckPeriodOpen.

           if ws-period-closed = "Y"
               move spaces to ws-msg
               string "Posting rejected - period " delimited by size
                      ws-period-date(1:6)          delimited by size
                      " is closed"                 delimited by size
                   into ws-msg
           else
               evaluate ws-operation
                   when "P" perform DoPost
                   when "T" perform DoPostTagged
                   when "V" perform DoPostReceipted
                   when "Q" perform DoPostCheque
                   when "K" perform DoPostCard
                   when "X" perform DoPostTaxed
                   when "E" perform DoPostExpected
                   when "R" perform DoReverse
                   when other
                       move "Invalid operation" to ws-msg
               end-evaluate
           end-if.

           move ws-msg to ls-msg.
           EXIT PROGRAM.

      * The date tested is the one WriteTxnRecord stamps on the
      * row, so the check and the row can never disagree.
       CheckPeriodOpen.
           accept ws-period-date from date yyyymmdd.
           move "N" to ws-period-closed.
           call 'prdchk' using ws-period-date, ws-period-closed.

       DoPost.
           move ls-clnt-id  to ws-post-clnt-id.
           move ls-txn-type to ws-post-type.
           move "N" to ws-post-cleared.
           perform DoPostReceipted.

      * A card tender - the same receipted payment as "V", with
      * the card marker and authorisation code on the row. The
      * money is cleared as far as the client is concerned; the
      * acquirer's settlement load matches it later by its code.
       DoPostCard.
           move "K" to ws-post-tender.
           move ls-auth-code to ws-post-auth-code.
           perform DoPostReceipted.

      * A charge carrying VAT - the same tagged posting as "T"
      * with the tax element stamped onto the row. ls-amount is
      * the gross; callers compute the tax before calling.

               compute ws-post-tax = ws-txn-tax * -1

      *        a card payment's correction is card money too - it
      *        carries the original's marker and code, so it stays
      *        out of the cash drawer the original stayed out of
               move ws-txn-tender    to ws-post-tender
               move ws-txn-auth-code to ws-post-auth-code

               perform ApplyPosting

               if ws-msg equal "Posting applied"
               move "Y" to fd-txn-reversed
               rewrite fd-txn-record
               end-rewrite
               perform JournalReversedFlag
           end-if.

           close TransactionFile.

       JournalReversedFlag.
           if success and ws-training-flag not equal "Y"
               call 'aijio' using "W", "T", "R", fd-txn-record
           end-if.

       WriteTxnRecord.
           move "99" to file-status.
           call 'txncntio' using "R", ws-next-txn-id, file-status.
      *    is in hand - every movement carries the branch of the
      *    account it posted to
           move ws-clnt-branch  to fd-txn-branch.
           move ws-post-tender  to fd-txn-tender.
           move ws-post-auth-code to fd-txn-auth-code.
           move space           to fd-txn-settled.

           write fd-txn-record
           end-write.

      *    live history only - the training copy is never journalled
           if success and ws-training-flag not equal "Y"
               call 'aijio' using "W", "T", "W", fd-txn-record
           end-if.

           close TransactionFile.

           move high-values to file-status.
               perform RecordRecovery
           end-if.

      *    a payment is an acknowledgement of the debt, so the
      *    limitation clock starts again from today
           if ws-post-type = "P" and ws-post-amount < zeroes
               and ws-training-flag not equal "Y"
               call 'limchk' using "P",
                                   ws-post-clnt-id,
                                   ws-lim-result,
                                   ws-operator-id,
                                   ws-next-txn-id
           end-if.

      * One register row per recovery movement, linked to the
      * write-off it nets off - a payment records the cash
      * recovered as positive, its reversal as negative, so the
