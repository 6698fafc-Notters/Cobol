      * adjustments 4900, bad debt 6100 - stay in force. A movement carrying VAT splits its
      * contra into a net leg and an output-tax leg (2200), with
      * the AR side still carrying the gross, so each movement
      * stays balanced. A security deposit applied to a balance
      * (reference SECDEP) takes its contra from the deposits-held
      * liability (2300, "DH") rather than bank clearing. A
      * prompt-payment discount (type "D") is charged to discount
      * allowed (6300).
      * Expected-payment rows and carry-forward markers never move
      * money, so they are skipped. An account moved to another
      * office that day (the branch-transfer register, brxfer)
      * gets a balanced transfer pair: its balance off the old
      * branch's AR control onto the new branch's, and any
      * deposit still held between the two branches'
      * deposits-held, each leg carrying its branch. The file
      * ends with a control trailer like glexp's "T" record; total
      * debits always equal total credits or the run reports
      * itself failed. Run from the nightly batch, the journal
               access mode is dynamic
               record key is fd-txn-id
               alternate record key is fd-txn-clnt-id with duplicates
               alternate record key is fd-txn-date with duplicates
               file status is txn-file-status.

      *    dated output name via rptname, so each processing date

       WORKING-STORAGE SECTION.
           copy "glmap.ws".
           copy "brx.ws".

       01 txn-file-status pic X(2).
           88 txn-success value "00".
           05 ws-acct-ar  pic X(4) value "1200".
           05 ws-acct-tx  pic X(4) value "2200".
           05 ws-acct-rc  pic X(4) value "6100".
           05 ws-acct-dh  pic X(4) value "2300".
           05 ws-acct-f   pic X(4) value "4100".
           05 ws-acct-i   pic X(4) value "4150".
           05 ws-acct-p   pic X(4) value "1050".
           05 ws-acct-j   pic X(4) value "4900".
           05 ws-acct-w   pic X(4) value "6100".
           05 ws-acct-r   pic X(4) value "1050".
           05 ws-acct-d   pic X(4) value "6300".
           05 ws-acct-other pic X(4) value "4999".

       01 ws-lookup-key     pic X(2).
       01 ws-gl-tax pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-gl-net pic S9(7)V9(2) comp-3 value zeroes.

       01 ws-brx-msg pic X(80).
       01 ws-brx-nav pic X(2).
           88 brx-next-allowed value "YY", "YN".
       01 ws-xfer-account pic X(4).
       01 ws-xfer-amount  pic S9(7)V9(2) comp-3.
       01 ws-from-indicator pic X(1).
       01 ws-to-indicator   pic X(1).

       01 ws-ar-indicator     pic X(1).
       01 ws-contra-indicator pic X(1).

               into fd-gl-line.
           write fd-gl-line.

      *    the posting-date key starts the walk at the journal
      *    date and the first later posting ends it
           move ws-journal-julian to fd-txn-date.
           start TransactionFile key is not less than fd-txn-date
               invalid key
                   move "N" to ws-more-txns
           end-start.
                       move "N" to ws-more-txns
               end-read

               if more-txns and fd-txn-date > ws-journal-julian
                   move "N" to ws-more-txns
               end-if

               if more-txns
                   and fd-txn-date = ws-journal-julian
                   and fd-txn-type not = "E"
               end-if
           end-perform.

           perform JournalBranchTransfers.

           move ws-total-debits  to ws-total-debits-display.
           move ws-total-credits to ws-total-credits-display.

               perform LookUpOneAccount
               move ws-lookup-account to ws-acct-rc

               move "DH" to ws-lookup-key
               move ws-acct-dh to ws-lookup-account
               perform LookUpOneAccount
               move ws-lookup-account to ws-acct-dh

               move "F " to ws-lookup-key
               move ws-acct-f to ws-lookup-account
               perform LookUpOneAccount
               move ws-acct-r to ws-lookup-account
               perform LookUpOneAccount
               move ws-lookup-account to ws-acct-r

               move "D " to ws-lookup-key
               move ws-acct-d to ws-lookup-account
               perform LookUpOneAccount
               move ws-lookup-account to ws-acct-d
           end-if.

       LookUpOneAccount.
           move spaces to ws-unmapped-type.

           if map-table-in-use
               move ws-journal-julian to fd-txn-date
               start TransactionFile key is not less than fd-txn-date
                   invalid key
                       move "N" to ws-more-txns
               end-start
                   move "N" to ws-more-txns
           end-read.

           if more-txns and fd-txn-date > ws-journal-julian
               move "N" to ws-more-txns
           end-if.

           if more-txns
               and fd-txn-date = ws-journal-julian
               and fd-txn-type not = "E"
      *        charged, never bank-clearing in the normal pattern
               when fd-txn-is-payment and fd-txn-is-recovery
                   move ws-acct-rc to ws-contra-account
      *        a security deposit applied to the balance was never
      *        in bank-clearing - it comes out of deposits held
               when fd-txn-is-payment and fd-txn-ref = "SECDEP"
                   move ws-acct-dh to ws-contra-account
               when fd-txn-is-payment
                   move ws-acct-p to ws-contra-account
               when fd-txn-is-adjustment
                   move ws-acct-w to ws-contra-account
               when fd-txn-type = "R"
                   move ws-acct-r to ws-contra-account
               when fd-txn-is-discount
                   move ws-acct-d to ws-contra-account
               when other
                   move ws-acct-other to ws-contra-account
           end-evaluate.
               write fd-gl-line
               add 1 to ws-entry-count
           end-if.

      * The day's branch transfers, off the register. A debit
      * balance leaves the old branch's AR as a credit and lands
      * on the new branch's as a debit (a credit balance the other
      * way round); a held deposit, a liability, is debited to the
      * old branch's deposits-held and credited to the new one's.
       JournalBranchTransfers.
           move spaces to ws-brx-record.
           move zeroes to ws-brx-id.
           move "YY" to ws-brx-nav.
           move spaces to ws-brx-msg.
           call 'brxio' using "F",
                              ws-brx-record,
                              ws-brx-nav,
                              ws-brx-msg.

           perform until not brx-next-allowed
               if ws-brx-date = ws-journal-gregorian
                   perform JournalOneTransfer
               end-if
               call 'brxio' using "N",
                                  ws-brx-record,
                                  ws-brx-nav,
                                  ws-brx-msg
           end-perform.

       JournalOneTransfer.
           if ws-brx-balance not = zeroes
               move ws-acct-ar to ws-xfer-account
               if ws-brx-balance > zeroes
                   move ws-brx-balance to ws-xfer-amount
                   move "C" to ws-from-indicator
                   move "D" to ws-to-indicator
               else
                   compute ws-xfer-amount = ws-brx-balance * -1
                   move "D" to ws-from-indicator
                   move "C" to ws-to-indicator
               end-if
               perform WriteTransferPair
           end-if.

           if ws-brx-deposit > zeroes
               move ws-acct-dh to ws-xfer-account
               move ws-brx-deposit to ws-xfer-amount
               move "D" to ws-from-indicator
               move "C" to ws-to-indicator
               perform WriteTransferPair
           end-if.

       WriteTransferPair.
           add ws-xfer-amount to ws-total-debits.
           add ws-xfer-amount to ws-total-credits.
           move ws-xfer-amount to ws-gl-amount-display.

           move spaces to fd-gl-line.
           string "D"                  delimited by size
                  ws-xfer-account      delimited by size
                  " "                  delimited by size
                  ws-from-indicator    delimited by size
                  " "                  delimited by size
                  ws-gl-amount-display delimited by size
                  " XFR "              delimited by size
                  ws-brx-id            delimited by size
                  " BR"                delimited by size
                  ws-brx-from-branch   delimited by size
               into fd-gl-line.
           write fd-gl-line.
           add 1 to ws-entry-count.

           move spaces to fd-gl-line.
           string "D"                  delimited by size
                  ws-xfer-account      delimited by size
                  " "                  delimited by size
                  ws-to-indicator      delimited by size
                  " "                  delimited by size
                  ws-gl-amount-display delimited by size
                  " XFR "              delimited by size
                  ws-brx-id            delimited by size
                  " BR"                delimited by size
                  ws-brx-to-branch     delimited by size
               into fd-gl-line.
           write fd-gl-line.
           add 1 to ws-entry-count.
