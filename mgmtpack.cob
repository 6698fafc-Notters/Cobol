      * two newest balance-snapshot generations), delinquency by
      * age band, the month's collections split by channel
      * (counter, direct debit, bank import - told apart by the
      * posting reference), write-offs approved, refunds paid,
      * plans current versus behind, and the accounts moved
      * between branches with the balance that went with them (so
      * the branch figures can be reconciled with what each office
      * reported last month). Everything comes off files already
      * on disk; nothing here posts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               access mode is dynamic
               record key is fd-txn-id
               alternate record key is fd-txn-clnt-id with duplicates
               alternate record key is fd-txn-date with duplicates
               file status is txn-file-status.

           select CatalogFile assign to "snapdir.dat"
           copy "plan.ws".
           copy "woff.ws".
           copy "parm.ws".
           copy "brx.ws".

       01 txn-file-status pic X(2).
           88 txn-success value "00".
       01 ws-woff-count pic 9(5) value zeroes.
       01 ws-woff-total pic S9(11)V9(2) comp-3 value zeroes.

       01 ws-brx-msg pic X(80).
       01 ws-brx-nav pic X(2).
           88 brx-next-allowed value "YY", "YN".
       01 ws-xfer-count pic 9(5) value zeroes.
       01 ws-xfer-total pic S9(11)V9(2) comp-3 value zeroes.

       01 ws-plans-current pic 9(5) value zeroes.
       01 ws-plans-behind  pic 9(5) value zeroes.

           perform SumMonthChannels.
           perform SumWriteOffs.
           perform CountPlans.
           perform SumBranchTransfers.

           perform WritePack.

      * file is already open from Main, so the pass just takes its
      * own START from the top of the primary key.
       SumMonthChannels.
      *    the posting-date key starts the walk at the first of
      *    the month and the first posting after today ends it
           move ws-month-start-julian to fd-txn-date.
           start TransactionFile key is not less than fd-txn-date
               invalid key
                   move "N" to ws-more
           end-start.
                       move "N" to ws-more
               end-read

               if ws-more = "Y" and fd-txn-date > ws-today-julian
                   move "N" to ws-more
               end-if

               if ws-more = "Y"
                   and fd-txn-date >= ws-month-start-julian
                   and fd-txn-date <= ws-today-julian

           move "YY" to ws-navigation-status.

       SumBranchTransfers.
           move spaces to ws-brx-record.
           move zeroes to ws-brx-id.
           move "YY" to ws-brx-nav.
           move spaces to ws-brx-msg.
           call 'brxio' using "F",
                              ws-brx-record,
                              ws-brx-nav,
                              ws-brx-msg.

           perform until not brx-next-allowed
               if ws-brx-date >= ws-month-start
                   and ws-brx-date <= ws-proc-date
                   add 1 to ws-xfer-count
                   add ws-brx-balance to ws-xfer-total
               end-if
               call 'brxio' using "N",
                                  ws-brx-record,
                                  ws-brx-nav,
                                  ws-brx-msg
           end-perform.

       WritePack.
           move spaces to fd-pack-line.
           write fd-pack-line.
                  ws-plans-behind delimited by size
               into fd-pack-line.
           write fd-pack-line.

           move ws-xfer-total to ws-money-display.
           move spaces to fd-pack-line.
           string "Branch transfers   : " delimited by size
                  ws-xfer-count delimited by size
                  " moving " delimited by size
                  ws-money-display delimited by size
               into fd-pack-line.
           write fd-pack-line.
