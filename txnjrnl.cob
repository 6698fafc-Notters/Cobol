      * grand total of debits and credits, so the balancing clerk
      * can agree the day's work against source documents before
      * balrecon runs. A reversal pair is shown linked the same way
      * the statement run shows it. Each run gets its own dated
      * name and goes on the report catalog through rptname.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               access mode is dynamic
               record key is fd-txn-id
               alternate record key is fd-txn-clnt-id with duplicates
               alternate record key is fd-txn-date with duplicates
               file status is txn-file-status.

           select JournalFile assign to ws-report-name
               organization is line sequential.

       DATA DIVISION.

       01 ws-link-note pic X(17) value spaces.

       01 ws-report-name  pic X(30) value spaces.
       01 ws-catalog-base pic X(8).
       01 ws-catalog-prog pic X(8).
       01 ws-catalog-rows pic 9(7) value zeroes.

      * one bucket per transaction type we know about, plus a
      * catch-all so an unexpected code still lands somewhere
      * visible instead of vanishing from the proof
       01 ws-wof-total      pic S9(9)V9(2) comp-3 value zeroes.
       01 ws-ref-count      pic 9(5) value zeroes.
       01 ws-ref-total      pic S9(9)V9(2) comp-3 value zeroes.
       01 ws-dis-count      pic 9(5) value zeroes.
       01 ws-dis-total      pic S9(9)V9(2) comp-3 value zeroes.
       01 ws-other-count    pic 9(5) value zeroes.
       01 ws-other-total    pic S9(9)V9(2) comp-3 value zeroes.

               goback
           end-if.

           move "txnjrnl" to ws-catalog-base.
           move "txnjrnl" to ws-catalog-prog.
           call 'rptname' using "N", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           open input TransactionFile.
           open output JournalFile.

               into fd-journal-line.
           write fd-journal-line.

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

               if more-txns and fd-txn-date = ws-journal-julian
                   perform JournalOneTxn
               end-if
           close TransactionFile.
           close JournalFile.

           move ws-journal-count to ws-catalog-rows.
           call 'rptname' using "C", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           display "Journal written to " ws-report-name " - "
                   ws-journal-count " movement(s)".

           goback.
               when fd-txn-is-refund
                   add 1 to ws-ref-count
                   add fd-txn-amount to ws-ref-total
               when fd-txn-is-discount
                   add 1 to ws-dis-count
                   add fd-txn-amount to ws-dis-total
               when other
                   add 1 to ws-other-count
                   add fd-txn-amount to ws-other-total
           move ws-ref-total  to ws-subtotal-amount.
           perform WriteOneSubtotal.

           move "Discounts"   to ws-subtotal-label.
           move ws-dis-count  to ws-subtotal-count.
           move ws-dis-total  to ws-subtotal-amount.
           perform WriteOneSubtotal.

           if ws-other-count not equal zeroes
               move "Other"         to ws-subtotal-label
               move ws-other-count  to ws-subtotal-count
