      * under an operator's till session (every counter posting is
      * tagged with the session reference on its txn.dat row),
      * takes the counted cash figure for the drawer, and closes
      * the session recording any over or short. Cheques and card
      * payments taken on the session are shown but never counted
      * as cash. An out-of-balance session must be signed off by
      * a supervisor ("A" level operator) and the sign-off is
      * recorded on the session.
      * Each session's proof is its own report, dated and put on
      * the report catalog through rptname, so the distribution
      * step can route it to the branch the till belongs to.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               access mode is dynamic
               record key is fd-txn-id
               alternate record key is fd-txn-clnt-id with duplicates
               alternate record key is fd-txn-date with duplicates
               file status is txn-file-status.

           select ProofFile assign to ws-report-name
               organization is line sequential.

       DATA DIVISION.

       01 ws-counted-input pic S9(9)V9(2) value zeroes.

       01 ws-report-name  pic X(30) value spaces.
       01 ws-catalog-base pic X(8).
       01 ws-catalog-prog pic X(8).
       01 ws-catalog-rows pic 9(7) value zeroes.

       01 ws-payment-count pic 9(5) value zeroes.

      * Cheques never sit in the drawer as cash, so they are
       01 ws-chq-clear-display   pic +ZZZZZZZZ9.99.
       01 ws-chq-unclear-display pic +ZZZZZZZZ9.99.

      * Card takings never sit in the drawer either - totalled on
      * their own, corrections of card payments included (they
      * carry the card marker of the payment they correct).
       01 ws-card-count   pic 9(5) value zeroes.
       01 ws-card-total   pic S9(9)V9(2) comp-3 value zeroes.
       01 ws-card-display pic +ZZZZZZZZ9.99.

      * corrections of money that never sat in this drawer - kept
      * off the totals and reported on their own line
       01 ws-outside-count pic 9(5) value zeroes.
                       ", uncleared " ws-chq-unclear-display
           end-if.

           if ws-card-count not equal zeroes
               move ws-card-total to ws-card-display
               display "Card payments taken: " ws-card-count
                       " for " ws-card-display " (not in the drawer)"
           end-if.

           if ws-outside-count not equal zeroes
               move ws-outside-total to ws-outside-display
               display "Corrections outside this drawer: "
      * positive value of every "P" row tagged to this session.
      * Cheque rows (the ones carrying the cleared-funds marker)
      * never reach the drawer, so they total separately - the
      * drawer is only ever proved against cash - and card rows
      * (the card tender marker), payments and their corrections
      * alike, total on a line of their own. A CORRECTING row
      * (one carrying a cross-reference) counts against whatever
      * its original actually was: only a same-session cash
      * payment's reversal touches the drawer; a bounced cheque's
           move zeroes to ws-cheque-uncleared.
           move zeroes to ws-outside-count.
           move zeroes to ws-outside-total.
           move zeroes to ws-card-count.
           move zeroes to ws-card-total.

           open input TransactionFile.

               if more-txns
                   and fd-txn-ref = ws-till-ref
                   and fd-txn-is-payment
                   evaluate true
                       when fd-txn-is-card
                           add 1 to ws-card-count
                           subtract fd-txn-amount from ws-card-total
                       when fd-txn-xref-id equal zeroes
                           perform SumOrdinaryRow
                       when other
                           perform SumCorrectionRow
                   end-evaluate
               end-if
           end-perform.

           move ws-till-counted  to ws-counted-display.
           move ws-till-variance to ws-variance-display.

           move "tillprf" to ws-catalog-base.
           move "tillprf" to ws-catalog-prog.
           call 'rptname' using "N", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           open output ProofFile.

           move spaces to fd-proof-line.
           string "Till Proof - session " delimited by size
               write fd-proof-line
           end-if.

           if ws-card-count not equal zeroes
               move ws-card-total to ws-card-display
               move spaces to fd-proof-line
               string "Cards   : " delimited by size
                      ws-card-count delimited by size
                      " for "       delimited by size
                      ws-card-display delimited by size
                      " - not in the drawer" delimited by size
                   into fd-proof-line
               write fd-proof-line
           end-if.

           if ws-outside-count not equal zeroes
               move ws-outside-total to ws-outside-display
               move spaces to fd-proof-line
           write fd-proof-line.

           close ProofFile.

           move ws-payment-count to ws-catalog-rows.
           call 'rptname' using "C", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           display "Proof written to " ws-report-name.
