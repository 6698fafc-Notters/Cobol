      * twice. Held clients are left alone (their debits would only
      * be refused), and a per-client rejection is reported on the
      * register without failing the whole step.
      * Interest runs only on what is not in dispute: the open
      * disputed amount (dispsum) comes off the base, and a client
      * whose whole balance is disputed is left alone and counted.
      * Nor is interest added to a debt flagged statute-barred
      * (limchk) - it can no longer be enforced, so neither can
      * anything charged on it. Nor to a client marked vulnerable
      * whose marker suspends charges (vulnchk) while it stands.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               access mode is dynamic
               record key is fd-txn-id
               alternate record key is fd-txn-clnt-id with duplicates
               alternate record key is fd-txn-date with duplicates
               file status is txn-file-status.

           select RateFile assign to "intrate.dat"
       01 ws-rejected-count pic 9(5) value zeroes.
       01 ws-skipped-count  pic 9(5) value zeroes.
       01 ws-placed-count   pic 9(5) value zeroes.
       01 ws-disputed-count pic 9(5) value zeroes.
       01 ws-barred-count   pic 9(5) value zeroes.
       01 ws-barred-result  pic X(1) value "N".
       01 ws-suspended-count pic 9(5) value zeroes.
       01 ws-suspend-result  pic X(1) value "N".
       01 ws-total-charged  pic S9(9)V9(2) comp-3 value zeroes.

       01 ws-agcy-msg pic X(80).
       01 ws-agcy-nav pic X(2).

       01 ws-interest-base  pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-disp-all-items pic 9(7) value zeroes.
       01 ws-disp-open-amount pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-disp-open-count  pic 9(5) value zeroes.

      * intracc is a batch step, never an interactive edit, so its
      * postings identify to clntio as "BATCH" - the same marker
      * nitebtch's own month-end hold recognises and lets through.
               if ws-clnt-active and ws-clnt-balance > zeroes
                   and not ws-clnt-on-hold
                   perform CheckAgencyPlacement
                   perform FindInterestBase
                   call 'limchk' using "Q",
                                       ws-clnt-id,
                                       ws-barred-result,
                                       ws-operator-id
                   call 'vulnchk' using "S",
                                        ws-clnt-id,
                                        ws-suspend-result
                   evaluate true
                       when ws-barred-result = "Y"
                           add 1 to ws-barred-count
                       when ws-suspend-result = "Y"
                           add 1 to ws-suspended-count
                       when ws-agcy-placed
                           add 1 to ws-placed-count
                       when ws-interest-base not > zeroes
                           add 1 to ws-disputed-count
                       when other
                           perform CheckAlreadyCharged
                           if ws-charged-already = "Y"
                               add 1 to ws-skipped-count
                           else
                               perform AccrueClientInterest
                           end-if
                   end-evaluate
               end-if
               call 'clntio' using "N",
                                   ws-clnt-record,
                       ws-charged-count " client(s), rejected "
                       ws-rejected-count ", already charged "
                       ws-skipped-count ", placed with agency "
                       ws-placed-count ", all in dispute "
                       ws-disputed-count ", statute-barred "
                       ws-barred-count ", suspended (vulnerable) "
                       ws-suspended-count
                       ", register in intracc.rpt"
           end-if.

           goback.
               move "R" to ws-agcy-status
           end-if.

      * The balance interest is charged on - whatever the client
      * has open in dispute is frozen and accrues nothing.
       FindInterestBase.
           call 'dispsum' using ws-clnt-id,
                                ws-disp-all-items,
                                ws-disp-open-amount,
                                ws-disp-open-count.

           compute ws-interest-base =
               ws-clnt-balance - ws-disp-open-amount.

      * A client with an interest row already dated this month has
      * had this month's accrual - charging again would be the
      * double-posting a resumed window used to cause.
           move ws-monthly-rate to ws-rate-display.

           compute ws-interest rounded =
               ws-interest-base * ws-monthly-rate / 100.

           if ws-interest not equal zeroes
               move ws-interest-base to ws-base-display

      *        a simulation does everything but the posting - the
      *        register shows exactly what the live run would do
                  ws-charged-count    delimited by size
                  "  Rejected: "      delimited by size
                  ws-rejected-count   delimited by size
                  "  All in dispute: " delimited by size
                  ws-disputed-count   delimited by size
                  "  Barred: "        delimited by size
                  ws-barred-count     delimited by size
               into fd-register-line.
           write fd-register-line.

           move spaces to fd-register-line.
           string "Charges suspended (vulnerable): " delimited by size
                  ws-suspended-count  delimited by size
               into fd-register-line.
           write fd-register-line.

