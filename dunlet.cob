      * who has come right since the last run, gets no letter (and
      * a recovered client's history is reset so any relapse starts
      * again from letter one).
      * A charge the client has in dispute (dispmnt) is not
      * demanded while the dispute is open: the amount open in
      * dispute (dispsum) comes off the balance tested against the
      * threshold, dated for escalation and quoted on the letter,
      * the itemised list marks the charge as under dispute, and a
      * client whose every unpaid charge is disputed gets no letter
      * at all until it is resolved.
      * Nor is a client escalated while they have a live promise
      * to pay on ptp.dat - the nightly promise check decides
      * whether it was kept before the letters pick them up again.
      * A client flagged gone away (returned mail) is held back and
      * counted - the letter would only come back again - and is
      * not escalated until a new address is on file.
      * A debt flagged statute-barred (limchk) is never demanded
      * again - the letter would be chasing a debt the law no
      * longer lets us enforce.
      * A client marked vulnerable (vulnchk) is never escalated
      * past the letter level VULN-LETTER allows (the first
      * reminder when it is not set).
      * Each run's print file gets its own dated name and goes on
      * the report catalog through rptname; the correspondence
      * history records which print file each letter is in.
      * Every letter is also queued for the print-and-mail house
      * (mailitm), which the nightly mail extract sends on.
      * Every letter quotes the client's payment reference
      * (payref) for the bank import to match the payment on, and
      * shows the phone number on file masked (pimask).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               access mode is dynamic
               record key is fd-txn-id
               alternate record key is fd-txn-clnt-id with duplicates
               alternate record key is fd-txn-date with duplicates
               file status is txn-file-status.

           select LetterFile assign to ws-report-name
               organization is line sequential.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
           copy "clnt.ws".

       01 ws-shown-details.
           05 ws-shown-phone pic X(12).
           05 ws-shown-sort  pic X(6).
           05 ws-shown-acct  pic X(8).
           copy "plan.ws".
           copy "dun.ws".
           copy "oitm.ws".
           copy "agcy.ws".
           copy "ptp.ws".
           copy "parm.ws".
           copy "corr.ws".


       01 ws-target-level pic 9(1) value zeroes.

      * the highest letter a client marked vulnerable is sent
       01 ws-vuln-cap     pic 9(1) value 1.
       01 ws-vuln-result  pic X(1) value "N".
       01 ws-capped-count pic 9(5) value zeroes.
       01 ws-level-capped pic X(1) value "N".

       01 ws-balance-display pic +ZZZZZZ9.99.
       01 ws-full-name       pic X(24).
       01 ws-payref          pic X(11).
       01 ws-payref-result   pic X(1).
       01 ws-payref-msg      pic X(80).

       01 ws-oitm-msg pic X(80).
       01 ws-oitm-nav pic X(2).
       01 ws-oitm-due-display pic +ZZZZZZ9.99.
       01 ws-oitm-gregorian pic 9(8).

       01 ws-open-due-total   pic S9(9)V9(2) comp-3 value zeroes.
       01 ws-disp-all-items   pic 9(7) value zeroes.
       01 ws-disp-open-amount pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-disp-open-count  pic 9(5) value zeroes.
       01 ws-undisputed-balance pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-disp-item-amount pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-disp-item-count  pic 9(5) value zeroes.
       01 ws-disp-display     pic +ZZZZZZ9.99.
       01 ws-all-disputed     pic X(1) value "N".
       01 ws-disputed-count   pic 9(5) value zeroes.

       01 ws-ptp-msg pic X(80).
       01 ws-ptp-nav pic X(2).
           88 ptp-next-allowed value "YY", "YN".
       01 ws-live-promise  pic X(1) value "N".
       01 ws-promised-count pic 9(5) value zeroes.
       01 ws-gone-count     pic 9(5) value zeroes.

       01 ws-gone-result pic X(1) value "N".
       01 ws-gone-oper   pic X(8) value spaces.

       01 ws-barred-result pic X(1) value "N".
       01 ws-barred-count  pic 9(5) value zeroes.

       01 ws-corr-msg pic X(80).
       01 ws-corr-nav pic X(2).

       01 ws-mail-doc-type pic X(8).

       01 ws-letter1-count pic 9(5) value zeroes.
       01 ws-letter2-count pic 9(5) value zeroes.
       01 ws-letter3-count pic 9(5) value zeroes.

       01 ws-report-name  pic X(30) value spaces.
       01 ws-catalog-base pic X(8).
       01 ws-catalog-prog pic X(8).
       01 ws-catalog-rows pic 9(7) value zeroes.

       PROCEDURE DIVISION.
       Main.
      *    the same maintained threshold the delinquency report
      *    delinquent - the prompt only survives for a dataset
      *    with no parameter keyed yet
           perform ReadThresholdParameter.
           perform ReadVulnerableCap.

           if ws-parm-found not equal "Y"
               display "Delinquency threshold (+/-nnnnnnn.nn): "
                              ws-date-today-julian,
                              ws-date-today-gregorian.

           move "dunlet" to ws-catalog-base.
           move "dunlet" to ws-catalog-prog.
           call 'rptname' using "N", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           open input TransactionFile.
           open output LetterFile.

           close TransactionFile.
           close LetterFile.

           compute ws-catalog-rows =
               ws-letter1-count + ws-letter2-count + ws-letter3-count.
           call 'rptname' using "C", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           display "Letters written to " ws-report-name.
           display "Letter run complete - first reminders "
                   ws-letter1-count ", second " ws-letter2-count
                   ", final demands " ws-letter3-count
                   ", suppressed (placed) " ws-placed-count
                   ", suppressed (disputed) " ws-disputed-count
                   ", suppressed (promise) " ws-promised-count
                   ", held back (gone away) " ws-gone-count
                   ", suppressed (statute-barred) " ws-barred-count
                   ", capped (vulnerable) " ws-capped-count.

           goback.

       ReadVulnerableCap.
           move spaces to ws-parm-record.
           move "VULN-LETTER" to ws-parm-name.
           move spaces to ws-parm-msg.
           call 'parmio' using "Q",
                               ws-parm-record,
                               ws-parm-nav,
                               ws-parm-msg.

           if ws-parm-msg not equal "Parameter not found"
               and ws-parm-value > zeroes
               and ws-parm-value < 4
               move ws-parm-value to ws-vuln-cap
           end-if.

       ReadThresholdParameter.
           move "N" to ws-parm-found.
           move spaces to ws-parm-record.
      * A deceased or insolvent account gets no letters at all -
      * the estate or the practitioner is dealt with by hand, and
      * a slip here is exactly the complaint the special statuses
      * exist to stop. Whatever the client has open in dispute
      * comes off the balance first, so a client only past the
      * threshold because of a disputed charge is not chased.
       ConsiderClient.
           call 'dispsum' using ws-clnt-id,
                                ws-disp-all-items,
                                ws-disp-open-amount,
                                ws-disp-open-count.
           compute ws-undisputed-balance =
               ws-clnt-balance - ws-disp-open-amount.

           if ws-undisputed-balance < ws-threshold
               and not ws-clnt-closed
               and not ws-clnt-special-status
               perform CheckPlanStanding
               perform CheckAgencyPlacement
               perform CheckDisputedCharges
               perform CheckLivePromise
               call 'limchk' using "Q",
                                   ws-clnt-id,
                                   ws-barred-result,
                                   ws-gone-oper
               evaluate true
                   when ws-barred-result = "Y"
                       add 1 to ws-barred-count
                   when ws-agcy-placed
                       add 1 to ws-placed-count
                   when ws-all-disputed = "Y"
                       add 1 to ws-disputed-count
                   when ws-live-promise = "Y"
                       add 1 to ws-promised-count
                   when not ws-plan-current
                       perform EscalateClient
                   when other
                       continue
               end-evaluate
           else
               perform ResetRecoveredClient
           end-if.
               move "R" to ws-agcy-status
           end-if.

      * Everything still unpaid on the open-item ledger against
      * what the client has open in dispute - nothing left to
      * demand once the disputes cover it all.
       CheckDisputedCharges.
           move "N" to ws-all-disputed.
           move zeroes to ws-open-due-total.

           if ws-disp-open-amount > zeroes
               move spaces to ws-oitm-record
               move ws-clnt-id to ws-oitm-clnt-id
               move "YY" to ws-oitm-nav
               move spaces to ws-oitm-msg
               call 'oitmio' using "S",
                                   ws-oitm-record,
                                   ws-oitm-nav,
                                   ws-oitm-msg
               perform until not oitm-next-allowed
                   if ws-oitm-open
                       compute ws-open-due-total =
                           ws-open-due-total
                           + ws-oitm-amount - ws-oitm-paid
                   end-if
                   call 'oitmio' using "T",
                                       ws-oitm-record,
                                       ws-oitm-nav,
                                       ws-oitm-msg
               end-perform
               if ws-open-due-total - ws-disp-open-amount
                   not > zeroes
                   move "Y" to ws-all-disputed
               end-if
           end-if.

      * An open promise to pay holds the letters back until the
      * nightly check has marked it kept, part-kept or broken.
       CheckLivePromise.
           move "N" to ws-live-promise.
           move spaces to ws-ptp-record.
           move zeroes to ws-ptp-id.
           move ws-clnt-id to ws-ptp-clnt-id.
           move "YY" to ws-ptp-nav.
           move spaces to ws-ptp-msg.
           call 'ptpio' using "S",
                              ws-ptp-record,
                              ws-ptp-nav,
                              ws-ptp-msg.

           perform until not ptp-next-allowed
               if ws-ptp-open
                   move "Y" to ws-live-promise
               end-if
               call 'ptpio' using "T",
                                  ws-ptp-record,
                                  ws-ptp-nav,
                                  ws-ptp-msg
           end-perform.

      * Same exclusion the delinquency report applies - a client
      * on a live, current payment plan gets no collection letter.
       CheckPlanStanding.
               move "X" to ws-plan-status
           end-if.

      * Only a letter that would actually go out is held back for a
      * gone-away address, and only one that goes out at the
      * vulnerable cap rather than the level the arrears call for
      * counts as capped.
       EscalateClient.
           perform WorkOutDaysDelinquent.

                   move 1 to ws-target-level
           end-evaluate.

           move "N" to ws-level-capped.
           call 'vulnchk' using "Q", ws-clnt-id, ws-vuln-result.
           if ws-vuln-result = "Y" and ws-target-level > ws-vuln-cap
               move ws-vuln-cap to ws-target-level
               move "Y" to ws-level-capped
           end-if.

           move ws-clnt-id to ws-dun-clnt-id.
           move spaces to ws-dun-msg.
           call 'dunio' using "Q", ws-dun-record, ws-dun-msg.

           if ws-target-level > ws-dun-level
               call 'gonechk' using "Q",
                                    ws-clnt-id,
                                    ws-gone-result,
                                    ws-gone-oper
               if ws-gone-result = "Y"
                   add 1 to ws-gone-count
               else
                   if ws-level-capped = "Y"
                       add 1 to ws-capped-count
                   end-if
                   perform ProduceLetter
                   move ws-target-level to ws-dun-level
                   move ws-date-today-gregorian to ws-dun-date
                   call 'dunio' using "U", ws-dun-record, ws-dun-msg
               end-if
           end-if.

      * A client back above the threshold has their letter history

      * Same scan the delinquency report does: the client became
      * delinquent just after the last transaction that left them
      * at or above the threshold, less what is open in dispute.
       WorkOutDaysDelinquent.
           move zeroes to ws-since-julian.
           move "N" to ws-since-found.

           if txn-success and fd-txn-clnt-id = ws-clnt-id
               and not fd-txn-is-carryfwd
               if fd-txn-balance-after - ws-disp-open-amount
                   >= ws-threshold
                   move "N" to ws-since-found
               else
                   if ws-since-found = "N"
           end-if.

       ProduceLetter.
           move spaces to ws-mail-doc-type.
           string "DUNLET" delimited by size
                  ws-target-level delimited by size
               into ws-mail-doc-type.
           call 'mailitm' using "O",
                                ws-clnt-record,
                                ws-mail-doc-type,
                                ws-report-name,
                                fd-letter-line.

           move spaces to ws-full-name.
           string ws-clnt-first-name delimited by size
                  " "                delimited by size
                  ws-clnt-surname    delimited by size
               into ws-full-name.
           move ws-undisputed-balance to ws-balance-display.

           move spaces to fd-letter-line.
           move all "-" to fd-letter-line.
           perform WriteLetterLine.

           move spaces to fd-letter-line.
           string ws-full-name delimited by size
               into fd-letter-line.
           perform WriteLetterLine.

           move spaces to fd-letter-line.
           string ws-clnt-address delimited by size
               into fd-letter-line.
           perform WriteLetterLine.

           call 'pimask' using "M", ws-clnt-record,
                               ws-shown-details.
           move spaces to fd-letter-line.
           string "Tel: " delimited by size
                  ws-shown-phone delimited by size
               into fd-letter-line.
           perform WriteLetterLine.

           move spaces to fd-letter-line.
           perform WriteLetterLine.

           move spaces to fd-letter-line.
           string "Re account " delimited by size
                  ", balance "  delimited by size
                  ws-balance-display delimited by size
               into fd-letter-line.
           perform WriteLetterLine.

           if ws-disp-open-amount > zeroes
               move ws-disp-open-amount to ws-disp-display
               move spaces to fd-letter-line
               string "Not including " delimited by size
                      ws-disp-display  delimited by size
                      " under dispute"  delimited by size
                   into fd-letter-line
               perform WriteLetterLine
           end-if.

           move spaces to ws-payref-msg.
           call 'payref' using "B",
                               ws-clnt-id,
                               ws-payref,
                               ws-payref-result,
                               ws-payref-msg.
           move spaces to fd-letter-line.
           string "Please quote payment reference " delimited by size
                  ws-payref                         delimited by size
                  " when you pay."                  delimited by size
               into fd-letter-line.
           perform WriteLetterLine.

           move spaces to fd-letter-line.
           perform WriteLetterLine.

           evaluate ws-target-level
               when 1
                   add 1 to ws-letter1-count
                   move "FIRST REMINDER - your account is overdue."
                       to fd-letter-line
                   perform WriteLetterLine
                   move spaces to fd-letter-line
                   string "Please arrange payment or contact us to"
                          " agree a plan." delimited by size
                       into fd-letter-line
                   perform WriteLetterLine
               when 2
                   add 1 to ws-letter2-count
                   move "SECOND REMINDER - your account remains"
                       to fd-letter-line
                   move " unpaid after 30 days."
                       to fd-letter-line(40:)
                   perform WriteLetterLine
                   move spaces to fd-letter-line
                   string "Please settle within 14 days to avoid"
                          " further action." delimited by size
                       into fd-letter-line
                   perform WriteLetterLine
               when 3
                   add 1 to ws-letter3-count
                   move "FINAL DEMAND - your account is more than"
                       to fd-letter-line
                   move " 60 days overdue."
                       to fd-letter-line(41:)
                   perform WriteLetterLine
                   move spaces to fd-letter-line
                   string "Unless payment is received in full within"
                          " 7 days," delimited by size
                       into fd-letter-line
                   perform WriteLetterLine
                   move spaces to fd-letter-line
                   string "the account will be passed for collection."
                          delimited by size
                       into fd-letter-line
                   perform WriteLetterLine
           end-evaluate.

           perform ItemiseUnpaidCharges.

           move spaces to fd-letter-line.
           perform WriteLetterLine.

           perform LogCorrespondence.

           call 'mailitm' using "C",
                                ws-clnt-record,
                                ws-mail-doc-type,
                                ws-report-name,
                                fd-letter-line.

      * Every letter leaves a row on the correspondence history -
      * the level is part of the document type, so "did the final
      * demand go?" reads straight off the client's history.
           string "DUNLET" delimited by size
                  ws-target-level delimited by size
               into ws-corr-doc-type.
           move ws-report-name to ws-corr-reference.
           move spaces to ws-corr-msg.
           call 'corrio' using "A",
                               ws-corr-record,
      * and collections argue about the same list.
       ItemiseUnpaidCharges.
           move spaces to fd-letter-line.
           perform WriteLetterLine.

           move "The following charges remain unpaid:"
               to fd-letter-line.
           perform WriteLetterLine.

           move spaces to ws-oitm-record.
           move ws-clnt-id to ws-oitm-clnt-id.
                  ws-oitm-age delimited by size
                  " days)" delimited by size
               into fd-letter-line.
           perform WriteLetterLine.

           call 'dispsum' using ws-clnt-id,
                                ws-oitm-id,
                                ws-disp-item-amount,
                                ws-disp-item-count.

           if ws-disp-item-amount > zeroes
               move ws-disp-item-amount to ws-disp-display
               move spaces to fd-letter-line
               string "    of which " delimited by size
                      ws-disp-display delimited by size
                      " under dispute - not demanded"
                          delimited by size
                   into fd-letter-line
               perform WriteLetterLine
           end-if.

      * Every line of a letter goes to the local print file and to
      * the mail-house spool against the letter's item.
       WriteLetterLine.
           write fd-letter-line.
           call 'mailitm' using "L",
                                ws-clnt-record,
                                ws-mail-doc-type,
                                ws-report-name,
                                fd-letter-line.
