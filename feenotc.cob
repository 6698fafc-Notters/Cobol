       IDENTIFICATION DIVISION.
       PROGRAM-ID. feenotc IS INITIAL.
       AUTHOR. Andrew Notman.

      * Fee price-change notice run - the regulator says a client
      * must be given the notice period (FEE-NOTICE, 30 days
      * when not keyed) before a fee goes up. Every scheduled
      * change still pending on fchg.dat is picked up, and every
      * active client in the category it affects gets one letter
      * listing each of their fees that is changing - old price,
      * new price and the date it takes effect - logged on the
      * correspondence history. A client flagged gone away is held
      * back, and a closed (or deceased or insolvent) client is
      * passed over; the notice report lists every client in an
      * affected category, notified or not and why, and totals by
      * change. Each change is then marked notified with the date
      * and counts, which is what lets billing charge the new
      * price from its effective date. A change whose date is now
      * inside the notice period is not sent - notice given that
      * late would not count - and the report says to withdraw it
      * and key it again with a later date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select LetterFile assign to ws-letter-name
               organization is line sequential.

           select NoticeReport assign to ws-report-name
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD LetterFile.
       01 fd-letter-line pic X(80).

       FD NoticeReport.
       01 fd-report-line pic X(100).

       WORKING-STORAGE SECTION.
           copy "clnt.ws".
           copy "fee.ws".
           copy "fchg.ws".
           copy "parm.ws".
           copy "corr.ws".

       01 ws-navigation-status pic X(2) value "YY".
           88 next-allowed value "YY", "YN".
       01 ws-msg pic X(80).
       01 ws-fee-msg  pic X(80).
       01 ws-fee-nav  pic X(2).
       01 ws-fchg-msg pic X(80).
       01 ws-fchg-nav pic X(2).
           88 fchg-next-allowed value "YY", "YN".
       01 ws-parm-msg pic X(80).
       01 ws-parm-nav pic X(2).
       01 ws-corr-msg pic X(80).
       01 ws-corr-nav pic X(2).

       01 ws-today           pic 9(8) value zeroes.
       01 ws-today-julian    pic 9(6) value zeroes.
       01 ws-eff-julian      pic 9(6) value zeroes.
       01 ws-notice-days     pic 9(3) value zeroes.
       01 ws-days-left       pic S9(5) value zeroes.

      * the pending changes this run sends, with whether each is
      * still far enough ahead to be sent at all
       01 ws-change-table.
           05 ws-chg-entry occurs 50 times.
               10 ws-chg-category    pic X(1).
               10 ws-chg-code        pic X(3).
               10 ws-chg-eff-date    pic 9(8).
               10 ws-chg-old-amount  pic S9(7)V9(2) comp-3.
               10 ws-chg-new-amount  pic S9(7)V9(2) comp-3.
               10 ws-chg-description pic X(20).
               10 ws-chg-sendable    pic X(1).
               10 ws-chg-notified    pic 9(5).
               10 ws-chg-held        pic 9(5).
       01 ws-chg-used  pic 9(2) value zeroes.
       01 chg-idx      pic 9(2).
       01 ws-short-count pic 9(2) value zeroes.
       01 ws-over-count  pic 9(3) value zeroes.

       01 ws-client-affected pic X(1).
       01 ws-client-reason   pic X(30).

       01 ws-gone-result pic X(1) value "N".
       01 ws-gone-oper   pic X(8) value spaces.

       01 ws-full-name pic X(24).
       01 ws-payref pic X(11).
       01 ws-payref-result pic X(1).
       01 ws-payref-msg pic X(80).
       01 ws-old-display pic ZZZZZZ9.99.
       01 ws-new-display pic ZZZZZZ9.99.

       01 ws-letter-count  pic 9(5) value zeroes.
       01 ws-held-count    pic 9(5) value zeroes.
       01 ws-passed-count  pic 9(5) value zeroes.

       01 ws-letter-name  pic X(30) value spaces.
       01 ws-report-name  pic X(30) value spaces.
       01 ws-catalog-base pic X(8).
       01 ws-catalog-prog pic X(8).
       01 ws-catalog-rows pic 9(7) value zeroes.

       PROCEDURE DIVISION.
       Main.
           accept ws-today from date yyyymmdd.
           call 'dates' using "J", ws-today-julian, ws-today.

           perform ReadNoticeDays.
           perform LoadPendingChanges.

           if ws-chg-used = zeroes
               display "Fee notice run - no scheduled price changes "
                       "waiting for notice"
               goback
           end-if.

           move "feenotc" to ws-catalog-base.
           move "feenotc" to ws-catalog-prog.
           call 'rptname' using "N", ws-catalog-base,
                                ws-letter-name, ws-catalog-prog,
                                ws-catalog-rows.

           move "feenrpt" to ws-catalog-base.
           move "feenotc" to ws-catalog-prog.
           call 'rptname' using "N", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           open output LetterFile.
           open output NoticeReport.

           move spaces to fd-report-line.
           string "Fee Price-Change Notices - run " delimited by size
                  ws-today                           delimited by size
                  " notice period "                  delimited by size
                  ws-notice-days                     delimited by size
                  " days"                            delimited by size
               into fd-report-line.
           write fd-report-line.

           perform ReportShortNotice.

           move spaces to fd-report-line.
           write fd-report-line.
           move "Client  Surname    C Outcome" to fd-report-line.
           write fd-report-line.

           call 'clntio' using "O",
                               ws-clnt-record,
                               ws-navigation-status,
                               ws-msg.

           call 'clntio' using "F",
                               ws-clnt-record,
                               ws-navigation-status,
                               ws-msg.

           perform until not next-allowed
               perform ConsiderClient
               call 'clntio' using "N",
                                   ws-clnt-record,
                                   ws-navigation-status,
                                   ws-msg
           end-perform.

           call 'clntio' using "C",
                               ws-clnt-record,
                               ws-navigation-status,
                               ws-msg.

           perform WriteChangeTotals.
           perform MarkChangesNotified.

           close LetterFile.
           close NoticeReport.

           move ws-letter-count to ws-catalog-rows.
           move "feenotc" to ws-catalog-base.
           call 'rptname' using "C", ws-catalog-base,
                                ws-letter-name, ws-catalog-prog,
                                ws-catalog-rows.

           compute ws-catalog-rows =
               ws-letter-count + ws-held-count + ws-passed-count.
           move "feenrpt" to ws-catalog-base.
           call 'rptname' using "C", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           display "Fee notice run complete - " ws-letter-count
                   " letter(s) to " ws-letter-name.
           display ws-held-count " held back (gone away), "
                   ws-passed-count " passed over (not active) - "
                   "report " ws-report-name.

           if ws-short-count not = zeroes
               display ws-short-count " change(s) NOT SENT - "
                       "inside the notice period, see the report"
               move 1 to return-code
           end-if.

           goback.

       ReadNoticeDays.
           move spaces to ws-parm-record.
           move "FEE-NOTICE" to ws-parm-name.
           move spaces to ws-parm-msg.
           call 'parmio' using "Q",
                               ws-parm-record,
                               ws-parm-nav,
                               ws-parm-msg.

           if ws-parm-msg equal "Parameter not found"
               move 30 to ws-notice-days
           else
               move ws-parm-value to ws-notice-days
           end-if.

      * Every change still pending, with its fee's description off
      * the schedule. One too close to its date to give proper
      * notice is kept on the table but marked not to send.
       LoadPendingChanges.
           initialize ws-change-table.
           move zeroes to ws-chg-used.

           move spaces to ws-fchg-record.
           move "YY" to ws-fchg-nav.
           move spaces to ws-fchg-msg.
           call 'fchgio' using "F",
                               ws-fchg-record,
                               ws-fchg-nav,
                               ws-fchg-msg.

           perform until not fchg-next-allowed
               if ws-fchg-pending
                   if ws-chg-used < 50
                       perform TableOneChange
                   else
                       add 1 to ws-over-count
                   end-if
               end-if
               call 'fchgio' using "N",
                                   ws-fchg-record,
                                   ws-fchg-nav,
                                   ws-fchg-msg
           end-perform.

           if ws-over-count not = zeroes
               display ws-over-count " further pending change(s) "
                       "left for the next run"
           end-if.

       TableOneChange.
           add 1 to ws-chg-used.
           move ws-chg-used to chg-idx.
           move ws-fchg-category to ws-chg-category(chg-idx).
           move ws-fchg-code to ws-chg-code(chg-idx).
           move ws-fchg-eff-date to ws-chg-eff-date(chg-idx).
           move ws-fchg-old-amount to ws-chg-old-amount(chg-idx).
           move ws-fchg-new-amount to ws-chg-new-amount(chg-idx).

           move spaces to ws-fee-record.
           move ws-fchg-category to ws-fee-category.
           move ws-fchg-code to ws-fee-code.
           move spaces to ws-fee-msg.
           call 'feeio' using "Q",
                              ws-fee-record,
                              ws-fee-nav,
                              ws-fee-msg.
           if ws-fee-msg equal "Fee not found"
               move ws-fchg-code to ws-chg-description(chg-idx)
           else
               move ws-fee-description
                   to ws-chg-description(chg-idx)
           end-if.

           call 'dates' using "J", ws-eff-julian, ws-fchg-eff-date.
           compute ws-days-left = ws-eff-julian - ws-today-julian.
           if ws-days-left < ws-notice-days
               move "N" to ws-chg-sendable(chg-idx)
               add 1 to ws-short-count
           else
               move "Y" to ws-chg-sendable(chg-idx)
           end-if.

       ReportShortNotice.
           perform varying chg-idx from 1 by 1
               until chg-idx > ws-chg-used
               if ws-chg-sendable(chg-idx) = "N"
                   move spaces to fd-report-line
                   string "*** NOT SENT - "      delimited by size
                          ws-chg-category(chg-idx) delimited by size
                          " "                    delimited by size
                          ws-chg-code(chg-idx)   delimited by size
                          " from "               delimited by size
                          ws-chg-eff-date(chg-idx) delimited by size
                          " is inside the notice period - withdraw"
                                                 delimited by size
                          " and key a later date" delimited by size
                       into fd-report-line
                   write fd-report-line
               end-if
           end-perform.

      * A client is only looked at when a change being sent
      * affects their category.
       ConsiderClient.
           move "N" to ws-client-affected.
           perform varying chg-idx from 1 by 1
               until chg-idx > ws-chg-used
               if ws-chg-category(chg-idx) = ws-clnt-category
                   and ws-chg-sendable(chg-idx) = "Y"
                   move "Y" to ws-client-affected
               end-if
           end-perform.

           if ws-client-affected = "Y"
               move spaces to ws-client-reason
               evaluate true
                   when ws-clnt-closed
                       move "NOT NOTIFIED - closed"
                           to ws-client-reason
                   when not ws-clnt-active
                       string "NOT NOTIFIED - status "
                                  delimited by size
                              ws-clnt-status delimited by size
                           into ws-client-reason
                   when other
                       call 'gonechk' using "Q",
                                            ws-clnt-id,
                                            ws-gone-result,
                                            ws-gone-oper
                       if ws-gone-result = "Y"
                           move "NOT NOTIFIED - gone away"
                               to ws-client-reason
                       end-if
               end-evaluate

               evaluate true
                   when ws-client-reason = spaces
                       perform ProduceLetter
                       move "NOTIFIED" to ws-client-reason
                       add 1 to ws-letter-count
                   when ws-client-reason = "NOT NOTIFIED - gone away"
                       add 1 to ws-held-count
                   when other
                       add 1 to ws-passed-count
               end-evaluate

               perform CountForChanges
               perform WriteClientLine
           end-if.

       CountForChanges.
           perform varying chg-idx from 1 by 1
               until chg-idx > ws-chg-used
               if ws-chg-category(chg-idx) = ws-clnt-category
                   and ws-chg-sendable(chg-idx) = "Y"
                   if ws-client-reason = "NOTIFIED"
                       add 1 to ws-chg-notified(chg-idx)
                   else
                       add 1 to ws-chg-held(chg-idx)
                   end-if
               end-if
           end-perform.

       WriteClientLine.
           move spaces to fd-report-line.
           string ws-clnt-id       delimited by size
                  " "              delimited by size
                  ws-clnt-surname  delimited by size
                  " "              delimited by size
                  ws-clnt-category delimited by size
                  " "              delimited by size
                  ws-client-reason delimited by size
               into fd-report-line.
           write fd-report-line.

       ProduceLetter.
           move spaces to ws-full-name.
           string ws-clnt-first-name delimited by size
                  " "                delimited by size
                  ws-clnt-surname    delimited by size
               into ws-full-name.

           move spaces to fd-letter-line.
           move all "-" to fd-letter-line.
           write fd-letter-line.

           move spaces to fd-letter-line.
           string ws-full-name delimited by size
               into fd-letter-line.
           write fd-letter-line.

           move spaces to fd-letter-line.
           string ws-clnt-address delimited by size
               into fd-letter-line.
           write fd-letter-line.

           move spaces to fd-letter-line.
           write fd-letter-line.

           move spaces to fd-letter-line.
           string "NOTICE OF FEE CHANGES - account " delimited by size
                  ws-clnt-id delimited by size
               into fd-letter-line.
           write fd-letter-line.

           move spaces to ws-payref-msg.
           call 'payref' using "B",
                               ws-clnt-id,
                               ws-payref,
                               ws-payref-result,
                               ws-payref-msg.
           move spaces to fd-letter-line.
           string "Payment reference " delimited by size
                  ws-payref             delimited by size
               into fd-letter-line.
           write fd-letter-line.

           move spaces to fd-letter-line.
           write fd-letter-line.

           move "We are writing to give you notice that the following"
               to fd-letter-line.
           write fd-letter-line.
           move "fees on your account are changing:" to fd-letter-line.
           write fd-letter-line.

           move spaces to fd-letter-line.
           write fd-letter-line.

           perform varying chg-idx from 1 by 1
               until chg-idx > ws-chg-used
               if ws-chg-category(chg-idx) = ws-clnt-category
                   and ws-chg-sendable(chg-idx) = "Y"
                   perform WriteChangeLine
               end-if
           end-perform.

           move spaces to fd-letter-line.
           write fd-letter-line.

           move spaces to fd-letter-line.
           string "If you have any question about these changes,"
                  " please contact us." delimited by size
               into fd-letter-line.
           write fd-letter-line.

           move spaces to fd-letter-line.
           write fd-letter-line.

           perform LogCorrespondence.

       WriteChangeLine.
           move ws-chg-old-amount(chg-idx) to ws-old-display.
           move ws-chg-new-amount(chg-idx) to ws-new-display.
           move spaces to fd-letter-line.
           string "  "                        delimited by size
                  ws-chg-description(chg-idx) delimited by size
                  " from "                    delimited by size
                  ws-old-display              delimited by size
                  " to "                      delimited by size
                  ws-new-display              delimited by size
                  " on "                      delimited by size
                  ws-chg-eff-date(chg-idx)    delimited by size
               into fd-letter-line.
           write fd-letter-line.

      * The notice letter leaves a row on the correspondence
      * history like every other outbound document.
       LogCorrespondence.
           move spaces to ws-corr-record.
           move zeroes to ws-corr-id.
           move ws-clnt-id to ws-corr-clnt-id.
           move "FEENOTE" to ws-corr-doc-type.
           move ws-letter-name to ws-corr-reference.
           move spaces to ws-corr-msg.
           call 'corrio' using "A",
                               ws-corr-record,
                               ws-corr-nav,
                               ws-corr-msg.

       WriteChangeTotals.
           move spaces to fd-report-line.
           write fd-report-line.
           move "Changes sent" to fd-report-line.
           write fd-report-line.

           perform varying chg-idx from 1 by 1
               until chg-idx > ws-chg-used
               if ws-chg-sendable(chg-idx) = "Y"
                   move ws-chg-old-amount(chg-idx) to ws-old-display
                   move ws-chg-new-amount(chg-idx) to ws-new-display
                   move spaces to fd-report-line
                   string ws-chg-category(chg-idx) delimited by size
                          " "                    delimited by size
                          ws-chg-code(chg-idx)   delimited by size
                          " from "               delimited by size
                          ws-chg-eff-date(chg-idx) delimited by size
                          " "                    delimited by size
                          ws-old-display         delimited by size
                          " to "                 delimited by size
                          ws-new-display         delimited by size
                          " notified "           delimited by size
                          ws-chg-notified(chg-idx) delimited by size
                          " not notified "       delimited by size
                          ws-chg-held(chg-idx)   delimited by size
                       into fd-report-line
                   write fd-report-line
               end-if
           end-perform.

           move spaces to fd-report-line.
           write fd-report-line.
           move spaces to fd-report-line.
           string "Letters: "         delimited by size
                  ws-letter-count     delimited by size
                  "  held back (gone away): " delimited by size
                  ws-held-count       delimited by size
                  "  not active: "    delimited by size
                  ws-passed-count     delimited by size
               into fd-report-line.
           write fd-report-line.

      * Only a change whose letters went out is marked - from
      * here billing charges its new price from its date.
       MarkChangesNotified.
           perform varying chg-idx from 1 by 1
               until chg-idx > ws-chg-used
               if ws-chg-sendable(chg-idx) = "Y"
                   move spaces to ws-fchg-record
                   move ws-chg-category(chg-idx) to ws-fchg-category
                   move ws-chg-code(chg-idx) to ws-fchg-code
                   move ws-chg-eff-date(chg-idx) to ws-fchg-eff-date
                   move spaces to ws-fchg-msg
                   call 'fchgio' using "Q",
                                       ws-fchg-record,
                                       ws-fchg-nav,
                                       ws-fchg-msg
                   move "N" to ws-fchg-status
                   move ws-today to ws-fchg-notice-date
                   move ws-chg-notified(chg-idx)
                       to ws-fchg-notified-count
                   move ws-chg-held(chg-idx) to ws-fchg-held-count
                   move spaces to ws-fchg-msg
                   call 'fchgio' using "U",
                                       ws-fchg-record,
                                       ws-fchg-nav,
                                       ws-fchg-msg
                   if ws-fchg-msg not equal "Change updated"
                       display "Change " ws-fchg-category " "
                               ws-fchg-code " not marked - "
                               ws-fchg-msg
                       move 1 to return-code
                   end-if
               end-if
           end-perform.
