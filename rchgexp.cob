       IDENTIFICATION DIVISION.
       PROGRAM-ID. rchgexp IS INITIAL.
       AUTHOR. Andrew Notman.

      * Recurring-charge contracts about to run out - the month-end
      * list of every standing charge on rchg.dat whose end date
      * falls within the next RCHG-WARN days of the processing date
      * (90 when the parameter is not set; today's date on a hand
      * run), so sales can renew the contract before billrun stops
      * charging it. Charges already past their end date that
      * nobody has renewed or ended through rchgmnt are listed
      * beneath - billrun has stopped charging them. Each line
      * carries the charge, the client, the fee code, the net
      * amount and frequency, the contract reference and the end
      * date. The list is dated and catalogued through rptname.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select ExpiryReport assign to ws-report-name
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD ExpiryReport.
       01 fd-report-line pic X(100).

       WORKING-STORAGE SECTION.
           copy "clnt.ws".
           copy "rchg.ws".
           copy "parm.ws".

       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-rchg-msg pic X(80).
       01 ws-rchg-nav pic X(2).
           88 rchg-next-allowed value "YY", "YN".
       01 ws-parm-msg pic X(80).
       01 ws-parm-nav pic X(2).

       01 ws-today        pic 9(8) value zeroes.
       01 ws-today-julian pic 9(6).
       01 ws-warn-days    pic 9(3).
       01 ws-warn-julian  pic 9(6).
       01 ws-warn-date    pic 9(8).

       01 ws-amount-display pic +ZZZZZZ9.99.

      * two passes over the file - the ones ending first, then the
      * ones already past their end date - so the report reads in
      * two blocks without a sort
       01 ws-pass pic X(1).
           88 pass-ending value "E".
           88 pass-lapsed value "L".

       01 ws-ending-count pic 9(5) value zeroes.
       01 ws-lapsed-count pic 9(5) value zeroes.

       01 ws-report-name  pic X(30) value spaces.
       01 ws-catalog-base pic X(8).
       01 ws-catalog-prog pic X(8).
       01 ws-catalog-rows pic 9(7) value zeroes.

       PROCEDURE DIVISION.
       Main.
           call 'procdtio' using "R", ws-today.
           if ws-today equal zeroes
               accept ws-today from date yyyymmdd
           end-if.
           call 'dates' using "J", ws-today-julian, ws-today.

           move spaces to ws-parm-record.
           move "RCHG-WARN" to ws-parm-name.
           move spaces to ws-parm-msg.
           call 'parmio' using "Q",
                               ws-parm-record,
                               ws-parm-nav,
                               ws-parm-msg.
           if ws-parm-msg equal "Parameter not found"
               move 90 to ws-warn-days
           else
               move ws-parm-value to ws-warn-days
           end-if.
           compute ws-warn-julian = ws-today-julian + ws-warn-days.
           call 'dates' using "G", ws-warn-julian, ws-warn-date.

           move "rchgexp" to ws-catalog-base.
           move "rchgexp" to ws-catalog-prog.
           call 'rptname' using "N", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           open output ExpiryReport.

           move spaces to fd-report-line.
           string "Recurring-Charge Contracts Ending - run "
                      delimited by size
                  ws-today delimited by size
                  " to "   delimited by size
                  ws-warn-date delimited by size
               into fd-report-line.
           write fd-report-line.
           move spaces to fd-report-line.
           write fd-report-line.
           move spaces to fd-report-line.
           string "Charge  Client  Surname    Fee  Net amount F "
                  "Contract     Ends" delimited by size
               into fd-report-line.
           write fd-report-line.

           move "E" to ws-pass.
           perform WalkCharges.

           move spaces to fd-report-line.
           write fd-report-line.
           move "Past their end date, not renewed - no longer charged:"
               to fd-report-line.
           write fd-report-line.

           move "L" to ws-pass.
           perform WalkCharges.

           move spaces to fd-report-line.
           write fd-report-line.
           move spaces to fd-report-line.
           string "Ending: "           delimited by size
                  ws-ending-count      delimited by size
                  "  past end date: "  delimited by size
                  ws-lapsed-count      delimited by size
               into fd-report-line.
           write fd-report-line.

           close ExpiryReport.

           compute ws-catalog-rows =
               ws-ending-count + ws-lapsed-count.
           call 'rptname' using "C", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           display "Contracts ending - " ws-ending-count
                   " within " ws-warn-days " days, "
                   ws-lapsed-count " past their end date".

           goback.

       WalkCharges.
           move spaces to ws-rchg-record.
           move zeroes to ws-rchg-id.
           move "YY" to ws-rchg-nav.
           move spaces to ws-rchg-msg.
           call 'rchgio' using "F",
                               ws-rchg-record,
                               ws-rchg-nav,
                               ws-rchg-msg.

           perform until not rchg-next-allowed
               if ws-rchg-active and ws-rchg-end-date not = zeroes
                   evaluate true
                       when pass-ending
                           and ws-rchg-end-date not < ws-today
                           and ws-rchg-end-date not > ws-warn-date
                           add 1 to ws-ending-count
                           perform WriteChargeLine
                       when pass-lapsed
                           and ws-rchg-end-date < ws-today
                           add 1 to ws-lapsed-count
                           perform WriteChargeLine
                       when other
                           continue
                   end-evaluate
               end-if
               call 'rchgio' using "N",
                                   ws-rchg-record,
                                   ws-rchg-nav,
                                   ws-rchg-msg
           end-perform.

       WriteChargeLine.
           move spaces to ws-clnt-record.
           move ws-rchg-clnt-id to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.
           if ws-clnt-msg equal "Client not found"
               move spaces to ws-clnt-surname
           end-if.

           move ws-rchg-amount to ws-amount-display.
           move spaces to fd-report-line.
           string ws-rchg-id           delimited by size
                  " "                  delimited by size
                  ws-rchg-clnt-id      delimited by size
                  " "                  delimited by size
                  ws-clnt-surname      delimited by size
                  " "                  delimited by size
                  ws-rchg-fee-code     delimited by size
                  " "                  delimited by size
                  ws-amount-display    delimited by size
                  " "                  delimited by size
                  ws-rchg-frequency    delimited by size
                  " "                  delimited by size
                  ws-rchg-contract-ref delimited by size
                  " "                  delimited by size
                  ws-rchg-end-date     delimited by size
               into fd-report-line.
           write fd-report-line.
