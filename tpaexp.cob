       IDENTIFICATION DIVISION.
       PROGRAM-ID. tpaexp IS INITIAL.
       AUTHOR. Andrew Notman.

      * Third-party authorities about to expire - the month-end
      * list of every active authority on tpa.dat whose expiry date
      * falls within the next TPA-WARN days of the processing date
      * (60 when the parameter is not set; today's date on a hand
      * run), so fresh paperwork can be asked for before the holder
      * is turned away at the counter. Authorities already past
      * their expiry date and not yet revoked are listed beneath,
      * since they no longer count for anything. Each line carries
      * the client, the holder, the scope and the expiry date. The
      * list is dated and catalogued through rptname.

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
           copy "tpa.ws".
           copy "parm.ws".

       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-tpa-msg  pic X(80).
       01 ws-tpa-nav  pic X(2).
           88 tpa-next-allowed value "YY", "YN".
       01 ws-parm-msg pic X(80).
       01 ws-parm-nav pic X(2).

       01 ws-today        pic 9(8) value zeroes.
       01 ws-today-julian pic 9(6).
       01 ws-warn-days    pic 9(3).
       01 ws-warn-julian  pic 9(6).
       01 ws-warn-date    pic 9(8).

      * two passes over the file - the ones expiring first, then
      * the ones already expired - so the report reads in two
      * blocks without a sort
       01 ws-pass pic X(1).
           88 pass-expiring value "E".
           88 pass-lapsed   value "L".

       01 ws-expiring-count pic 9(5) value zeroes.
       01 ws-lapsed-count   pic 9(5) value zeroes.

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
           move "TPA-WARN" to ws-parm-name.
           move spaces to ws-parm-msg.
           call 'parmio' using "Q",
                               ws-parm-record,
                               ws-parm-nav,
                               ws-parm-msg.
           if ws-parm-msg equal "Parameter not found"
               move 60 to ws-warn-days
           else
               move ws-parm-value to ws-warn-days
           end-if.
           compute ws-warn-julian = ws-today-julian + ws-warn-days.
           call 'dates' using "G", ws-warn-julian, ws-warn-date.

           move "tpaexp" to ws-catalog-base.
           move "tpaexp" to ws-catalog-prog.
           call 'rptname' using "N", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           open output ExpiryReport.

           move spaces to fd-report-line.
           string "Third-Party Authorities Expiring - run "
                      delimited by size
                  ws-today delimited by size
                  " to "   delimited by size
                  ws-warn-date delimited by size
               into fd-report-line.
           write fd-report-line.
           move spaces to fd-report-line.
           write fd-report-line.
           move spaces to fd-report-line.
           string "Auth    Client  Surname    Holder                "
                  "         R S Expires" delimited by size
               into fd-report-line.
           write fd-report-line.

           move "E" to ws-pass.
           perform WalkAuthorities.

           move spaces to fd-report-line.
           write fd-report-line.
           move "Already expired and not revoked:" to fd-report-line.
           write fd-report-line.

           move "L" to ws-pass.
           perform WalkAuthorities.

           move spaces to fd-report-line.
           write fd-report-line.
           move spaces to fd-report-line.
           string "Expiring: "        delimited by size
                  ws-expiring-count   delimited by size
                  "  already expired: " delimited by size
                  ws-lapsed-count     delimited by size
               into fd-report-line.
           write fd-report-line.

           close ExpiryReport.

           compute ws-catalog-rows =
               ws-expiring-count + ws-lapsed-count.
           call 'rptname' using "C", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           display "Authorities expiring - " ws-expiring-count
                   " within " ws-warn-days " days, "
                   ws-lapsed-count " already expired".

           goback.

       WalkAuthorities.
           move spaces to ws-tpa-record.
           move zeroes to ws-tpa-id.
           move "YY" to ws-tpa-nav.
           move spaces to ws-tpa-msg.
           call 'tpaio' using "F",
                              ws-tpa-record,
                              ws-tpa-nav,
                              ws-tpa-msg.

           perform until not tpa-next-allowed
               if ws-tpa-active and ws-tpa-expiry-date not = zeroes
                   evaluate true
                       when pass-expiring
                           and ws-tpa-expiry-date not < ws-today
                           and ws-tpa-expiry-date not > ws-warn-date
                           add 1 to ws-expiring-count
                           perform WriteAuthorityLine
                       when pass-lapsed
                           and ws-tpa-expiry-date < ws-today
                           add 1 to ws-lapsed-count
                           perform WriteAuthorityLine
                       when other
                           continue
                   end-evaluate
               end-if
               call 'tpaio' using "N",
                                  ws-tpa-record,
                                  ws-tpa-nav,
                                  ws-tpa-msg
           end-perform.

       WriteAuthorityLine.
           move spaces to ws-clnt-record.
           move ws-tpa-clnt-id to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.
           if ws-clnt-msg equal "Client not found"
               move spaces to ws-clnt-surname
           end-if.

           move spaces to fd-report-line.
           string ws-tpa-id           delimited by size
                  " "                 delimited by size
                  ws-tpa-clnt-id      delimited by size
                  " "                 delimited by size
                  ws-clnt-surname     delimited by size
                  " "                 delimited by size
                  ws-tpa-name         delimited by size
                  " "                 delimited by size
                  ws-tpa-relationship delimited by size
                  " "                 delimited by size
                  ws-tpa-scope        delimited by size
                  " "                 delimited by size
                  ws-tpa-expiry-date  delimited by size
               into fd-report-line.
           write fd-report-line.
