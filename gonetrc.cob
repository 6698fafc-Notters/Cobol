       IDENTIFICATION DIVISION.
       PROGRAM-ID. gonetrc IS INITIAL.
       AUTHOR. Andrew Notman.

      * Gone-away trace worklist - every client currently flagged
      * gone away on the returned-mail file, with the balance they
      * carry, their phone number, what came back and how long ago,
      * so collections can chase a new address starting with the
      * money that matters. Clients owing nothing still list (their
      * refund cheques are being held) but are totalled apart. The
      * output is dated and catalogued through rptname like the
      * other reports. The phone number prints masked (pimask) -
      * the collector reveals it on the client screen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select TraceFile assign to ws-report-name
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD TraceFile.
       01 fd-trace-line pic X(100).

       WORKING-STORAGE SECTION.
           copy "clnt.ws".

       01 ws-shown-details.
           05 ws-shown-phone pic X(12).
           05 ws-shown-sort  pic X(6).
           05 ws-shown-acct  pic X(8).

           copy "gone.ws".

       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-gone-msg pic X(80).
       01 ws-gone-nav pic X(2) value "YY".
           88 gone-next-allowed value "YY", "YN".

       01 ws-date-today-gregorian pic 9(8).
       01 ws-date-today-julian    pic 9(6).
       01 ws-returned-julian      pic 9(6).
       01 ws-days-since           pic 9(5).

       01 ws-balance-display pic +ZZZZZZ9.99.
       01 ws-total-display   pic +ZZZZZZZZ9.99.

       01 ws-gone-count     pic 9(5) value zeroes.
       01 ws-owing-count    pic 9(5) value zeroes.
       01 ws-owing-total    pic S9(9)V9(2) comp-3 value zeroes.
       01 ws-credit-count   pic 9(5) value zeroes.
       01 ws-credit-total   pic S9(9)V9(2) comp-3 value zeroes.

       01 ws-report-name  pic X(30) value spaces.
       01 ws-catalog-base pic X(8).
       01 ws-catalog-prog pic X(8).
       01 ws-catalog-rows pic 9(7) value zeroes.

       PROCEDURE DIVISION.
       Main.
           accept ws-date-today-gregorian from date yyyymmdd.
           call 'dates' using "J",
                              ws-date-today-julian,
                              ws-date-today-gregorian.

           move "gonetrc" to ws-catalog-base.
           move "gonetrc" to ws-catalog-prog.
           call 'rptname' using "N", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           open output TraceFile.

           move spaces to fd-trace-line.
           string "Gone-Away Trace Worklist - " delimited by size
                  ws-date-today-gregorian       delimited by size
               into fd-trace-line.
           write fd-trace-line.

           move spaces to fd-trace-line.
           string "Client  Surname    Br Phone        Balance     "
                  "Returned Days  Document Returns" delimited by size
               into fd-trace-line.
           write fd-trace-line.

           move spaces to ws-gone-record.
           move "YY" to ws-gone-nav.
           move spaces to ws-gone-msg.
           call 'goneio' using "F",
                               ws-gone-record,
                               ws-gone-nav,
                               ws-gone-msg.

           perform until not gone-next-allowed
               if ws-gone-away
                   perform ListGoneAway
               end-if
               call 'goneio' using "N",
                                   ws-gone-record,
                                   ws-gone-nav,
                                   ws-gone-msg
           end-perform.

           move spaces to fd-trace-line.
           write fd-trace-line.

           move ws-owing-total to ws-total-display.
           move spaces to fd-trace-line.
           string "Gone away: "      delimited by size
                  ws-gone-count      delimited by size
                  "  Owing: "        delimited by size
                  ws-owing-count     delimited by size
                  " for "            delimited by size
                  ws-total-display   delimited by size
               into fd-trace-line.
           write fd-trace-line.

           move ws-credit-total to ws-total-display.
           move spaces to fd-trace-line.
           string "In credit or clear: " delimited by size
                  ws-credit-count        delimited by size
                  " holding "            delimited by size
                  ws-total-display       delimited by size
               into fd-trace-line.
           write fd-trace-line.

           close TraceFile.

           move ws-gone-count to ws-catalog-rows.
           call 'rptname' using "C", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           display "Gone-away worklist written to " ws-report-name
                   " - " ws-gone-count " client(s)".

           goback.

       ListGoneAway.
           move spaces to ws-clnt-record.
           move ws-gone-clnt-id to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.

           if ws-clnt-msg not equal "Client not found"
               add 1 to ws-gone-count
               if ws-clnt-balance > zeroes
                   add 1 to ws-owing-count
                   add ws-clnt-balance to ws-owing-total
               else
                   add 1 to ws-credit-count
                   add ws-clnt-balance to ws-credit-total
               end-if

               call 'dates' using "J",
                                  ws-returned-julian,
                                  ws-gone-returned-date
               compute ws-days-since =
                   ws-date-today-julian - ws-returned-julian

               call 'pimask' using "M", ws-clnt-record,
                                   ws-shown-details
               move ws-clnt-balance to ws-balance-display
               move spaces to fd-trace-line
               string ws-clnt-id            delimited by size
                      " "                   delimited by size
                      ws-clnt-surname       delimited by size
                      " "                   delimited by size
                      ws-clnt-branch        delimited by size
                      " "                   delimited by size
                      ws-shown-phone        delimited by size
                      " "                   delimited by size
                      ws-balance-display    delimited by size
                      " "                   delimited by size
                      ws-gone-returned-date delimited by size
                      " "                   delimited by size
                      ws-days-since         delimited by size
                      " "                   delimited by size
                      ws-gone-doc-type      delimited by size
                      " "                   delimited by size
                      ws-gone-return-count  delimited by size
                   into fd-trace-line
               write fd-trace-line
           end-if.
