       IDENTIFICATION DIVISION.
       PROGRAM-ID. closreg IS INITIAL.
       AUTHOR. Andrew Notman.

      * Closures register for the month - every closure keyed this
      * month, and every closure from an earlier month still
      * pending settlement, with the final charges posted, the
      * balance the final statement showed, whether a mandate was
      * cancelled and a plan stopped, and the date the client was
      * finally closed. The totals split the month's closures into
      * completed and still pending, so the month can be proved to
      * have finished every closure it started (or shows which are
      * waiting on a payment or a refund). The month is the one
      * the processing date falls in - today's on a hand run - and
      * the output is dated and catalogued through rptname.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select RegisterFile assign to ws-report-name
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD RegisterFile.
       01 fd-register-line pic X(100).

       WORKING-STORAGE SECTION.
           copy "clnt.ws".
           copy "clos.ws".

       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-clos-msg pic X(80).
       01 ws-clos-nav pic X(2) value "YY".
           88 clos-next-allowed value "YY", "YN".

       01 ws-proc-date.
           05 ws-proc-ym pic 9(6).
           05 ws-proc-dd pic 9(2).
       01 ws-keyed-date.
           05 ws-keyed-ym pic 9(6).
           05 ws-keyed-dd pic 9(2).

       01 ws-status-text pic X(9).
       01 ws-carried     pic X(1).

       01 ws-charges-display pic +ZZZZZZ9.99.
       01 ws-balance-display pic +ZZZZZZ9.99.
       01 ws-total-display   pic +ZZZZZZZZ9.99.

       01 ws-month-count     pic 9(5) value zeroes.
       01 ws-month-complete  pic 9(5) value zeroes.
       01 ws-month-pending   pic 9(5) value zeroes.
       01 ws-carried-pending pic 9(5) value zeroes.
       01 ws-charges-total   pic S9(9)V9(2) comp-3 value zeroes.

       01 ws-report-name  pic X(30) value spaces.
       01 ws-catalog-base pic X(8).
       01 ws-catalog-prog pic X(8).
       01 ws-catalog-rows pic 9(7) value zeroes.

       PROCEDURE DIVISION.
       Main.
           call 'procdtio' using "R", ws-proc-date.
           if ws-proc-date equal zeroes
               accept ws-proc-date from date yyyymmdd
           end-if.

           move "closreg" to ws-catalog-base.
           move "closreg" to ws-catalog-prog.
           call 'rptname' using "N", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           open output RegisterFile.

           move spaces to fd-register-line.
           string "Account Closures Register - month "
                      delimited by size
                  ws-proc-ym delimited by size
               into fd-register-line.
           write fd-register-line.

           move spaces to fd-register-line.
           string "Client  Surname    Closes   Keyed by Final chgs  "
                  " Final bal   M P Status    Completed"
                      delimited by size
               into fd-register-line.
           write fd-register-line.

           move spaces to ws-clos-record.
           move "YY" to ws-clos-nav.
           move spaces to ws-clos-msg.
           call 'closio' using "F",
                               ws-clos-record,
                               ws-clos-nav,
                               ws-clos-msg.

           perform until not clos-next-allowed
               move ws-clos-keyed-date to ws-keyed-date
               evaluate true
                   when ws-keyed-ym = ws-proc-ym
                       move " " to ws-carried
                       perform ReportClosure
                   when ws-clos-pending and ws-keyed-ym < ws-proc-ym
                       move "*" to ws-carried
                       perform ReportClosure
                   when other
                       continue
               end-evaluate
               call 'closio' using "N",
                                   ws-clos-record,
                                   ws-clos-nav,
                                   ws-clos-msg
           end-perform.

           move spaces to fd-register-line.
           write fd-register-line.

           move ws-charges-total to ws-total-display.
           move spaces to fd-register-line.
           string "Closures this month: " delimited by size
                  ws-month-count          delimited by size
                  "  Completed: "         delimited by size
                  ws-month-complete       delimited by size
                  "  Pending: "           delimited by size
                  ws-month-pending        delimited by size
               into fd-register-line.
           write fd-register-line.

           move spaces to fd-register-line.
           string "Final charges posted this month: "
                      delimited by size
                  ws-total-display delimited by size
               into fd-register-line.
           write fd-register-line.

           move spaces to fd-register-line.
           string "* Earlier months still pending: "
                      delimited by size
                  ws-carried-pending delimited by size
               into fd-register-line.
           write fd-register-line.

           close RegisterFile.

           compute ws-catalog-rows =
               ws-month-count + ws-carried-pending.
           call 'rptname' using "C", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           display "Closures register written to " ws-report-name
                   " - " ws-month-count " this month, "
                   ws-month-pending " pending, "
                   ws-carried-pending " carried".

           move zero to return-code.
           goback.

       ReportClosure.
           if ws-carried = "*"
               add 1 to ws-carried-pending
           else
               add 1 to ws-month-count
               add ws-clos-final-charges to ws-charges-total
               if ws-clos-complete
                   add 1 to ws-month-complete
               else
                   add 1 to ws-month-pending
               end-if
           end-if.

           if ws-clos-complete
               move "COMPLETE" to ws-status-text
           else
               move "PENDING" to ws-status-text
           end-if.

           move spaces to ws-clnt-record.
           move ws-clos-clnt-id to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.

           move ws-clos-final-charges to ws-charges-display.
           move ws-clos-final-balance to ws-balance-display.

           move spaces to fd-register-line.
           string ws-clos-clnt-id        delimited by size
                  ws-carried             delimited by size
                  ws-clnt-surname        delimited by size
                  " "                    delimited by size
                  ws-clos-close-date     delimited by size
                  " "                    delimited by size
                  ws-clos-keyed-by       delimited by size
                  " "                    delimited by size
                  ws-charges-display     delimited by size
                  " "                    delimited by size
                  ws-balance-display     delimited by size
                  " "                    delimited by size
                  ws-clos-mand-cancelled delimited by size
                  " "                    delimited by size
                  ws-clos-plan-stopped   delimited by size
                  " "                    delimited by size
                  ws-status-text         delimited by size
                  " "                    delimited by size
                  ws-clos-complete-date  delimited by size
               into fd-register-line.
           write fd-register-line.
