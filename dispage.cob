       IDENTIFICATION DIVISION.
       PROGRAM-ID. dispage IS INITIAL.
       AUTHOR. Andrew Notman.

      * Aged open-disputes report - every dispute still open on the
      * disputed-charge register, with how many days it has been
      * open and a flag on any that has run past its target date
      * for an answer, so a supervisor can see which frozen charges
      * are waiting on someone. Totals are kept per branch the way
      * the delinquency report keeps them. The output is dated and
      * catalogued through rptname like the other reports.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select DisputeReport assign to ws-report-name
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD DisputeReport.
       01 fd-report-line pic X(80).

       WORKING-STORAGE SECTION.
           copy "clnt.ws".
           copy "disp.ws".

       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-disp-msg pic X(80).
       01 ws-disp-nav pic X(2) value "YY".
           88 disp-next-allowed value "YY", "YN".

       01 ws-date-today-gregorian pic 9(8).
       01 ws-date-today-julian    pic 9(6).
       01 ws-raised-julian        pic 9(6).
       01 ws-days-open            pic 9(5).
       01 ws-overdue-flag         pic X(8).

       01 ws-amount-display pic ZZZZZZ9.99.
       01 ws-total-display  pic ZZZZZZZZ9.99.

       01 ws-open-count    pic 9(5) value zeroes.
       01 ws-overdue-count pic 9(5) value zeroes.
       01 ws-open-total    pic S9(9)V9(2) comp-3 value zeroes.

      * per-branch totals - each office sees its own open disputes
       01 ws-branch-table.
           05 ws-branch-entry occurs 10 times.
               10 ws-br-code    pic X(2).
               10 ws-br-count   pic 9(5).
               10 ws-br-amount  pic S9(9)V9(2) comp-3.
       01 br-idx pic 9(2).
       01 ws-branch-used pic 9(2) value zeroes.

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

           move "dispage" to ws-catalog-base.
           move "dispage" to ws-catalog-prog.
           call 'rptname' using "N", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           open output DisputeReport.

           move spaces to fd-report-line.
           string "Open Disputes Aging Report - "
                      delimited by size
                  ws-date-today-gregorian delimited by size
               into fd-report-line.
           write fd-report-line.

           move spaces to fd-report-line.
           string "Disp id Client  Br Amount      Raised   Days "
                  "Target   Reason" delimited by size
               into fd-report-line.
           write fd-report-line.

           move spaces to ws-disp-record.
           move zeroes to ws-disp-id.
           move "YY" to ws-disp-nav.
           move spaces to ws-disp-msg.
           call 'dispio' using "F",
                               ws-disp-record,
                               ws-disp-nav,
                               ws-disp-msg.

           perform until not disp-next-allowed
               if ws-disp-open
                   perform ReportOpenDispute
               end-if
               call 'dispio' using "N",
                                   ws-disp-record,
                                   ws-disp-nav,
                                   ws-disp-msg
           end-perform.

           move spaces to fd-report-line.
           write fd-report-line.

           move ws-open-total to ws-total-display.
           move spaces to fd-report-line.
           string "Open disputes: "    delimited by size
                  ws-open-count        delimited by size
                  "  Past target: "    delimited by size
                  ws-overdue-count     delimited by size
                  "  Amount frozen: "  delimited by size
                  ws-total-display     delimited by size
               into fd-report-line.
           write fd-report-line.

           perform varying br-idx from 1 by 1
               until br-idx > ws-branch-used
               move ws-br-amount(br-idx) to ws-total-display
               move spaces to fd-report-line
               string "Branch " delimited by size
                      ws-br-code(br-idx) delimited by size
                      ": "     delimited by size
                      ws-br-count(br-idx) delimited by size
                      " open for " delimited by size
                      ws-total-display delimited by size
                   into fd-report-line
               write fd-report-line
           end-perform.

           close DisputeReport.

           move ws-open-count to ws-catalog-rows.
           call 'rptname' using "C", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           display "Open disputes report written to " ws-report-name
                   " - " ws-open-count " open, "
                   ws-overdue-count " past target".

           goback.

       ReportOpenDispute.
           add 1 to ws-open-count.
           add ws-disp-amount to ws-open-total.

           move spaces to ws-clnt-record.
           move ws-disp-clnt-id to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.

           if ws-clnt-msg equal "Client not found"
               move spaces to ws-clnt-branch
           end-if.

           perform AccumulateBranch.

           call 'dates' using "J",
                              ws-raised-julian,
                              ws-disp-raised-date.
           compute ws-days-open =
               ws-date-today-julian - ws-raised-julian.

           if ws-date-today-gregorian > ws-disp-target-date
               move "OVERDUE" to ws-overdue-flag
               add 1 to ws-overdue-count
           else
               move spaces to ws-overdue-flag
           end-if.

           move ws-disp-amount to ws-amount-display.
           move spaces to fd-report-line.
           string ws-disp-id          delimited by size
                  " "                 delimited by size
                  ws-disp-clnt-id     delimited by size
                  " "                 delimited by size
                  ws-clnt-branch      delimited by size
                  " "                 delimited by size
                  ws-amount-display   delimited by size
                  " "                 delimited by size
                  ws-disp-raised-date delimited by size
                  " "                 delimited by size
                  ws-days-open        delimited by size
                  " "                 delimited by size
                  ws-disp-target-date delimited by size
                  " "                 delimited by size
                  ws-disp-reason(1:12) delimited by size
                  " "                 delimited by size
                  ws-overdue-flag     delimited by size
               into fd-report-line.
           write fd-report-line.

       AccumulateBranch.
           perform varying br-idx from 1 by 1
               until br-idx > ws-branch-used
                  or ws-br-code(br-idx) = ws-clnt-branch
               continue
           end-perform.

           if br-idx > ws-branch-used
               if ws-branch-used < 10
                   add 1 to ws-branch-used
                   move ws-clnt-branch to ws-br-code(ws-branch-used)
                   move zeroes to ws-br-count(ws-branch-used)
                   move zeroes to ws-br-amount(ws-branch-used)
                   move ws-branch-used to br-idx
               end-if
           end-if.

           if br-idx <= ws-branch-used
               add 1 to ws-br-count(br-idx)
               add ws-disp-amount to ws-br-amount(br-idx)
           end-if.
