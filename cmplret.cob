       IDENTIFICATION DIVISION.
       PROGRAM-ID. cmplret IS INITIAL.
       AUTHOR. Andrew Notman.

      * Monthly complaints return - the figures the regulator asks
      * for, off cmpl.dat for the month the processing date falls
      * in (today's on a hand run). Complaints received in the
      * month and complaints closed in the month are counted by
      * category, by branch (the client's) and, for those closed,
      * by outcome, each with the average number of calendar days
      * from receipt to close. The foot gives the month's totals,
      * the complaints still open at the run and how many of those
      * are escalated, and how many closed in the month had missed
      * their final-response date. The return is dated and
      * catalogued through rptname.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select ReturnFile assign to ws-report-name
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD ReturnFile.
       01 fd-return-line pic X(100).

       WORKING-STORAGE SECTION.
           copy "clnt.ws".
           copy "cmpl.ws".

       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-cmpl-msg pic X(80).
       01 ws-cmpl-nav pic X(2).
           88 cmpl-next-allowed value "YY", "YN".

       01 ws-proc-date.
           05 ws-proc-ym pic 9(6).
           05 ws-proc-dd pic 9(2).
       01 ws-received-date.
           05 ws-received-ym pic 9(6).
           05 ws-received-dd pic 9(2).
       01 ws-closed-date.
           05 ws-closed-ym pic 9(6).
           05 ws-closed-dd pic 9(2).

       01 ws-received-julian pic 9(6).
       01 ws-closed-julian   pic 9(6).
       01 ws-days-to-close   pic 9(5).

       01 ws-in-month-received pic X(1).
           88 received-in-month value "Y".
       01 ws-in-month-closed   pic X(1).
           88 closed-in-month   value "Y".

      * category and outcome buckets - an unexpected code lands in
      * the last entry so it stays visible
       01 ws-category-table.
           05 ws-category-entry occurs 5 times.
               10 ws-cat-code     pic X(1).
               10 ws-cat-label    pic X(12).
               10 ws-cat-received pic 9(5).
               10 ws-cat-closed   pic 9(5).
               10 ws-cat-days     pic 9(7).
       01 cat-idx pic 9(1).

       01 ws-outcome-table.
           05 ws-outcome-entry occurs 5 times.
               10 ws-out-code   pic X(1).
               10 ws-out-label  pic X(14).
               10 ws-out-closed pic 9(5).
               10 ws-out-days   pic 9(7).
       01 out-idx pic 9(1).

      * per-branch figures, the way delinq keeps its branches
       01 ws-branch-table.
           05 ws-branch-entry occurs 10 times.
               10 ws-br-code     pic X(2).
               10 ws-br-received pic 9(5).
               10 ws-br-closed   pic 9(5).
               10 ws-br-days     pic 9(7).
       01 br-idx pic 9(2).
       01 ws-branch-used pic 9(2) value zeroes.

       01 ws-total-received pic 9(5) value zeroes.
       01 ws-total-closed   pic 9(5) value zeroes.
       01 ws-total-days     pic 9(7) value zeroes.
       01 ws-late-closed    pic 9(5) value zeroes.
       01 ws-open-count     pic 9(5) value zeroes.
       01 ws-escalated-count pic 9(5) value zeroes.

      * the line being written - one label with its figures
       01 ws-line-label    pic X(14).
       01 ws-line-received pic 9(5).
       01 ws-line-closed   pic 9(5).
       01 ws-line-days     pic 9(7).
       01 ws-average       pic 9(5)V9.
       01 ws-average-display pic ZZZZ9.9.

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

           perform SetUpTables.

           move "cmplret" to ws-catalog-base.
           move "cmplret" to ws-catalog-prog.
           call 'rptname' using "N", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           move spaces to ws-cmpl-record.
           move zeroes to ws-cmpl-id.
           move "YY" to ws-cmpl-nav.
           move spaces to ws-cmpl-msg.
           call 'cmplio' using "F",
                               ws-cmpl-record,
                               ws-cmpl-nav,
                               ws-cmpl-msg.

           perform until not cmpl-next-allowed
               perform CountComplaint
               call 'cmplio' using "N",
                                   ws-cmpl-record,
                                   ws-cmpl-nav,
                                   ws-cmpl-msg
           end-perform.

           open output ReturnFile.
           perform WriteReturn.
           close ReturnFile.

           compute ws-catalog-rows = ws-total-received
                                   + ws-total-closed.
           call 'rptname' using "C", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           display "Complaints return written to " ws-report-name
                   " - " ws-total-received " received, "
                   ws-total-closed " closed".

           goback.

       SetUpTables.
           move "B"            to ws-cat-code(1).
           move "Billing"      to ws-cat-label(1).
           move "C"            to ws-cat-code(2).
           move "Collections"  to ws-cat-label(2).
           move "S"            to ws-cat-code(3).
           move "Service"      to ws-cat-label(3).
           move "T"            to ws-cat-code(4).
           move "Staff"        to ws-cat-label(4).
           move "?"            to ws-cat-code(5).
           move "Other"        to ws-cat-label(5).
           perform varying cat-idx from 1 by 1 until cat-idx > 5
               move zeroes to ws-cat-received(cat-idx)
               move zeroes to ws-cat-closed(cat-idx)
               move zeroes to ws-cat-days(cat-idx)
           end-perform.

           move "U"              to ws-out-code(1).
           move "Upheld"         to ws-out-label(1).
           move "P"              to ws-out-code(2).
           move "Partly upheld"  to ws-out-label(2).
           move "R"              to ws-out-code(3).
           move "Rejected"       to ws-out-label(3).
           move "W"              to ws-out-code(4).
           move "Withdrawn"      to ws-out-label(4).
           move "?"              to ws-out-code(5).
           move "Other"          to ws-out-label(5).
           perform varying out-idx from 1 by 1 until out-idx > 5
               move zeroes to ws-out-closed(out-idx)
               move zeroes to ws-out-days(out-idx)
           end-perform.

       CountComplaint.
           move ws-cmpl-received-date to ws-received-date.
           move ws-cmpl-closed-date to ws-closed-date.

           move "N" to ws-in-month-received.
           if ws-received-ym = ws-proc-ym
               move "Y" to ws-in-month-received
           end-if.
           move "N" to ws-in-month-closed.
           if ws-cmpl-closed and ws-closed-ym = ws-proc-ym
               move "Y" to ws-in-month-closed
           end-if.

           if not ws-cmpl-closed
               add 1 to ws-open-count
               if not ws-cmpl-not-escalated
                   add 1 to ws-escalated-count
               end-if
           end-if.

           if received-in-month or closed-in-month
               perform FindClientBranch
               perform AddToBuckets
           end-if.

       FindClientBranch.
           move spaces to ws-clnt-record.
           move ws-cmpl-clnt-id to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.
           if ws-clnt-msg equal "Client not found"
               move "??" to ws-clnt-branch
           end-if.

       AddToBuckets.
           move zeroes to ws-days-to-close.
           if closed-in-month
               call 'dates' using "J", ws-received-julian,
                                  ws-received-date
               call 'dates' using "J", ws-closed-julian,
                                  ws-closed-date
               if ws-closed-julian > ws-received-julian
                   compute ws-days-to-close =
                       ws-closed-julian - ws-received-julian
               end-if
               if ws-cmpl-closed-date > ws-cmpl-final-due
                   add 1 to ws-late-closed
               end-if
           end-if.

           perform varying cat-idx from 1 by 1
               until cat-idx > 4
                  or ws-cat-code(cat-idx) = ws-cmpl-category
               continue
           end-perform.

           perform varying br-idx from 1 by 1
               until br-idx > ws-branch-used
                  or ws-br-code(br-idx) = ws-clnt-branch
               continue
           end-perform.
           if br-idx > ws-branch-used
               if ws-branch-used < 10
                   add 1 to ws-branch-used
                   move ws-clnt-branch to ws-br-code(ws-branch-used)
                   move zeroes to ws-br-received(ws-branch-used)
                   move zeroes to ws-br-closed(ws-branch-used)
                   move zeroes to ws-br-days(ws-branch-used)
                   move ws-branch-used to br-idx
               end-if
           end-if.

           if received-in-month
               add 1 to ws-total-received
               add 1 to ws-cat-received(cat-idx)
               if br-idx <= ws-branch-used
                   add 1 to ws-br-received(br-idx)
               end-if
           end-if.

           if closed-in-month
               add 1 to ws-total-closed
               add ws-days-to-close to ws-total-days
               add 1 to ws-cat-closed(cat-idx)
               add ws-days-to-close to ws-cat-days(cat-idx)
               if br-idx <= ws-branch-used
                   add 1 to ws-br-closed(br-idx)
                   add ws-days-to-close to ws-br-days(br-idx)
               end-if
               perform varying out-idx from 1 by 1
                   until out-idx > 4
                      or ws-out-code(out-idx) = ws-cmpl-outcome
                   continue
               end-perform
               add 1 to ws-out-closed(out-idx)
               add ws-days-to-close to ws-out-days(out-idx)
           end-if.

       WriteReturn.
           move spaces to fd-return-line.
           string "Complaints Return - month " delimited by size
                  ws-proc-ym                   delimited by size
               into fd-return-line.
           write fd-return-line.

           move spaces to fd-return-line.
           write fd-return-line.
           move "By category    Received   Closed  Avg days"
               to fd-return-line.
           write fd-return-line.
           perform varying cat-idx from 1 by 1 until cat-idx > 5
               move ws-cat-label(cat-idx) to ws-line-label
               move ws-cat-received(cat-idx) to ws-line-received
               move ws-cat-closed(cat-idx) to ws-line-closed
               move ws-cat-days(cat-idx) to ws-line-days
               perform WriteFigureLine
           end-perform.

           move spaces to fd-return-line.
           write fd-return-line.
           move "By branch      Received   Closed  Avg days"
               to fd-return-line.
           write fd-return-line.
           perform varying br-idx from 1 by 1
               until br-idx > ws-branch-used
               move spaces to ws-line-label
               string "Branch "          delimited by size
                      ws-br-code(br-idx) delimited by size
                   into ws-line-label
               move ws-br-received(br-idx) to ws-line-received
               move ws-br-closed(br-idx) to ws-line-closed
               move ws-br-days(br-idx) to ws-line-days
               perform WriteFigureLine
           end-perform.

           move spaces to fd-return-line.
           write fd-return-line.
           move "By outcome     Received   Closed  Avg days"
               to fd-return-line.
           write fd-return-line.
           perform varying out-idx from 1 by 1 until out-idx > 5
               move ws-out-label(out-idx) to ws-line-label
               move zeroes to ws-line-received
               move ws-out-closed(out-idx) to ws-line-closed
               move ws-out-days(out-idx) to ws-line-days
               perform WriteFigureLine
           end-perform.

           move spaces to fd-return-line.
           write fd-return-line.
           move "Month total" to ws-line-label.
           move ws-total-received to ws-line-received.
           move ws-total-closed to ws-line-closed.
           move ws-total-days to ws-line-days.
           perform WriteFigureLine.

           move spaces to fd-return-line.
           string "Closed after the final-response date: "
                      delimited by size
                  ws-late-closed delimited by size
               into fd-return-line.
           write fd-return-line.

           move spaces to fd-return-line.
           string "Still open at the run: " delimited by size
                  ws-open-count             delimited by size
                  "  of which escalated: "  delimited by size
                  ws-escalated-count        delimited by size
               into fd-return-line.
           write fd-return-line.

      * One row of the return - the average is worked only over
      * the complaints closed, so a group with none closed shows
      * a zero average rather than a divide.
       WriteFigureLine.
           move zeroes to ws-average.
           if ws-line-closed > zeroes
               compute ws-average rounded =
                   ws-line-days / ws-line-closed
           end-if.
           move ws-average to ws-average-display.

           move spaces to fd-return-line.
           string ws-line-label      delimited by size
                  "  "               delimited by size
                  ws-line-received   delimited by size
                  "    "             delimited by size
                  ws-line-closed     delimited by size
                  "   "              delimited by size
                  ws-average-display delimited by size
               into fd-return-line.
           write fd-return-line.
