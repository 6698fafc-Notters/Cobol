       IDENTIFICATION DIVISION.
       PROGRAM-ID. dqchk IS INITIAL.
       AUTHOR. Andrew Notman.

      * Client-master data-quality run - where fileschk checks the
      * files agree with each other, this checks the fields on
      * clnt.dat make sense. Every active client is scored against
      * the rules dqrule keeps (address, phone, date of birth, bank
      * details for a direct debit, billing category on the fee
      * schedule, branch someone works from). A client failing any
      * rule goes on (or stays on) the correction worklist,
      * dqw.dat, with the rules it fails; one that now passes - or
      * is no longer active - comes off it, so an item is cleared
      * simply by putting the record right through the normal
      * maintenance screens. The night's counts by branch are kept
      * on the data-quality history, dqh.dat, for the week-to-week
      * line. Two reports, dated and catalogued through rptname:
      * dqchk - failures by rule and branch, and the open worklist
      * count at each of the last eight weekly points; dqwork - the
      * open worklist itself, a section per branch in client order
      * with the rules failed and the night each item was found.
      * Nothing here changes a client.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select QualityReport assign to ws-report-name
               organization is line sequential.

           select WorklistReport assign to ws-work-report-name
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD QualityReport.
       01 fd-report-line pic X(132).

       FD WorklistReport.
       01 fd-work-line pic X(80).

       WORKING-STORAGE SECTION.
           copy "clnt.ws".
           copy "dqw.ws".
           copy "dqh.ws".

       01 ws-navigation-status pic X(2) value "YY".
           88 next-allowed value "YY", "YN".

       01 ws-msg      pic X(80).
       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-dqw-msg  pic X(80).
       01 ws-dqw-nav  pic X(2).
           88 dqw-next-allowed value "YY", "YN".
       01 ws-dqh-msg  pic X(80).
       01 ws-dqh-nav  pic X(2).
           88 dqh-next-allowed value "YY", "YN".

       01 ws-proc-date    pic 9(8) value zeroes.
       01 ws-today-julian pic 9(6) value zeroes.

       01 ws-rule-flags.
           05 ws-rule-flag occurs 6 times pic X(1).
       01 ws-fail-count pic 9(1).
       01 rule-idx pic 9(1).
       01 ws-rule-letters pic X(6) value "APBDCR".
       01 ws-rule-show pic X(6).

      * the night's counts per branch - the ten-office table delinq
      * keeps
       01 ws-branch-table.
           05 ws-branch-entry occurs 10 times.
               10 ws-br-code     pic X(2).
               10 ws-br-checked  pic 9(7).
               10 ws-br-failing  pic 9(7).
               10 ws-br-rule-count pic 9(7) occurs 6 times.
               10 ws-br-cleared  pic 9(7).
       01 br-idx pic 9(2).
       01 ws-branch-used pic 9(2) value zeroes.

      * the same counts for the whole book
       01 ws-book-checked pic 9(7) value zeroes.
       01 ws-book-failing pic 9(7) value zeroes.
       01 ws-book-rule-counts.
           05 ws-book-rule-count pic 9(7) occurs 6 times.
       01 ws-book-cleared pic 9(7) value zeroes.

      * the open count at each weekly point, newest first - point 1
      * is tonight, point 2 a week ago, and so on; a point takes
      * the last night recorded in the seven days ending on it
       01 ws-week-ends.
           05 ws-week-end-julian occurs 8 times pic 9(6).
       01 ws-week-table.
           05 ws-week-branch occurs 11 times.
               10 ws-wk-code pic X(2).
               10 ws-wk-point occurs 8 times.
                   15 ws-wk-found pic X(1).
                   15 ws-wk-open  pic 9(7).
       01 wk-idx  pic 9(2).
       01 wb-idx  pic 9(2).
       01 ws-week-used pic 9(2) value zeroes.
       01 ws-row-julian pic 9(6).
       01 ws-point-date pic 9(8).

      * the grid lines of the summary - a column per branch and a
      * total
       01 ws-grid-heading.
           05 ws-gh-label pic X(30).
           05 ws-gh-cell occurs 11 times.
               10 filler     pic X(6).
               10 ws-gh-code pic X(2).
       01 ws-grid-line.
           05 ws-gl-label pic X(30).
           05 ws-gl-cell occurs 11 times.
               10 filler      pic X(1).
               10 ws-gl-count pic ZZZZZZ9.
       01 ws-total-col pic 9(2).
       01 ws-rule-labels.
           05 filler pic X(30) value "A Address blank".
           05 filler pic X(30) value "P Phone blank".
           05 filler pic X(30) value "B Date of birth missing/wrong".
           05 filler pic X(30) value "D Direct debit, no bank".
           05 filler pic X(30) value "C Category not on fee table".
           05 filler pic X(30) value "R Branch no operator uses".
       01 ws-rule-label-table redefines ws-rule-labels.
           05 ws-rule-label occurs 6 times pic X(30).

       01 ws-week-heading.
           05 ws-wh-label pic X(10).
           05 ws-wh-cell occurs 8 times.
               10 filler      pic X(2).
               10 ws-wh-date  pic 9(8).
       01 ws-week-line.
           05 ws-wl-label pic X(10).
           05 ws-wl-cell occurs 8 times.
               10 filler      pic X(3).
               10 ws-wl-count pic X(7).
       01 ws-count-edit pic ZZZZZZ9.

       01 ws-opened-count  pic 9(7) value zeroes.
       01 ws-work-count    pic 9(7) value zeroes.
       01 ws-section-count pic 9(7) value zeroes.

       01 ws-report-name      pic X(30) value spaces.
       01 ws-work-report-name pic X(30) value spaces.
       01 ws-catalog-base pic X(8).
       01 ws-catalog-prog pic X(8).
       01 ws-catalog-rows pic 9(7) value zeroes.

       PROCEDURE DIVISION.
       Main.
           call 'procdtio' using "R", ws-proc-date.
           if ws-proc-date equal zeroes
               accept ws-proc-date from date yyyymmdd
           end-if.
           call 'dates' using "J", ws-today-julian, ws-proc-date.

           call 'dqrule' using "L",
                               ws-clnt-record,
                               ws-proc-date,
                               ws-rule-flags,
                               ws-fail-count.

           initialize ws-branch-table.
           initialize ws-book-rule-counts.

           perform WalkClientBook.
           perform RecordHistory.
           perform LoadWeeklyPoints.

           move "dqchk" to ws-catalog-base.
           move "dqchk" to ws-catalog-prog.
           call 'rptname' using "N", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.
           open output QualityReport.
           perform WriteRuleGrid.
           perform WriteWeeklyCounts.
           close QualityReport.
           move ws-book-failing to ws-catalog-rows.
           call 'rptname' using "C", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           move "dqwork" to ws-catalog-base.
           move "dqchk" to ws-catalog-prog.
           move zeroes to ws-catalog-rows.
           call 'rptname' using "N", ws-catalog-base,
                                ws-work-report-name, ws-catalog-prog,
                                ws-catalog-rows.
           open output WorklistReport.
           perform WriteWorklist.
           close WorklistReport.
           move ws-work-count to ws-catalog-rows.
           call 'rptname' using "C", ws-catalog-base,
                                ws-work-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           display "Data quality - " ws-book-checked " checked, "
                   ws-book-failing " failing, " ws-opened-count
                   " new, " ws-book-cleared " cleared".

           goback.

      * Every client is looked at: an active one is scored, and one
      * that is not can only come off the worklist.
       WalkClientBook.
           call 'clntio' using "O",
                               ws-clnt-record,
                               ws-navigation-status,
                               ws-msg.

           call 'clntio' using "F",
                               ws-clnt-record,
                               ws-navigation-status,
                               ws-msg.

           perform until not next-allowed
               move zeroes to ws-fail-count
               if ws-clnt-active
                   call 'dqrule' using "C",
                                       ws-clnt-record,
                                       ws-proc-date,
                                       ws-rule-flags,
                                       ws-fail-count
                   perform FindBranch
                   perform CountClient
               end-if
               perform KeepWorklistItem

               call 'clntio' using "N",
                                   ws-clnt-record,
                                   ws-navigation-status,
                                   ws-msg
           end-perform.

           call 'clntio' using "C",
                               ws-clnt-record,
                               ws-navigation-status,
                               ws-msg.

       CountClient.
           add 1 to ws-book-checked.
           if br-idx <= ws-branch-used
               add 1 to ws-br-checked(br-idx)
           end-if.

           if ws-fail-count > zeroes
               add 1 to ws-book-failing
               if br-idx <= ws-branch-used
                   add 1 to ws-br-failing(br-idx)
               end-if
               perform varying rule-idx from 1 by 1
                   until rule-idx > 6
                   if ws-rule-flag(rule-idx) = "Y"
                       add 1 to ws-book-rule-count(rule-idx)
                       if br-idx <= ws-branch-used
                           add 1 to ws-br-rule-count(br-idx, rule-idx)
                       end-if
                   end-if
               end-perform
           end-if.

      * Opens, refreshes or clears the client's worklist row. A
      * client who passes and was never on the list is left alone.
       KeepWorklistItem.
           move spaces to ws-dqw-record.
           move ws-clnt-id to ws-dqw-clnt-id.
           move spaces to ws-dqw-msg.
           call 'dqwio' using "Q",
                              ws-dqw-record,
                              ws-dqw-nav,
                              ws-dqw-msg.

           evaluate true
               when ws-fail-count > zeroes
                   and ws-dqw-msg equal "Worklist item not found"
                   move ws-clnt-id to ws-dqw-clnt-id
                   move ws-proc-date to ws-dqw-found-date
                   move zeroes to ws-dqw-cleared-date
                   perform FillWorklistItem
                   add 1 to ws-opened-count
                   move spaces to ws-dqw-msg
                   call 'dqwio' using "A",
                                      ws-dqw-record,
                                      ws-dqw-nav,
                                      ws-dqw-msg
               when ws-fail-count > zeroes
                   if ws-dqw-cleared
                       move ws-proc-date to ws-dqw-found-date
                       move zeroes to ws-dqw-cleared-date
                       add 1 to ws-opened-count
                   end-if
                   perform FillWorklistItem
                   perform UpdateWorklistItem
               when ws-dqw-msg equal "Worklist item not found"
                   continue
               when ws-dqw-open
                   move "C" to ws-dqw-status
                   move ws-proc-date to ws-dqw-checked-date
                   move ws-proc-date to ws-dqw-cleared-date
                   perform UpdateWorklistItem
                   perform CountCleared
               when other
                   continue
           end-evaluate.

       FillWorklistItem.
           move "O" to ws-dqw-status.
           move ws-clnt-branch to ws-dqw-branch.
           move ws-rule-flags to ws-dqw-rules.
           move ws-fail-count to ws-dqw-fail-count.
           move ws-proc-date to ws-dqw-checked-date.

       UpdateWorklistItem.
           move spaces to ws-dqw-msg.
           call 'dqwio' using "U",
                              ws-dqw-record,
                              ws-dqw-nav,
                              ws-dqw-msg.

      * A cleared item counts for the branch it was listed under.
       CountCleared.
           add 1 to ws-book-cleared.
           perform varying br-idx from 1 by 1
               until br-idx > ws-branch-used
                  or ws-br-code(br-idx) = ws-dqw-branch
               continue
           end-perform.
           if br-idx <= ws-branch-used
               add 1 to ws-br-cleared(br-idx)
           end-if.

       FindBranch.
           perform varying br-idx from 1 by 1
               until br-idx > ws-branch-used
                  or ws-br-code(br-idx) = ws-clnt-branch
               continue
           end-perform.

           if br-idx > ws-branch-used
               if ws-branch-used < 10
                   add 1 to ws-branch-used
                   move ws-clnt-branch to ws-br-code(ws-branch-used)
                   move ws-branch-used to br-idx
               end-if
           end-if.

      * A night run again rewrites its rows rather than adding a
      * second set.
       RecordHistory.
           perform varying br-idx from 1 by 1
               until br-idx > ws-branch-used
               initialize ws-dqh-record
               move ws-proc-date to ws-dqh-date
               move ws-br-code(br-idx) to ws-dqh-branch
               move ws-br-checked(br-idx) to ws-dqh-checked
               move ws-br-failing(br-idx) to ws-dqh-failing
               perform varying rule-idx from 1 by 1
                   until rule-idx > 6
                   move ws-br-rule-count(br-idx, rule-idx)
                       to ws-dqh-rule-count(rule-idx)
               end-perform
               move ws-br-cleared(br-idx) to ws-dqh-cleared
               perform PutHistoryRow
           end-perform.

           initialize ws-dqh-record.
           move ws-proc-date to ws-dqh-date.
           move "**" to ws-dqh-branch.
           move ws-book-checked to ws-dqh-checked.
           move ws-book-failing to ws-dqh-failing.
           move ws-book-rule-counts to ws-dqh-rule-counts.
           move ws-book-cleared to ws-dqh-cleared.
           perform PutHistoryRow.

       PutHistoryRow.
           move spaces to ws-dqh-msg.
           call 'dqhio' using "A",
                              ws-dqh-record,
                              ws-dqh-nav,
                              ws-dqh-msg.
           if ws-dqh-msg equal "Quality history already on file"
               move spaces to ws-dqh-msg
               call 'dqhio' using "U",
                                  ws-dqh-record,
                                  ws-dqh-nav,
                                  ws-dqh-msg
           end-if.

      * The history reads oldest night first, so the last row met
      * in a week is that week's closing count.
       LoadWeeklyPoints.
           initialize ws-week-table.
           perform varying wk-idx from 1 by 1 until wk-idx > 8
               compute ws-week-end-julian(wk-idx) =
                   ws-today-julian - (7 * (wk-idx - 1))
           end-perform.

           move spaces to ws-dqh-record.
           move zeroes to ws-dqh-date.
           move "YY" to ws-dqh-nav.
           move spaces to ws-dqh-msg.
           call 'dqhio' using "F",
                              ws-dqh-record,
                              ws-dqh-nav,
                              ws-dqh-msg.

           perform until not dqh-next-allowed
               if ws-dqh-msg = spaces
                   call 'dates' using "J", ws-row-julian, ws-dqh-date
                   perform TakeWeeklyRow
               end-if
               call 'dqhio' using "N",
                                  ws-dqh-record,
                                  ws-dqh-nav,
                                  ws-dqh-msg
           end-perform.

       TakeWeeklyRow.
           perform varying wk-idx from 1 by 1 until wk-idx > 8
               if ws-row-julian not > ws-week-end-julian(wk-idx)
                   and ws-row-julian + 7 > ws-week-end-julian(wk-idx)
                   perform FindWeekBranch
                   if wb-idx <= ws-week-used
                       move "Y" to ws-wk-found(wb-idx, wk-idx)
                       move ws-dqh-failing
                           to ws-wk-open(wb-idx, wk-idx)
                   end-if
               end-if
           end-perform.

       FindWeekBranch.
           perform varying wb-idx from 1 by 1
               until wb-idx > ws-week-used
                  or ws-wk-code(wb-idx) = ws-dqh-branch
               continue
           end-perform.

           if wb-idx > ws-week-used
               if ws-week-used < 11
                   add 1 to ws-week-used
                   move ws-dqh-branch to ws-wk-code(ws-week-used)
                   move ws-week-used to wb-idx
               end-if
           end-if.

       WriteRuleGrid.
           move spaces to fd-report-line.
           string "Client Data Quality - run " delimited by size
                  ws-proc-date                 delimited by size
               into fd-report-line.
           write fd-report-line.
           move spaces to fd-report-line.
           write fd-report-line.
           move "Failures by rule and branch (active clients)"
               to fd-report-line.
           write fd-report-line.

           compute ws-total-col = ws-branch-used + 1.

           move spaces to ws-grid-heading.
           move "Rule" to ws-gh-label.
           perform varying br-idx from 1 by 1
               until br-idx > ws-branch-used
               move ws-br-code(br-idx) to ws-gh-code(br-idx)
           end-perform.
           move "**" to ws-gh-code(ws-total-col).
           move ws-grid-heading to fd-report-line.
           write fd-report-line.

           move spaces to ws-grid-line.
           move "Clients checked" to ws-gl-label.
           perform varying br-idx from 1 by 1
               until br-idx > ws-branch-used
               move ws-br-checked(br-idx) to ws-gl-count(br-idx)
           end-perform.
           move ws-book-checked to ws-gl-count(ws-total-col).
           move ws-grid-line to fd-report-line.
           write fd-report-line.

           move spaces to ws-grid-line.
           move "Clients failing any rule" to ws-gl-label.
           perform varying br-idx from 1 by 1
               until br-idx > ws-branch-used
               move ws-br-failing(br-idx) to ws-gl-count(br-idx)
           end-perform.
           move ws-book-failing to ws-gl-count(ws-total-col).
           move ws-grid-line to fd-report-line.
           write fd-report-line.

           perform varying rule-idx from 1 by 1 until rule-idx > 6
               move spaces to ws-grid-line
               move ws-rule-label(rule-idx) to ws-gl-label
               perform varying br-idx from 1 by 1
                   until br-idx > ws-branch-used
                   move ws-br-rule-count(br-idx, rule-idx)
                       to ws-gl-count(br-idx)
               end-perform
               move ws-book-rule-count(rule-idx)
                   to ws-gl-count(ws-total-col)
               move ws-grid-line to fd-report-line
               write fd-report-line
           end-perform.

           move spaces to ws-grid-line.
           move "Cleared tonight" to ws-gl-label.
           perform varying br-idx from 1 by 1
               until br-idx > ws-branch-used
               move ws-br-cleared(br-idx) to ws-gl-count(br-idx)
           end-perform.
           move ws-book-cleared to ws-gl-count(ws-total-col).
           move ws-grid-line to fd-report-line.
           write fd-report-line.

      * Oldest week on the left, tonight on the right.
       WriteWeeklyCounts.
           move spaces to fd-report-line.
           write fd-report-line.
           move "Worklist open - week by week" to fd-report-line.
           write fd-report-line.

           move spaces to ws-week-heading.
           move "Week to" to ws-wh-label.
           perform varying wk-idx from 1 by 1 until wk-idx > 8
               call 'dates' using "G", ws-week-end-julian(wk-idx),
                                  ws-point-date
               move ws-point-date to ws-wh-date(9 - wk-idx)
           end-perform.
           move ws-week-heading to fd-report-line.
           write fd-report-line.

           perform varying wb-idx from 1 by 1
               until wb-idx > ws-week-used
               if ws-wk-code(wb-idx) = "**"
                   perform WriteWeekLine
               end-if
           end-perform.
           perform varying wb-idx from 1 by 1
               until wb-idx > ws-week-used
               if ws-wk-code(wb-idx) not = "**"
                   perform WriteWeekLine
               end-if
           end-perform.

       WriteWeekLine.
           move spaces to ws-week-line.
           if ws-wk-code(wb-idx) = "**"
               move "Whole book" to ws-wl-label
           else
               string "Branch "          delimited by size
                      ws-wk-code(wb-idx) delimited by size
                   into ws-wl-label
           end-if.
           perform varying wk-idx from 1 by 1 until wk-idx > 8
               if ws-wk-found(wb-idx, wk-idx) = "Y"
                   move ws-wk-open(wb-idx, wk-idx) to ws-count-edit
                   move ws-count-edit to ws-wl-count(9 - wk-idx)
               else
                   move "      -" to ws-wl-count(9 - wk-idx)
               end-if
           end-perform.
           move ws-week-line to fd-report-line.
           write fd-report-line.

      * A section per branch, each a pass over the worklist for
      * that branch's open items.
       WriteWorklist.
           move spaces to fd-work-line.
           string "Data-Quality Correction Worklist - "
                      delimited by size
                  ws-proc-date delimited by size
               into fd-work-line.
           write fd-work-line.
           move spaces to fd-work-line.
           write fd-work-line.
           move "Rules: A address  P phone  B date of birth  "
               to fd-work-line.
           write fd-work-line.
           move "       D bank details  C category  R branch"
               to fd-work-line.
           write fd-work-line.

           perform varying br-idx from 1 by 1
               until br-idx > ws-branch-used
               perform WriteWorklistSection
           end-perform.

           move spaces to fd-work-line.
           write fd-work-line.
           move spaces to fd-work-line.
           string "Open items: "  delimited by size
                  ws-work-count   delimited by size
               into fd-work-line.
           write fd-work-line.

       WriteWorklistSection.
           move zeroes to ws-section-count.

           move spaces to fd-work-line.
           write fd-work-line.
           move spaces to fd-work-line.
           string "Branch "          delimited by size
                  ws-br-code(br-idx) delimited by size
               into fd-work-line.
           write fd-work-line.
           move "Client  Surname    First name Rules  Found"
               to fd-work-line.
           write fd-work-line.

           move spaces to ws-dqw-record.
           move zeroes to ws-dqw-clnt-id.
           move "YY" to ws-dqw-nav.
           move spaces to ws-dqw-msg.
           call 'dqwio' using "F",
                              ws-dqw-record,
                              ws-dqw-nav,
                              ws-dqw-msg.

           perform until not dqw-next-allowed
               if ws-dqw-open
                   and ws-dqw-branch = ws-br-code(br-idx)
                   perform WriteWorklistLine
               end-if
               call 'dqwio' using "N",
                                  ws-dqw-record,
                                  ws-dqw-nav,
                                  ws-dqw-msg
           end-perform.

           if ws-section-count = zeroes
               move "        nothing to correct" to fd-work-line
               write fd-work-line
           end-if.

       WriteWorklistLine.
           add 1 to ws-section-count.
           add 1 to ws-work-count.

           move spaces to ws-clnt-record.
           move ws-dqw-clnt-id to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.

           move ws-dqw-rules to ws-rule-flags.
           move all "-" to ws-rule-show.
           perform varying rule-idx from 1 by 1 until rule-idx > 6
               if ws-rule-flag(rule-idx) = "Y"
                   move ws-rule-letters(rule-idx:1)
                       to ws-rule-show(rule-idx:1)
               end-if
           end-perform.

           move spaces to fd-work-line.
           string ws-dqw-clnt-id      delimited by size
                  " "                 delimited by size
                  ws-clnt-surname     delimited by size
                  " "                 delimited by size
                  ws-clnt-first-name  delimited by size
                  " "                 delimited by size
                  ws-rule-show        delimited by size
                  " "                 delimited by size
                  ws-dqw-found-date   delimited by size
               into fd-work-line.
           write fd-work-line.
