       IDENTIFICATION DIVISION.
       PROGRAM-ID. kpitrend IS INITIAL.
       AUTHOR. Andrew Notman.

      * Key-figure trend - thirteen months of the nightly key-figure
      * history (kpi.dat, written by kpisnap) laid out month by
      * month for the whole book and then each branch, ending with
      * the month of the processing date (today's date on a hand
      * run). The standing figures - debtors, delinquent clients,
      * suspense items held, clients on hold and on a plan - are
      * the ones recorded on the last night of each month that has
      * a row; cash collected is the month's nights added together,
      * and the direct-debit bounce rate is the month's bounces over
      * the month's collections presented (paid plus bounced). A
      * closing line gives each figure's change on the same month a
      * year before, when both months have figures. The report is
      * dated and catalogued through rptname.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select TrendReport assign to ws-report-name
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD TrendReport.
       01 fd-report-line pic X(110).

       WORKING-STORAGE SECTION.
           copy "kpi.ws".

       01 ws-kpi-msg pic X(80).
       01 ws-kpi-nav pic X(2).
           88 kpi-next-allowed value "YY", "YN".

       01 ws-proc-date pic 9(8) value zeroes.
       01 ws-proc-date-parts redefines ws-proc-date.
           05 ws-proc-yyyy pic 9(4).
           05 ws-proc-mm   pic 9(2).
           05 ws-proc-dd   pic 9(2).

      * months counted from year nought, so a year boundary is just
      * another month; the window is the thirteen ending this one
       01 ws-end-months   pic 9(6).
       01 ws-start-months pic 9(6).
       01 ws-row-months   pic 9(6).
       01 ws-label-months pic 9(6).
       01 ws-label-yyyy   pic 9(4).
       01 ws-label-mm     pic 9(2).
       01 ws-row-date-parts.
           05 ws-row-yyyy pic 9(4).
           05 ws-row-mm   pic 9(2).
           05 ws-row-dd   pic 9(2).

      * one entry per branch seen on the history ("**" the whole
      * book), thirteen months each
       01 ws-trend-table.
           05 ws-tr-branch occurs 11 times.
               10 ws-tr-code pic X(2).
               10 ws-tr-month occurs 13 times.
                   15 ws-tr-night        pic 9(8).
                   15 ws-tr-debtor-count pic 9(7).
                   15 ws-tr-debtor-value pic S9(11)V9(2) comp-3.
                   15 ws-tr-delinq-count pic 9(7).
                   15 ws-tr-delinq-value pic S9(11)V9(2) comp-3.
                   15 ws-tr-cash-value   pic S9(11)V9(2) comp-3.
                   15 ws-tr-dd-paid      pic 9(7).
                   15 ws-tr-dd-bounced   pic 9(7).
                   15 ws-tr-susp-count   pic 9(5).
                   15 ws-tr-hold-count   pic 9(7).
                   15 ws-tr-plan-count   pic 9(7).
       01 br-idx  pic 9(2).
       01 mon-idx pic 9(2).
       01 ws-branch-used pic 9(2) value zeroes.
       01 ws-branches-shown pic 9(2) value zeroes.
       01 ws-show-pass pic X(1).
           88 show-whole-book value "W".
           88 show-branches   value "B".

       01 ws-presented  pic 9(7).
       01 ws-rate       pic 9(3)V9(1).
       01 ws-rate-then  pic 9(3)V9(1).
       01 ws-rate-now   pic 9(3)V9(1).
       01 ws-count-diff pic S9(7).
       01 ws-value-diff pic S9(11)V9(2) comp-3.

       01 ws-trend-heading.
           05 filler pic X(8)  value "Month".
           05 filler pic X(9)  value "  Debtors".
           05 filler pic X(16) value "    Debtor value".
           05 filler pic X(9)  value "  Delinq.".
           05 filler pic X(16) value "   Delinq. value".
           05 filler pic X(16) value "  Cash collected".
           05 filler pic X(7)  value " Bnce %".
           05 filler pic X(7)  value "   Susp".
           05 filler pic X(9)  value "  On hold".
           05 filler pic X(9)  value "  On plan".

       01 ws-trend-line.
           05 ws-tl-label        pic X(8).
           05 filler             pic X(1) value spaces.
           05 ws-tl-debtor-count pic ZZZZZZZ9.
           05 filler             pic X(1) value spaces.
           05 ws-tl-debtor-value pic +ZZZZZZZZZZ9.99.
           05 filler             pic X(1) value spaces.
           05 ws-tl-delinq-count pic ZZZZZZZ9.
           05 filler             pic X(1) value spaces.
           05 ws-tl-delinq-value pic +ZZZZZZZZZZ9.99.
           05 filler             pic X(1) value spaces.
           05 ws-tl-cash-value   pic +ZZZZZZZZZZ9.99.
           05 filler             pic X(1) value spaces.
           05 ws-tl-rate         pic ZZZ9.9.
           05 filler             pic X(1) value spaces.
           05 ws-tl-susp-count   pic ZZZZZ9.
           05 filler             pic X(1) value spaces.
           05 ws-tl-hold-count   pic ZZZZZZZ9.
           05 filler             pic X(1) value spaces.
           05 ws-tl-plan-count   pic ZZZZZZZ9.

       01 ws-change-line.
           05 ws-cl-label        pic X(8) value "On year".
           05 filler             pic X(1) value spaces.
           05 ws-cl-debtor-count pic +ZZZZZZ9.
           05 filler             pic X(1) value spaces.
           05 ws-cl-debtor-value pic +ZZZZZZZZZZ9.99.
           05 filler             pic X(1) value spaces.
           05 ws-cl-delinq-count pic +ZZZZZZ9.
           05 filler             pic X(1) value spaces.
           05 ws-cl-delinq-value pic +ZZZZZZZZZZ9.99.
           05 filler             pic X(1) value spaces.
           05 ws-cl-cash-value   pic +ZZZZZZZZZZ9.99.
           05 filler             pic X(1) value spaces.
           05 ws-cl-rate         pic +ZZ9.9.
           05 filler             pic X(1) value spaces.
           05 ws-cl-susp-count   pic +ZZZZ9.
           05 filler             pic X(1) value spaces.
           05 ws-cl-hold-count   pic +ZZZZZZ9.
           05 filler             pic X(1) value spaces.
           05 ws-cl-plan-count   pic +ZZZZZZ9.

       01 ws-rows-read pic 9(7) value zeroes.

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

           compute ws-end-months =
               ws-proc-yyyy * 12 + ws-proc-mm - 1.
           compute ws-start-months = ws-end-months - 12.

           initialize ws-trend-table.
           perform LoadHistory.

           move "kpitrend" to ws-catalog-base.
           move "kpitrend" to ws-catalog-prog.
           call 'rptname' using "N", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           open output TrendReport.

           move spaces to fd-report-line.
           string "Key Figures - 13-Month Trend to "
                      delimited by size
                  ws-proc-date delimited by size
               into fd-report-line.
           write fd-report-line.

           if ws-branch-used = zeroes
               move spaces to fd-report-line
               write fd-report-line
               move "No key figures recorded for the period"
                   to fd-report-line
               write fd-report-line
           end-if.

      *    the whole book first, then the branches in the order
      *    the history first met them
           move "W" to ws-show-pass.
           perform varying br-idx from 1 by 1
               until br-idx > ws-branch-used
               if ws-tr-code(br-idx) = "**"
                   perform WriteBranchBlock
               end-if
           end-perform.
           move "B" to ws-show-pass.
           perform varying br-idx from 1 by 1
               until br-idx > ws-branch-used
               if ws-tr-code(br-idx) not = "**"
                   perform WriteBranchBlock
               end-if
           end-perform.

           close TrendReport.

           compute ws-catalog-rows = ws-branches-shown * 13.
           call 'rptname' using "C", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           display "Key-figure trend - " ws-rows-read
                   " nightly rows, " ws-branches-shown
                   " blocks written".

           goback.

      * The history reads oldest night first, so the last row met
      * for a month is its closing position.
       LoadHistory.
           move spaces to ws-kpi-record.
           move zeroes to ws-kpi-date.
           move "YY" to ws-kpi-nav.
           move spaces to ws-kpi-msg.
           call 'kpiio' using "F",
                              ws-kpi-record,
                              ws-kpi-nav,
                              ws-kpi-msg.

           perform until not kpi-next-allowed
               if ws-kpi-msg = spaces
                   move ws-kpi-date to ws-row-date-parts
                   compute ws-row-months =
                       ws-row-yyyy * 12 + ws-row-mm - 1
                   if ws-row-months >= ws-start-months
                       and ws-row-months <= ws-end-months
                       compute mon-idx =
                           ws-row-months - ws-start-months + 1
                       perform TakeHistoryRow
                   end-if
               end-if
               call 'kpiio' using "N",
                                  ws-kpi-record,
                                  ws-kpi-nav,
                                  ws-kpi-msg
           end-perform.

       TakeHistoryRow.
           perform varying br-idx from 1 by 1
               until br-idx > ws-branch-used
                  or ws-tr-code(br-idx) = ws-kpi-branch
               continue
           end-perform.

           if br-idx > ws-branch-used
               if ws-branch-used < 11
                   add 1 to ws-branch-used
                   move ws-kpi-branch to ws-tr-code(ws-branch-used)
                   move ws-branch-used to br-idx
               end-if
           end-if.

           if br-idx <= ws-branch-used
               add 1 to ws-rows-read
               move ws-kpi-date
                   to ws-tr-night(br-idx, mon-idx)
               move ws-kpi-debtor-count
                   to ws-tr-debtor-count(br-idx, mon-idx)
               move ws-kpi-debtor-value
                   to ws-tr-debtor-value(br-idx, mon-idx)
               move ws-kpi-delinq-count
                   to ws-tr-delinq-count(br-idx, mon-idx)
               move ws-kpi-delinq-value
                   to ws-tr-delinq-value(br-idx, mon-idx)
               move ws-kpi-susp-count
                   to ws-tr-susp-count(br-idx, mon-idx)
               move ws-kpi-hold-count
                   to ws-tr-hold-count(br-idx, mon-idx)
               move ws-kpi-plan-count
                   to ws-tr-plan-count(br-idx, mon-idx)
               add ws-kpi-cash-value
                   to ws-tr-cash-value(br-idx, mon-idx)
               add ws-kpi-dd-paid
                   to ws-tr-dd-paid(br-idx, mon-idx)
               add ws-kpi-dd-bounced
                   to ws-tr-dd-bounced(br-idx, mon-idx)
           end-if.

       WriteBranchBlock.
           add 1 to ws-branches-shown.

           move spaces to fd-report-line.
           write fd-report-line.
           move spaces to fd-report-line.
           if show-whole-book
               move "Whole book" to fd-report-line
           else
               string "Branch "          delimited by size
                      ws-tr-code(br-idx) delimited by size
                   into fd-report-line
           end-if.
           write fd-report-line.
           move ws-trend-heading to fd-report-line.
           write fd-report-line.

           perform varying mon-idx from 1 by 1 until mon-idx > 13
               perform WriteMonthLine
           end-perform.

           perform WriteChangeLine.

       WriteMonthLine.
           compute ws-label-months = ws-start-months + mon-idx - 1.
           divide ws-label-months by 12
               giving ws-label-yyyy remainder ws-label-mm.
           add 1 to ws-label-mm.

           move spaces to ws-tl-label.
           string ws-label-yyyy delimited by size
                  "-"           delimited by size
                  ws-label-mm   delimited by size
               into ws-tl-label.

           if ws-tr-night(br-idx, mon-idx) = zeroes
               move spaces to fd-report-line
               string ws-tl-label            delimited by size
                      " no figures recorded" delimited by size
                   into fd-report-line
           else
               move ws-tr-debtor-count(br-idx, mon-idx)
                   to ws-tl-debtor-count
               move ws-tr-debtor-value(br-idx, mon-idx)
                   to ws-tl-debtor-value
               move ws-tr-delinq-count(br-idx, mon-idx)
                   to ws-tl-delinq-count
               move ws-tr-delinq-value(br-idx, mon-idx)
                   to ws-tl-delinq-value
               move ws-tr-cash-value(br-idx, mon-idx)
                   to ws-tl-cash-value
               perform WorkBounceRate
               move ws-rate to ws-tl-rate
               move ws-tr-susp-count(br-idx, mon-idx)
                   to ws-tl-susp-count
               move ws-tr-hold-count(br-idx, mon-idx)
                   to ws-tl-hold-count
               move ws-tr-plan-count(br-idx, mon-idx)
                   to ws-tl-plan-count
               move ws-trend-line to fd-report-line
           end-if.
           write fd-report-line.

       WorkBounceRate.
           compute ws-presented =
               ws-tr-dd-paid(br-idx, mon-idx)
             + ws-tr-dd-bounced(br-idx, mon-idx).
           if ws-presented = zeroes
               move zeroes to ws-rate
           else
               compute ws-rate rounded =
                   ws-tr-dd-bounced(br-idx, mon-idx) * 100
                   / ws-presented
           end-if.

      * This month against the same month a year ago - the first
      * and last of the thirteen.
       WriteChangeLine.
           if ws-tr-night(br-idx, 1) = zeroes
               or ws-tr-night(br-idx, 13) = zeroes
               move spaces to fd-report-line
               string "On year  not available - no figures for both "
                      "months" delimited by size
                   into fd-report-line
               write fd-report-line
           else
               compute ws-count-diff =
                   ws-tr-debtor-count(br-idx, 13)
                 - ws-tr-debtor-count(br-idx, 1)
               move ws-count-diff to ws-cl-debtor-count
               compute ws-value-diff =
                   ws-tr-debtor-value(br-idx, 13)
                 - ws-tr-debtor-value(br-idx, 1)
               move ws-value-diff to ws-cl-debtor-value
               compute ws-count-diff =
                   ws-tr-delinq-count(br-idx, 13)
                 - ws-tr-delinq-count(br-idx, 1)
               move ws-count-diff to ws-cl-delinq-count
               compute ws-value-diff =
                   ws-tr-delinq-value(br-idx, 13)
                 - ws-tr-delinq-value(br-idx, 1)
               move ws-value-diff to ws-cl-delinq-value
               compute ws-value-diff =
                   ws-tr-cash-value(br-idx, 13)
                 - ws-tr-cash-value(br-idx, 1)
               move ws-value-diff to ws-cl-cash-value
               move 1 to mon-idx
               perform WorkBounceRate
               move ws-rate to ws-rate-then
               move 13 to mon-idx
               perform WorkBounceRate
               move ws-rate to ws-rate-now
               compute ws-cl-rate = ws-rate-now - ws-rate-then
               compute ws-count-diff =
                   ws-tr-susp-count(br-idx, 13)
                 - ws-tr-susp-count(br-idx, 1)
               move ws-count-diff to ws-cl-susp-count
               compute ws-count-diff =
                   ws-tr-hold-count(br-idx, 13)
                 - ws-tr-hold-count(br-idx, 1)
               move ws-count-diff to ws-cl-hold-count
               compute ws-count-diff =
                   ws-tr-plan-count(br-idx, 13)
                 - ws-tr-plan-count(br-idx, 1)
               move ws-count-diff to ws-cl-plan-count
               move ws-change-line to fd-report-line
               write fd-report-line
           end-if.
