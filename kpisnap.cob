       IDENTIFICATION DIVISION.
       PROGRAM-ID. kpisnap IS INITIAL.
       AUTHOR. Andrew Notman.

      * Nightly key-figure snapshot - records the night's figures,
      * branch by branch, on the key-figure history (kpi.dat,
      * through kpiio) so kpitrend can show how they move month on
      * month. For each branch: debtors (clients owing money, by
      * count and value), delinquent clients (below DELINQ-THRES
      * and not closed - the cut delinq and mgmtpack use), cash
      * collected (every payment posted on the processing date),
      * direct debits paid and bounced that day (a bounce being the
      * NSF charge ddret posts against a client on a mandate),
      * clients on credit hold and clients on a live payment plan.
      * A row for branch "**" carries the whole book, together with
      * the suspense items still held, which belong to no branch.
      * Running the same night again rewrites its rows rather than
      * adding to them. Nothing here posts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select TransactionFile assign to "txn.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-txn-id
               alternate record key is fd-txn-clnt-id with duplicates
               alternate record key is fd-txn-date with duplicates
               file status is txn-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD TransactionFile.
           copy "txn.fd".

       WORKING-STORAGE SECTION.
           copy "clnt.ws".
           copy "plan.ws".
           copy "susp.ws".
           copy "kpi.ws".
           copy "parm.ws".

       01 txn-file-status pic X(2).
           88 txn-success value "00".

       01 ws-navigation-status pic X(2) value "YY".
           88 next-allowed value "YY", "YN".

       01 ws-msg      pic X(80).
       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-plan-msg pic X(80).
       01 ws-susp-msg pic X(80).
       01 ws-susp-nav pic X(2).
           88 susp-next-allowed value "YY", "YN".
       01 ws-kpi-msg  pic X(80).
       01 ws-kpi-nav  pic X(2).
       01 ws-parm-msg pic X(80).
       01 ws-parm-nav pic X(2).

       01 ws-proc-date    pic 9(8) value zeroes.
       01 ws-today-julian pic 9(6) value zeroes.
       01 ws-threshold    pic S9(7)V9(2) comp-3 value zeroes.

      * the night's figures per branch - the same ten-office table
      * delinq keeps; the whole-book row is summed off it at the end
       01 ws-branch-table.
           05 ws-branch-entry occurs 10 times.
               10 ws-br-code         pic X(2).
               10 ws-br-debtor-count pic 9(7).
               10 ws-br-debtor-value pic S9(11)V9(2) comp-3.
               10 ws-br-delinq-count pic 9(7).
               10 ws-br-delinq-value pic S9(11)V9(2) comp-3.
               10 ws-br-cash-value   pic S9(11)V9(2) comp-3.
               10 ws-br-dd-paid      pic 9(5).
               10 ws-br-dd-bounced   pic 9(5).
               10 ws-br-hold-count   pic 9(7).
               10 ws-br-plan-count   pic 9(7).
       01 br-idx pic 9(2).
       01 ws-branch-used pic 9(2) value zeroes.
       01 ws-branch-code pic X(2).

      * suspense is counted once, for the whole book only
       01 ws-susp-count pic 9(5) value zeroes.
       01 ws-susp-value pic S9(9)V9(2) comp-3 value zeroes.

       01 ws-more pic X(1) value "Y".

       01 ws-rows-written pic 9(3) value zeroes.
       01 ws-rows-failed  pic 9(3) value zeroes.

       PROCEDURE DIVISION.
       Main.
           call 'procdtio' using "R", ws-proc-date.
           if ws-proc-date equal zeroes
               accept ws-proc-date from date yyyymmdd
           end-if.
           call 'dates' using "J",
                              ws-today-julian,
                              ws-proc-date.

           perform ReadThreshold.

           perform WalkClientBook.
           perform CountPlans.
           perform SumDaysMovements.
           perform CountSuspense.

           perform varying br-idx from 1 by 1
               until br-idx > ws-branch-used
               perform WriteBranchRow
           end-perform.
           perform WriteWholeBookRow.

           display "Key figures for " ws-proc-date " - "
                   ws-rows-written " rows recorded, "
                   ws-rows-failed " failed".

           if ws-rows-failed > zeroes
               move 1 to return-code
           end-if.

           goback.

       ReadThreshold.
           move spaces to ws-parm-record.
           move "DELINQ-THRES" to ws-parm-name.
           move spaces to ws-parm-msg.
           call 'parmio' using "Q",
                               ws-parm-record,
                               ws-parm-nav,
                               ws-parm-msg.
           if ws-parm-msg equal "Parameter not found"
               move zeroes to ws-threshold
           else
               move ws-parm-value to ws-threshold
           end-if.

      * One pass over the book covers debtors, delinquency and
      * holds together.
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
               perform FindBranch

               if br-idx <= ws-branch-used
                   if ws-clnt-balance > zeroes
                       add 1 to ws-br-debtor-count(br-idx)
                       add ws-clnt-balance
                           to ws-br-debtor-value(br-idx)
                   end-if
                   if ws-clnt-balance < ws-threshold
                       and not ws-clnt-closed
                       add 1 to ws-br-delinq-count(br-idx)
                       add ws-clnt-balance
                           to ws-br-delinq-value(br-idx)
                   end-if
                   if ws-clnt-on-hold
                       add 1 to ws-br-hold-count(br-idx)
                   end-if
               end-if

               call 'clntio' using "N",
                                   ws-clnt-record,
                                   ws-navigation-status,
                                   ws-msg
           end-perform.

           call 'clntio' using "C",
                               ws-clnt-record,
                               ws-navigation-status,
                               ws-msg.

           move "YY" to ws-navigation-status.

      * A plan still being paid - current or behind - counts for
      * the client's branch.
       CountPlans.
           call 'planio' using "F",
                               ws-plan-record,
                               ws-navigation-status,
                               ws-plan-msg.

           perform until not next-allowed
               if ws-plan-current or ws-plan-behind
                   move ws-plan-clnt-id to ws-clnt-id
                   perform ReadClientBranch
                   if br-idx <= ws-branch-used
                       add 1 to ws-br-plan-count(br-idx)
                   end-if
               end-if
               call 'planio' using "N",
                                   ws-plan-record,
                                   ws-navigation-status,
                                   ws-plan-msg
           end-perform.

           move "YY" to ws-navigation-status.

      * The night's movements off the posting-date key - the same
      * walk mgmtpack takes over the month, held to the one day.
       SumDaysMovements.
           open input TransactionFile.

           move ws-today-julian to fd-txn-date.
           start TransactionFile key is not less than fd-txn-date
               invalid key
                   move "N" to ws-more
           end-start.

           perform until ws-more = "N"
               read TransactionFile next record
                   at end
                       move "N" to ws-more
               end-read

               if ws-more = "Y" and fd-txn-date > ws-today-julian
                   move "N" to ws-more
               end-if

               if ws-more = "Y"
                   and fd-txn-date = ws-today-julian
                   perform SortOneMovement
               end-if
           end-perform.

           close TransactionFile.
           move "Y" to ws-more.

       SortOneMovement.
           evaluate true
               when fd-txn-is-payment
                   move fd-txn-clnt-id to ws-clnt-id
                   perform ReadClientBranch
                   if br-idx <= ws-branch-used
                       subtract fd-txn-amount
                           from ws-br-cash-value(br-idx)
                       if fd-txn-ref = "DIRDEB"
                           add 1 to ws-br-dd-paid(br-idx)
                       end-if
                   end-if
               when fd-txn-is-fee and fd-txn-ref = "NSF"
                   and not fd-txn-is-reversed
                   move fd-txn-clnt-id to ws-clnt-id
                   perform ReadClientBranch
                   if br-idx <= ws-branch-used
                       and (ws-clnt-on-dd or ws-clnt-dd-flag = "F")
                       add 1 to ws-br-dd-bounced(br-idx)
                   end-if
               when other
                   continue
           end-evaluate.

       CountSuspense.
           move spaces to ws-susp-record.
           move zeroes to ws-susp-id.
           move "YY" to ws-susp-nav.
           move spaces to ws-susp-msg.
           call 'suspio' using "F",
                               ws-susp-record,
                               ws-susp-nav,
                               ws-susp-msg.

           perform until not susp-next-allowed
               if ws-susp-held
                   add 1 to ws-susp-count
                   add ws-susp-amount to ws-susp-value
               end-if
               call 'suspio' using "N",
                                   ws-susp-record,
                                   ws-susp-nav,
                                   ws-susp-msg
           end-perform.

      * The client's branch for a plan or a posting - br-idx is
      * left past the table when the client is not on file.
       ReadClientBranch.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.
           if ws-clnt-msg equal "Client not found"
               compute br-idx = ws-branch-used + 1
           else
               perform FindBranch
           end-if.

      * A client keyed before branches were kept belongs to the
      * first office, the same default clntio gives a new client.
       FindBranch.
           move ws-clnt-branch to ws-branch-code.
           if ws-branch-code = spaces
               move "01" to ws-branch-code
           end-if.

           perform varying br-idx from 1 by 1
               until br-idx > ws-branch-used
                  or ws-br-code(br-idx) = ws-branch-code
               continue
           end-perform.

           if br-idx > ws-branch-used
               if ws-branch-used < 10
                   add 1 to ws-branch-used
                   initialize ws-branch-entry(ws-branch-used)
                   move ws-branch-code to ws-br-code(ws-branch-used)
                   move ws-branch-used to br-idx
               end-if
           end-if.

       WriteBranchRow.
           initialize ws-kpi-record.
           move ws-proc-date to ws-kpi-date.
           move ws-br-code(br-idx) to ws-kpi-branch.
           move ws-br-debtor-count(br-idx) to ws-kpi-debtor-count.
           move ws-br-debtor-value(br-idx) to ws-kpi-debtor-value.
           move ws-br-delinq-count(br-idx) to ws-kpi-delinq-count.
           move ws-br-delinq-value(br-idx) to ws-kpi-delinq-value.
           move ws-br-cash-value(br-idx) to ws-kpi-cash-value.
           move ws-br-dd-paid(br-idx) to ws-kpi-dd-paid.
           move ws-br-dd-bounced(br-idx) to ws-kpi-dd-bounced.
           move ws-br-hold-count(br-idx) to ws-kpi-hold-count.
           move ws-br-plan-count(br-idx) to ws-kpi-plan-count.
           perform PutKeyFigures.

       WriteWholeBookRow.
           initialize ws-kpi-record.
           move ws-proc-date to ws-kpi-date.
           move "**" to ws-kpi-branch.
           perform varying br-idx from 1 by 1
               until br-idx > ws-branch-used
               add ws-br-debtor-count(br-idx) to ws-kpi-debtor-count
               add ws-br-debtor-value(br-idx) to ws-kpi-debtor-value
               add ws-br-delinq-count(br-idx) to ws-kpi-delinq-count
               add ws-br-delinq-value(br-idx) to ws-kpi-delinq-value
               add ws-br-cash-value(br-idx) to ws-kpi-cash-value
               add ws-br-dd-paid(br-idx) to ws-kpi-dd-paid
               add ws-br-dd-bounced(br-idx) to ws-kpi-dd-bounced
               add ws-br-hold-count(br-idx) to ws-kpi-hold-count
               add ws-br-plan-count(br-idx) to ws-kpi-plan-count
           end-perform.
           move ws-susp-count to ws-kpi-susp-count.
           move ws-susp-value to ws-kpi-susp-value.
           perform PutKeyFigures.

      * A night already on the history - the batch run again for
      * the same date - has its row rewritten, not doubled.
       PutKeyFigures.
           move spaces to ws-kpi-msg.
           call 'kpiio' using "A",
                              ws-kpi-record,
                              ws-kpi-nav,
                              ws-kpi-msg.
           if ws-kpi-msg equal "Key figures already on file"
               move spaces to ws-kpi-msg
               call 'kpiio' using "U",
                                  ws-kpi-record,
                                  ws-kpi-nav,
                                  ws-kpi-msg
           end-if.

           if ws-kpi-msg equal "Key figures added"
               or ws-kpi-msg equal "Key figures updated"
               add 1 to ws-rows-written
           else
               add 1 to ws-rows-failed
               display "Key figures " ws-kpi-date " branch "
                       ws-kpi-branch " not recorded - " ws-kpi-msg
           end-if.
