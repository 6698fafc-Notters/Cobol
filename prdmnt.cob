       IDENTIFICATION DIVISION.
       PROGRAM-ID. prdmnt IS INITIAL.
       AUTHOR. Andrew Notman.

      * Accounting-period maintenance - the month-end close. An
      * admin closes a month (YYYYMM, never one still to come) on
      * the period table and from then on clnttxn refuses any
      * movement dated into it, whichever program asks, so the
      * gljrnl figures sent to the ledger for that month stay
      * true. Closing produces the period-end trial balance: every
      * movement dated in the month on txn.dat (and txnarch.dat,
      * should the year-end archive have reached it) carried to
      * its GL accounts through the glmap mapping exactly as
      * gljrnl carries it, debits and credits per account, proved
      * in balance. Reopening a closed month needs an "A" level
      * operator. Closes and reopens both go on the audit trail.

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

           select ArchiveFile assign to "txnarch.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-txnarch-id
               alternate record key is fd-txnarch-clnt-id
                   with duplicates
               file status is arch-file-status.

           select TrialBalanceFile assign to ws-report-name
               organization is line sequential.

           select AuditFile assign to "audit.dat"
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD TransactionFile.
           copy "txn.fd".

      * txnarch.dat holds rows in txn.dat's own layout - only the
      * keys are named here, the rest moves over as the record
      * txnarch gives it
       FD ArchiveFile.
       01 fd-txnarch-record.
           05 fd-txnarch-id             pic 9(7).
           05 fd-txnarch-clnt-id        pic 9(7).
           05 fd-txnarch-rest           pic X(57).

       FD TrialBalanceFile.
       01 fd-tb-line pic X(80).

       FD AuditFile.
       01 fd-audit-line pic X(146).

       WORKING-STORAGE SECTION.
           copy "oper.ws".
           copy "prd.ws".
           copy "txn.ws".
           copy "glmap.ws".

       01 txn-file-status pic X(2).
           88 txn-success value "00".
       01 arch-file-status pic X(2).
           88 arch-success value "00".

       01 ws-oper-msg pic X(80).
       01 ws-prd-msg  pic X(80).
       01 ws-prd-nav  pic X(2).
           88 prd-next-allowed value "YY", "YN".
       01 ws-glmap-msg pic X(80).
       01 ws-glmap-nav pic X(2).
           88 glmap-next-allowed value "YY", "YN".

       01 ws-entered-password pic X(8) value spaces.
       01 ws-signon-result    pic X(1) value "N".

       01 ws-action pic X(1) value spaces.
           88 action-list   value "L", "l".
           88 action-close  value "C", "c".
           88 action-reopen value "R", "r".
           88 action-exit   value "E", "e".

       01 ws-confirm pic X(1) value spaces.
           88 confirm-yes value "Y", "y".

       01 ws-row-exists pic X(1) value "N".
       01 ws-prd-count  pic 9(5) value zeroes.

       01 ws-entry-period.
           05 ws-entry-year  pic 9(4).
           05 ws-entry-month pic 9(2).
       01 ws-entry-period-n redefines ws-entry-period pic 9(6).

       01 ws-today.
           05 ws-today-period pic 9(6).
           05 ws-today-dd     pic 9(2).

       01 ws-month-start.
           05 ws-month-start-year  pic 9(4).
           05 ws-month-start-month pic 9(2).
           05 ws-month-start-day   pic 9(2).
       01 ws-next-month-start.
           05 ws-next-start-year  pic 9(4).
           05 ws-next-start-month pic 9(2).
           05 ws-next-start-day   pic 9(2).
       01 ws-month-start-julian pic 9(6).
       01 ws-month-end-julian   pic 9(6).
       01 ws-next-start-julian  pic 9(6).

      * the accounts gljrnl always drove, overridden by glmap.dat
      * rows once the admins have keyed any
       01 ws-map-table-in-use pic X(1) value "N".
           88 map-table-in-use value "Y".
       01 ws-account-table.
           05 ws-acct-ar  pic X(4) value "1200".
           05 ws-acct-tx  pic X(4) value "2200".
           05 ws-acct-rc  pic X(4) value "6100".
           05 ws-acct-dh  pic X(4) value "2300".
           05 ws-acct-f   pic X(4) value "4100".
           05 ws-acct-i   pic X(4) value "4150".
           05 ws-acct-p   pic X(4) value "1050".
           05 ws-acct-j   pic X(4) value "4900".
           05 ws-acct-w   pic X(4) value "6100".
           05 ws-acct-r   pic X(4) value "1050".
           05 ws-acct-d   pic X(4) value "6300".
           05 ws-acct-other pic X(4) value "4999".

       01 ws-lookup-key     pic X(2).
       01 ws-lookup-account pic X(4).

       01 ws-contra-account pic X(4).
       01 ws-gl-amount pic S9(7)V9(2) comp-3.
       01 ws-gl-tax    pic S9(7)V9(2) comp-3.
       01 ws-gl-net    pic S9(7)V9(2) comp-3.
       01 ws-ar-side   pic X(1).

      * one line of the trial balance per account the month's
      * movements reached
       01 ws-tb-table.
           05 ws-tb-entry occurs 30 times.
               10 ws-tb-account pic X(4).
               10 ws-tb-debits  pic S9(9)V9(2) comp-3.
               10 ws-tb-credits pic S9(9)V9(2) comp-3.
       01 ws-tb-swap.
           05 ws-swap-account pic X(4).
           05 ws-swap-debits  pic S9(9)V9(2) comp-3.
           05 ws-swap-credits pic S9(9)V9(2) comp-3.
       01 ws-tb-count pic 9(2) value zeroes.
       01 tb-idx      pic 9(2).
       01 tb-idx2     pic 9(2).
       01 ws-tb-found pic X(1).
       01 ws-post-account pic X(4).
       01 ws-post-side    pic X(1).
       01 ws-post-amount  pic S9(9)V9(2) comp-3.

       01 ws-movement-count pic 9(7) value zeroes.
       01 ws-total-debits   pic S9(11)V9(2) comp-3 value zeroes.
       01 ws-total-credits  pic S9(11)V9(2) comp-3 value zeroes.
       01 ws-net-amount     pic S9(9)V9(2) comp-3.
       01 ws-debit-display  pic ZZZZZZZZ9.99.
       01 ws-credit-display pic ZZZZZZZZ9.99.
       01 ws-net-display    pic +ZZZZZZZZ9.99.
       01 ws-tb-balanced    pic X(1) value "N".

       01 ws-report-name  pic X(30) value spaces.
       01 ws-catalog-base pic X(8).
       01 ws-catalog-prog pic X(8).
       01 ws-catalog-rows pic 9(7) value zeroes.

       01 ws-audit-date   pic 9(8).
       01 ws-audit-op     pic X(10).
       01 ws-audit-before pic X(20).
       01 ws-audit-after  pic X(20).

       PROCEDURE DIVISION.
       Main.
           display "Operator id: " with no advancing.
           accept ws-oper-id.
           display "Password: " with no advancing.
           accept ws-entered-password.

           move spaces to ws-oper-msg.
           call 'signon' using "S",
                               ws-oper-id,
                               ws-entered-password,
                               ws-oper-record,
                               ws-signon-result,
                               ws-oper-msg.

           if ws-signon-result not equal "Y"
               display ws-oper-msg
               move 1 to return-code
               goback
           end-if.

           if not ws-oper-is-admin
               display "Access denied - admin operator required"
               move 1 to return-code
               goback
           end-if.

           accept ws-today from date yyyymmdd.

           perform until action-exit
               display " "
               display "Periods: L=List C=Close R=Reopen E=Exit: "
                   with no advancing
               accept ws-action

               evaluate true
                   when action-list   perform ListPeriods
                   when action-close  perform ClosePeriod
                   when action-reopen perform ReopenPeriod
                   when action-exit   continue
                   when other display "Unknown action"
               end-evaluate
           end-perform.

           goback.

       ListPeriods.
           move zeroes to ws-prd-count.
           move spaces to ws-prd-record.
           move "YY" to ws-prd-nav.
           move spaces to ws-prd-msg.
           call 'prdio' using "F",
                              ws-prd-record,
                              ws-prd-nav,
                              ws-prd-msg.

           perform until not prd-next-allowed
               add 1 to ws-prd-count
               display ws-prd-period " " ws-prd-status
                       " closed " ws-prd-closed-date
                       " " ws-prd-closed-by
                       " reopened " ws-prd-reopened-date
                       " " ws-prd-reopened-by
               display "       trial balance " ws-prd-trial-balance
               call 'prdio' using "N",
                                  ws-prd-record,
                                  ws-prd-nav,
                                  ws-prd-msg
           end-perform.

           if ws-prd-count = zeroes
               display "No period has been closed yet"
           end-if.

       ClosePeriod.
           perform ReadPeriod.

           evaluate true
               when ws-entry-month < 1 or ws-entry-month > 12
                   display "Not a valid period"
               when ws-entry-period-n > ws-today-period
                   display "A period still to come cannot be closed"
               when ws-row-exists = "Y" and ws-prd-closed
                   display "Period " ws-entry-period-n
                           " is already closed"
               when other
                   display "Close " ws-entry-period-n
                           " - no more postings into it (Y/N)? "
                       with no advancing
                   accept ws-confirm
                   if confirm-yes
                       perform CarryOutClose
                   else
                       display "Not closed"
                   end-if
           end-evaluate.

       CarryOutClose.
           perform ProduceTrialBalance.

           move ws-entry-period-n to ws-prd-period.
           move "C" to ws-prd-status.
           move ws-today to ws-prd-closed-date.
           move ws-oper-id to ws-prd-closed-by.
           move ws-report-name to ws-prd-trial-balance.
           move spaces to ws-prd-msg.
           if ws-row-exists = "Y"
               call 'prdio' using "U",
                                  ws-prd-record,
                                  ws-prd-nav,
                                  ws-prd-msg
           else
               move zeroes to ws-prd-reopened-date
               move spaces to ws-prd-reopened-by
               call 'prdio' using "A",
                                  ws-prd-record,
                                  ws-prd-nav,
                                  ws-prd-msg
           end-if.

           display ws-prd-msg.

           if ws-prd-msg equal "Period recorded"
               or ws-prd-msg equal "Period updated"
               display "Period " ws-entry-period-n " closed - "
                       "trial balance in " ws-report-name
               if ws-tb-balanced not equal "Y"
                   display "TRIAL BALANCE DOES NOT BALANCE - "
                           "investigate before the ledger load"
               end-if
               move "PRDCLOSE" to ws-audit-op
               move "status=O" to ws-audit-before
               move "status=C" to ws-audit-after
               perform WriteAuditLine
           end-if.

      * Reopening is the exception, never the routine - only an "A"
      * level operator may, and the audit trail records who.
       ReopenPeriod.
           if not ws-oper-is-admin
               display "Reopening a period needs an A level operator"
           else
               perform ReadPeriod
               evaluate true
                   when ws-row-exists = "N" or not ws-prd-closed
                       display "Period " ws-entry-period-n
                               " is not closed"
                   when other
                       display "Reopen " ws-entry-period-n
                               " for postings again (Y/N)? "
                           with no advancing
                       accept ws-confirm
                       if confirm-yes
                           perform CarryOutReopen
                       else
                           display "Not reopened"
                       end-if
               end-evaluate
           end-if.

       CarryOutReopen.
           move "O" to ws-prd-status.
           move ws-today to ws-prd-reopened-date.
           move ws-oper-id to ws-prd-reopened-by.
           move spaces to ws-prd-msg.
           call 'prdio' using "U",
                              ws-prd-record,
                              ws-prd-nav,
                              ws-prd-msg.

           display ws-prd-msg.

           if ws-prd-msg equal "Period updated"
               move "PRDREOPEN" to ws-audit-op
               move "status=C" to ws-audit-before
               move "status=O" to ws-audit-after
               perform WriteAuditLine
           end-if.

       ReadPeriod.
           display "Period (YYYYMM): " with no advancing.
           accept ws-entry-period-n.

           move "N" to ws-row-exists.
           move spaces to ws-prd-record.
           move ws-entry-period-n to ws-prd-period.
           move spaces to ws-prd-msg.
           call 'prdio' using "Q",
                              ws-prd-record,
                              ws-prd-nav,
                              ws-prd-msg.
           if ws-prd-msg not equal "Period not found"
               move "Y" to ws-row-exists
           end-if.

      * The month's movements carried to the ledger the way gljrnl
      * carries them night by night - so the trial balance for the
      * month is the sum of the month's journals.
       ProduceTrialBalance.
           perform WorkOutMonth.
           perform LoadAccountMappings.

           move zeroes to ws-tb-count.
           move zeroes to ws-movement-count.
           move zeroes to ws-total-debits.
           move zeroes to ws-total-credits.

      *    live rows are walked from the month's first day on the
      *    posting-date key; the archive keeps its id order
           open input TransactionFile.
           move ws-month-start-julian to fd-txn-date.
           start TransactionFile key is not less than fd-txn-date
               invalid key
                   move "99" to txn-file-status
           end-start.
           perform TakeOneLiveRow
               until not txn-success.
           close TransactionFile.

           open input ArchiveFile.
           if arch-success
               move zeroes to fd-txnarch-id
               start ArchiveFile key is greater than fd-txnarch-id
                   invalid key
                       move "99" to arch-file-status
               end-start
               perform TakeOneArchiveRow
                   until not arch-success
               close ArchiveFile
           end-if.

           perform SortTrialBalance.
           perform WriteTrialBalance.

       WorkOutMonth.
           move ws-entry-year  to ws-month-start-year.
           move ws-entry-month to ws-month-start-month.
           move 1 to ws-month-start-day.

           move ws-month-start to ws-next-month-start.
           if ws-month-start-month = 12
               add 1 to ws-next-start-year
               move 1 to ws-next-start-month
           else
               add 1 to ws-next-start-month
           end-if.

           call 'dates' using "J",
                              ws-month-start-julian,
                              ws-month-start.
           call 'dates' using "J",
                              ws-next-start-julian,
                              ws-next-month-start.
           compute ws-month-end-julian = ws-next-start-julian - 1.

       TakeOneLiveRow.
           read TransactionFile next record
               at end
                   move "99" to txn-file-status
           end-read.

           if txn-success and fd-txn-date > ws-month-end-julian
               move "99" to txn-file-status
           end-if.

           if txn-success
               move fd-txn-record to ws-txn-record
               perform ConsiderMovement
           end-if.

       TakeOneArchiveRow.
           read ArchiveFile next record
               at end
                   move "99" to arch-file-status
           end-read.

           if arch-success
               move fd-txnarch-record to ws-txn-record
               perform ConsiderMovement
           end-if.

      * Expected-payment rows and carry-forward markers never
      * moved money, so - as in gljrnl - they carry nothing.
       ConsiderMovement.
           if ws-txn-date >= ws-month-start-julian
               and ws-txn-date <= ws-month-end-julian
               and ws-txn-type not = "E"
               and ws-txn-type not = "C"
               and ws-txn-amount not = zeroes
               add 1 to ws-movement-count
               perform CarryMovement
           end-if.

      * A positive amount (the client owes more) debits the AR
      * control and credits the contra; a negative amount does the
      * opposite. VAT splits the contra into net and output tax.
       CarryMovement.
           evaluate true
               when ws-txn-type = "F"
                   move ws-acct-f to ws-contra-account
               when ws-txn-type = "I"
                   move ws-acct-i to ws-contra-account
               when ws-txn-type = "P" and ws-txn-is-recovery
                   move ws-acct-rc to ws-contra-account
               when ws-txn-type = "P" and ws-txn-ref = "SECDEP"
                   move ws-acct-dh to ws-contra-account
               when ws-txn-type = "P"
                   move ws-acct-p to ws-contra-account
               when ws-txn-type = "J"
                   move ws-acct-j to ws-contra-account
               when ws-txn-type = "W"
                   move ws-acct-w to ws-contra-account
               when ws-txn-type = "R"
                   move ws-acct-r to ws-contra-account
               when ws-txn-type = "D"
                   move ws-acct-d to ws-contra-account
               when other
                   move ws-acct-other to ws-contra-account
           end-evaluate.

           if ws-txn-amount > zeroes
               move ws-txn-amount to ws-gl-amount
               move ws-txn-tax to ws-gl-tax
               move "D" to ws-ar-side
           else
               compute ws-gl-amount = ws-txn-amount * -1
               compute ws-gl-tax = ws-txn-tax * -1
               move "C" to ws-ar-side
           end-if.

           if ws-gl-tax < zeroes
               move zeroes to ws-gl-tax
           end-if.
           compute ws-gl-net = ws-gl-amount - ws-gl-tax.

           move ws-acct-ar to ws-post-account.
           move ws-ar-side to ws-post-side.
           move ws-gl-amount to ws-post-amount.
           perform AddToAccount.

           if ws-ar-side = "D"
               move "C" to ws-post-side
           else
               move "D" to ws-post-side
           end-if.

           move ws-contra-account to ws-post-account.
           move ws-gl-net to ws-post-amount.
           perform AddToAccount.

           if ws-gl-tax > zeroes
               move ws-acct-tx to ws-post-account
               move ws-gl-tax to ws-post-amount
               perform AddToAccount
           end-if.

       AddToAccount.
           move "N" to ws-tb-found.
           move 1 to tb-idx.
           perform until tb-idx > ws-tb-count
               or ws-tb-found = "Y"
               if ws-tb-account(tb-idx) = ws-post-account
                   move "Y" to ws-tb-found
               else
                   add 1 to tb-idx
               end-if
           end-perform.

           if ws-tb-found = "N" and ws-tb-count < 30
               add 1 to ws-tb-count
               move ws-tb-count to tb-idx
               move ws-post-account to ws-tb-account(tb-idx)
               move zeroes to ws-tb-debits(tb-idx)
               move zeroes to ws-tb-credits(tb-idx)
               move "Y" to ws-tb-found
           end-if.

           if ws-tb-found = "Y"
               if ws-post-side = "D"
                   add ws-post-amount to ws-tb-debits(tb-idx)
                   add ws-post-amount to ws-total-debits
               else
                   add ws-post-amount to ws-tb-credits(tb-idx)
                   add ws-post-amount to ws-total-credits
               end-if
           end-if.

      * a handful of accounts at most - a plain exchange sort puts
      * them in chart order
       SortTrialBalance.
           move 1 to tb-idx.
           perform until tb-idx >= ws-tb-count
               compute tb-idx2 = tb-idx + 1
               perform until tb-idx2 > ws-tb-count
                   if ws-tb-account(tb-idx2) < ws-tb-account(tb-idx)
                       move ws-tb-entry(tb-idx) to ws-tb-swap
                       move ws-tb-entry(tb-idx2) to ws-tb-entry(tb-idx)
                       move ws-tb-swap to ws-tb-entry(tb-idx2)
                   end-if
                   add 1 to tb-idx2
               end-perform
               add 1 to tb-idx
           end-perform.

       WriteTrialBalance.
           move "prdtb" to ws-catalog-base.
           move "prdmnt" to ws-catalog-prog.
           call 'rptname' using "N", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           open output TrialBalanceFile.

           move spaces to fd-tb-line.
           string "Period-End Trial Balance - period "
                      delimited by size
                  ws-entry-period-n delimited by size
                  " closed "        delimited by size
                  ws-today          delimited by size
                  " by "            delimited by size
                  ws-oper-id        delimited by size
               into fd-tb-line.
           write fd-tb-line.

           move spaces to fd-tb-line.
           string "Account Description                   "
                  "      Debits       Credits" delimited by size
               into fd-tb-line.
           write fd-tb-line.

           move 1 to tb-idx.
           perform until tb-idx > ws-tb-count
               perform WriteAccountLine
               add 1 to tb-idx
           end-perform.

           move ws-total-debits to ws-debit-display.
           move ws-total-credits to ws-credit-display.
           move spaces to fd-tb-line.
           write fd-tb-line.
           move spaces to fd-tb-line.
           string "Totals                                "
                      delimited by size
                  ws-debit-display  delimited by size
                  "  "              delimited by size
                  ws-credit-display delimited by size
               into fd-tb-line.
           write fd-tb-line.

           move spaces to fd-tb-line.
           string "Movements carried: " delimited by size
                  ws-movement-count     delimited by size
               into fd-tb-line.
           write fd-tb-line.

           if ws-total-debits = ws-total-credits
               move "Y" to ws-tb-balanced
               move "Trial balance agrees" to fd-tb-line
           else
               move "N" to ws-tb-balanced
               move "TRIAL BALANCE DOES NOT BALANCE" to fd-tb-line
           end-if.
           write fd-tb-line.

           close TrialBalanceFile.

           move ws-tb-count to ws-catalog-rows.
           call 'rptname' using "C", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

      * Description off the mapping table where the account is
      * named there, net shown as debit positive.
       WriteAccountLine.
           move spaces to ws-glmap-description.
           if map-table-in-use
               perform FindAccountDescription
           end-if.

           move ws-tb-debits(tb-idx) to ws-debit-display.
           move ws-tb-credits(tb-idx) to ws-credit-display.
           move spaces to fd-tb-line.
           string ws-tb-account(tb-idx) delimited by size
                  "    "                delimited by size
                  ws-glmap-description  delimited by size
                  " "                   delimited by size
                  ws-debit-display      delimited by size
                  "  "                  delimited by size
                  ws-credit-display     delimited by size
               into fd-tb-line.
           write fd-tb-line.

       FindAccountDescription.
           move spaces to ws-glmap-record.
           move low-values to ws-glmap-key.
           move "YY" to ws-glmap-nav.
           move spaces to ws-glmap-msg.
           call 'glmapio' using "F",
                                ws-glmap-record,
                                ws-glmap-nav,
                                ws-glmap-msg.

           perform until not glmap-next-allowed
               or ws-glmap-account = ws-tb-account(tb-idx)
               call 'glmapio' using "N",
                                    ws-glmap-record,
                                    ws-glmap-nav,
                                    ws-glmap-msg
           end-perform.

           if ws-glmap-account not equal ws-tb-account(tb-idx)
               move spaces to ws-glmap-description
           end-if.

      * The same one pass gljrnl makes - an empty mapping table
      * keeps the built-in accounts, rows override them.
       LoadAccountMappings.
           move "N" to ws-map-table-in-use.
           move spaces to ws-glmap-record.
           move low-values to ws-glmap-key.
           move "YY" to ws-glmap-nav.
           move spaces to ws-glmap-msg.
           call 'glmapio' using "F",
                                ws-glmap-record,
                                ws-glmap-nav,
                                ws-glmap-msg.

           if glmap-next-allowed
               move "Y" to ws-map-table-in-use
           end-if.

           if map-table-in-use
               move "AR" to ws-lookup-key
               move ws-acct-ar to ws-lookup-account
               perform LookUpOneAccount
               move ws-lookup-account to ws-acct-ar

               move "TX" to ws-lookup-key
               move ws-acct-tx to ws-lookup-account
               perform LookUpOneAccount
               move ws-lookup-account to ws-acct-tx

               move "RC" to ws-lookup-key
               move ws-acct-rc to ws-lookup-account
               perform LookUpOneAccount
               move ws-lookup-account to ws-acct-rc

               move "DH" to ws-lookup-key
               move ws-acct-dh to ws-lookup-account
               perform LookUpOneAccount
               move ws-lookup-account to ws-acct-dh

               move "F " to ws-lookup-key
               move ws-acct-f to ws-lookup-account
               perform LookUpOneAccount
               move ws-lookup-account to ws-acct-f

               move "I " to ws-lookup-key
               move ws-acct-i to ws-lookup-account
               perform LookUpOneAccount
               move ws-lookup-account to ws-acct-i

               move "P " to ws-lookup-key
               move ws-acct-p to ws-lookup-account
               perform LookUpOneAccount
               move ws-lookup-account to ws-acct-p

               move "J " to ws-lookup-key
               move ws-acct-j to ws-lookup-account
               perform LookUpOneAccount
               move ws-lookup-account to ws-acct-j

               move "W " to ws-lookup-key
               move ws-acct-w to ws-lookup-account
               perform LookUpOneAccount
               move ws-lookup-account to ws-acct-w

               move "R " to ws-lookup-key
               move ws-acct-r to ws-lookup-account
               perform LookUpOneAccount
               move ws-lookup-account to ws-acct-r

               move "D " to ws-lookup-key
               move ws-acct-d to ws-lookup-account
               perform LookUpOneAccount
               move ws-lookup-account to ws-acct-d
           end-if.

       LookUpOneAccount.
           move spaces to ws-glmap-record.
           move ws-lookup-key to ws-glmap-key.
           move spaces to ws-glmap-msg.
           call 'glmapio' using "Q",
                                ws-glmap-record,
                                ws-glmap-nav,
                                ws-glmap-msg.

           if ws-glmap-msg not equal "Mapping not found"
               move ws-glmap-account to ws-lookup-account
           end-if.

      * One line in clntio's WriteAudit shape, with the period in
      * the place a client id would sit.
       WriteAuditLine.
           accept ws-audit-date from date yyyymmdd.

           open extend AuditFile.
           move spaces to fd-audit-line.
           string ws-audit-date     delimited by size
                  " "               delimited by size
                  ws-oper-id        delimited by size
                  " "               delimited by size
                  ws-audit-op       delimited by size
                  " period "        delimited by size
                  ws-entry-period-n delimited by size
                  " before["        delimited by size
                  ws-audit-before   delimited by size
                  "] after["        delimited by size
                  ws-audit-after    delimited by size
                  "]"               delimited by size
               into fd-audit-line.
           call 'audseal' using "S", "A", fd-audit-line.
           write fd-audit-line.
           close AuditFile.
