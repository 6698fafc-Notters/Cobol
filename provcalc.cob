       IDENTIFICATION DIVISION.
       PROGRAM-ID. provcalc IS INITIAL.
       AUTHOR. Andrew Notman.

      * Month-end bad-debt provision. Every open item still owed on
      * oitm.dat is aged off its posting date into a bucket
      * (current, 30, 60, 90, 120 days and over) and provided for
      * at the rate the admin-maintained table (pvrt.dat, through
      * pvrtmnt) gives for that bucket and the client's behaviour
      * risk grade. Deceased and insolvent accounts provide 100%
      * whatever the table says; a client the scoring run has not
      * yet graded takes grade "C". The total is compared with the
      * last month-end's on the provision history (prov.dat) and
      * the movement journalled as one balanced pair - the charge
      * to the provision expense account ("PX" on glmap.dat,
      * 6150 until mapped) against the provision held against the
      * receivable ("PV", 1250) - in gljrnl's record layout. The
      * report lists every item with its age, bucket, rate and
      * provision so the auditors can re-perform it, then sums by
      * branch, category and bucket. Until any rates are keyed the
      * run reports it has nothing to calculate with; a part-keyed
      * table, an unmapped account once glmap.dat is in use, or a
      * month already closed refuses the run. The month is the one
      * the processing date falls in - today's on a hand run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select ProvisionReport assign to ws-report-name
               organization is line sequential.

           select ProvisionJournal assign to ws-journal-name
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD ProvisionReport.
       01 fd-report-line pic X(100).

       FD ProvisionJournal.
       01 fd-gl-line pic X(80).

       WORKING-STORAGE SECTION.
           copy "clnt.ws".
           copy "oitm.ws".
           copy "pvrt.ws".
           copy "prov.ws".
           copy "glmap.ws".

       01 ws-navigation-status pic X(2) value "YY".
           88 next-allowed value "YY", "YN".
       01 ws-msg pic X(80).

       01 ws-oitm-msg pic X(80).
       01 ws-oitm-nav pic X(2).
           88 oitm-next-allowed value "YY", "YN".
       01 ws-pvrt-msg pic X(80).
       01 ws-pvrt-nav pic X(2).
           88 pvrt-next-allowed value "YY", "YN".
       01 ws-prov-msg pic X(80).
       01 ws-prov-nav pic X(2).
           88 prov-next-allowed value "YY", "YN".
       01 ws-glmap-msg pic X(80).
       01 ws-glmap-nav pic X(2).
           88 glmap-next-allowed value "YY", "YN".

       01 ws-proc-date.
           05 ws-proc-ym pic 9(6).
           05 ws-proc-dd pic 9(2).
       01 ws-proc-julian  pic 9(6).
       01 ws-period-closed pic X(1) value "N".

      * rates by bucket (1-5) and grade (A-E), with whether the
      * table supplied each one
       01 ws-rate-table.
           05 ws-rate-bucket occurs 5 times.
               10 ws-rate-grade occurs 5 times.
                   15 ws-rate-pct    pic 9(3)V9(2) comp-3.
                   15 ws-rate-loaded pic X(1).
       01 ws-rates-loaded  pic 9(2) value zeroes.
       01 bkt-idx          pic 9(1).
       01 grd-idx          pic 9(1).
       01 ws-grade-letters pic X(5) value "ABCDE".
       01 ws-missing-bucket pic 9(1).
       01 ws-missing-grade  pic X(1).

       01 ws-map-table-in-use pic X(1) value "N".
           88 map-table-in-use value "Y".
       01 ws-acct-pv pic X(4) value "1250".
       01 ws-acct-px pic X(4) value "6150".
       01 ws-lookup-key     pic X(2).
       01 ws-lookup-account pic X(4).
       01 ws-lookup-found   pic X(1).
       01 ws-unmapped-key   pic X(2) value spaces.

      * one item's working
       01 ws-item-due       pic S9(7)V9(2) comp-3.
       01 ws-item-age       pic 9(5).
       01 ws-item-bucket    pic 9(1).
       01 ws-item-grade     pic X(1).
       01 ws-item-rate      pic 9(3)V9(2) comp-3.
       01 ws-item-provision pic S9(7)V9(2) comp-3.
       01 ws-item-gregorian pic 9(8).

      * totals by branch and category, each split by bucket
       01 ws-summary-table.
           05 ws-sum-entry occurs 40 times.
               10 ws-sum-branch   pic X(2).
               10 ws-sum-category pic X(1).
               10 ws-sum-bucket occurs 5 times.
                   15 ws-sum-due  pic S9(9)V9(2) comp-3.
                   15 ws-sum-prov pic S9(9)V9(2) comp-3.
       01 ws-sum-used  pic 9(2) value zeroes.
       01 sum-idx      pic 9(2).
       01 ws-sum-found pic X(1).

       01 ws-bucket-totals.
           05 ws-bucket-total occurs 5 times.
               10 ws-bkt-due  pic S9(9)V9(2) comp-3.
               10 ws-bkt-prov pic S9(9)V9(2) comp-3.

       01 ws-item-count      pic 9(7) value zeroes.
       01 ws-special-count   pic 9(7) value zeroes.
       01 ws-total-due       pic S9(9)V9(2) comp-3 value zeroes.
       01 ws-total-provision pic S9(9)V9(2) comp-3 value zeroes.
       01 ws-prev-provision  pic S9(9)V9(2) comp-3 value zeroes.
       01 ws-prev-period     pic 9(6) value zeroes.
       01 ws-movement        pic S9(9)V9(2) comp-3 value zeroes.
       01 ws-row-exists      pic X(1) value "N".

       01 ws-due-display   pic +ZZZZZZ9.99.
       01 ws-prov-display  pic +ZZZZZZ9.99.
       01 ws-rate-display  pic ZZ9.99.
       01 ws-total-display pic +ZZZZZZZZ9.99.
       01 ws-gl-amount-display pic 9(9)V99.
       01 ws-expense-indicator   pic X(1).
       01 ws-provision-indicator pic X(1).
       01 ws-entry-count pic 9(5) value zeroes.

       01 ws-report-name  pic X(30) value spaces.
       01 ws-journal-name pic X(30) value spaces.
       01 ws-catalog-base pic X(8).
       01 ws-catalog-prog pic X(8).
       01 ws-catalog-rows pic 9(7) value zeroes.

       PROCEDURE DIVISION.
       Main.
           call 'procdtio' using "R", ws-proc-date.
           if ws-proc-date equal zeroes
               accept ws-proc-date from date yyyymmdd
           end-if.
           call 'dates' using "J", ws-proc-julian, ws-proc-date.

           call 'prdchk' using ws-proc-date, ws-period-closed.
           if ws-period-closed = "Y"
               display "Provision REFUSED - period " ws-proc-ym
                       " is closed"
               move 1 to return-code
               goback
           end-if.

           perform LoadRates.

           if ws-rates-loaded = zeroes
               display "Provision not calculated - no provision "
                       "rates keyed (pvrtmnt)"
               goback
           end-if.

           if ws-rates-loaded < 25
               display "Provision REFUSED - no rate for bucket "
                       ws-missing-bucket " grade " ws-missing-grade
               move 1 to return-code
               goback
           end-if.

           perform LoadAccountMappings.

           if ws-unmapped-key not = spaces
               display "Provision REFUSED - no account mapping for "
                       ws-unmapped-key
               move 1 to return-code
               goback
           end-if.

           initialize ws-summary-table.
           initialize ws-bucket-totals.

           move "provrpt" to ws-catalog-base.
           move "provcalc" to ws-catalog-prog.
           call 'rptname' using "N", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           open output ProvisionReport.

           move spaces to fd-report-line.
           string "Bad-Debt Provision - month-end "
                      delimited by size
                  ws-proc-ym  delimited by size
                  " aged at " delimited by size
                  ws-proc-date delimited by size
               into fd-report-line.
           write fd-report-line.

           move spaces to fd-report-line.
           string "Client  Surname    Br C G Item    Posted   Age   B"
                  "     Outstanding   Rate   Provision"
                      delimited by size
               into fd-report-line.
           write fd-report-line.

           call 'clntio' using "O",
                               ws-clnt-record,
                               ws-navigation-status,
                               ws-msg.

           call 'clntio' using "F",
                               ws-clnt-record,
                               ws-navigation-status,
                               ws-msg.

           perform until not next-allowed
               perform ProvideForClient
               call 'clntio' using "N",
                                   ws-clnt-record,
                                   ws-navigation-status,
                                   ws-msg
           end-perform.

           call 'clntio' using "C",
                               ws-clnt-record,
                               ws-navigation-status,
                               ws-msg.

           perform FindPreviousProvision.
           compute ws-movement = ws-total-provision - ws-prev-provision.

           perform WriteSummary.

           close ProvisionReport.

           move ws-item-count to ws-catalog-rows.
           call 'rptname' using "C", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           perform WriteJournal.
           perform RecordProvision.

           move ws-total-provision to ws-total-display.
           display "Provision for " ws-proc-ym " "
                   ws-total-display " - report " ws-report-name.
           move ws-movement to ws-total-display.
           display "Movement " ws-total-display
                   " journalled to " ws-journal-name.

           goback.

      * All twenty-five rates or none - an empty table means the
      * provision is still worked by hand, a gap means a rate was
      * forgotten and the figure would be understated.
       LoadRates.
           initialize ws-rate-table.
           move zeroes to ws-rates-loaded.

           move spaces to ws-pvrt-record.
           move low-values to ws-pvrt-key.
           move "YY" to ws-pvrt-nav.
           move spaces to ws-pvrt-msg.
           call 'pvrtio' using "F",
                               ws-pvrt-record,
                               ws-pvrt-nav,
                               ws-pvrt-msg.

           perform until not pvrt-next-allowed
               move zeroes to grd-idx
               inspect ws-grade-letters tallying grd-idx
                   for characters before initial ws-pvrt-grade
               add 1 to grd-idx
               if ws-pvrt-bucket >= 1 and ws-pvrt-bucket <= 5
                   and grd-idx <= 5
                   move ws-pvrt-bucket to bkt-idx
                   move ws-pvrt-rate to ws-rate-pct(bkt-idx, grd-idx)
                   move "Y" to ws-rate-loaded(bkt-idx, grd-idx)
               end-if
               call 'pvrtio' using "N",
                                   ws-pvrt-record,
                                   ws-pvrt-nav,
                                   ws-pvrt-msg
           end-perform.

           move zeroes to ws-missing-bucket.
           perform varying bkt-idx from 1 by 1 until bkt-idx > 5
               perform varying grd-idx from 1 by 1 until grd-idx > 5
                   if ws-rate-loaded(bkt-idx, grd-idx) = "Y"
                       add 1 to ws-rates-loaded
                   else
                       if ws-missing-bucket = zeroes
                           move bkt-idx to ws-missing-bucket
                           move ws-grade-letters(grd-idx:1)
                               to ws-missing-grade
                       end-if
                   end-if
               end-perform
           end-perform.

      * gljrnl's rule - an empty mapping table keeps the built-in
      * accounts, and once rows exist both provision accounts must
      * be mapped.
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
               move "PV" to ws-lookup-key
               perform LookUpOneAccount
               if ws-lookup-found = "Y"
                   move ws-lookup-account to ws-acct-pv
               else
                   move "PV" to ws-unmapped-key
               end-if

               move "PX" to ws-lookup-key
               perform LookUpOneAccount
               if ws-lookup-found = "Y"
                   move ws-lookup-account to ws-acct-px
               else
                   move "PX" to ws-unmapped-key
               end-if
           end-if.

       LookUpOneAccount.
           move "Y" to ws-lookup-found.
           move spaces to ws-glmap-record.
           move ws-lookup-key to ws-glmap-key.
           move spaces to ws-glmap-msg.
           call 'glmapio' using "Q",
                                ws-glmap-record,
                                ws-glmap-nav,
                                ws-glmap-msg.

           if ws-glmap-msg equal "Mapping not found"
               move "N" to ws-lookup-found
           else
               move ws-glmap-account to ws-lookup-account
           end-if.

       ProvideForClient.
           move spaces to ws-oitm-record.
           move ws-clnt-id to ws-oitm-clnt-id.
           move "YY" to ws-oitm-nav.
           move spaces to ws-oitm-msg.
           call 'oitmio' using "S",
                               ws-oitm-record,
                               ws-oitm-nav,
                               ws-oitm-msg.

           perform until not oitm-next-allowed
               if ws-oitm-open
                   compute ws-item-due = ws-oitm-amount - ws-oitm-paid
                   if ws-item-due > zeroes
                       perform ProvideForItem
                   end-if
               end-if
               call 'oitmio' using "T",
                                   ws-oitm-record,
                                   ws-oitm-nav,
                                   ws-oitm-msg
           end-perform.

       ProvideForItem.
           if ws-oitm-date > ws-proc-julian
               move zeroes to ws-item-age
           else
               compute ws-item-age = ws-proc-julian - ws-oitm-date
           end-if.

           evaluate true
               when ws-item-age < 30  move 1 to ws-item-bucket
               when ws-item-age < 60  move 2 to ws-item-bucket
               when ws-item-age < 90  move 3 to ws-item-bucket
               when ws-item-age < 120 move 4 to ws-item-bucket
               when other             move 5 to ws-item-bucket
           end-evaluate.

           evaluate true
               when ws-clnt-deceased
                   move "D" to ws-item-grade
                   move 100 to ws-item-rate
                   add 1 to ws-special-count
               when ws-clnt-insolvent
                   move "I" to ws-item-grade
                   move 100 to ws-item-rate
                   add 1 to ws-special-count
               when other
                   move ws-clnt-risk to ws-item-grade
                   if ws-item-grade = space
                       move "C" to ws-item-grade
                   end-if
                   move zeroes to grd-idx
                   inspect ws-grade-letters tallying grd-idx
                       for characters before initial ws-item-grade
                   add 1 to grd-idx
                   if grd-idx > 5
                       move 3 to grd-idx
                   end-if
                   move ws-rate-pct(ws-item-bucket, grd-idx)
                       to ws-item-rate
           end-evaluate.

           compute ws-item-provision rounded =
               ws-item-due * ws-item-rate / 100.

           add 1 to ws-item-count.
           add ws-item-due to ws-total-due.
           add ws-item-provision to ws-total-provision.
           add ws-item-due to ws-bkt-due(ws-item-bucket).
           add ws-item-provision to ws-bkt-prov(ws-item-bucket).
           perform AddToSummary.

           call 'dates' using "G", ws-oitm-date, ws-item-gregorian.
           move ws-item-due to ws-due-display.
           move ws-item-rate to ws-rate-display.
           move ws-item-provision to ws-prov-display.
           move spaces to fd-report-line.
           string ws-clnt-id        delimited by size
                  " "               delimited by size
                  ws-clnt-surname   delimited by size
                  " "               delimited by size
                  ws-clnt-branch    delimited by size
                  " "               delimited by size
                  ws-clnt-category  delimited by size
                  " "               delimited by size
                  ws-item-grade     delimited by size
                  " "               delimited by size
                  ws-oitm-id        delimited by size
                  " "               delimited by size
                  ws-item-gregorian delimited by size
                  " "               delimited by size
                  ws-item-age       delimited by size
                  " "               delimited by size
                  ws-item-bucket    delimited by size
                  " "               delimited by size
                  ws-due-display    delimited by size
                  " "               delimited by size
                  ws-rate-display   delimited by size
                  " "               delimited by size
                  ws-prov-display   delimited by size
               into fd-report-line.
           write fd-report-line.

       AddToSummary.
           move "N" to ws-sum-found.
           perform varying sum-idx from 1 by 1
               until sum-idx > ws-sum-used or ws-sum-found = "Y"
               if ws-sum-branch(sum-idx) = ws-clnt-branch
                   and ws-sum-category(sum-idx) = ws-clnt-category
                   move "Y" to ws-sum-found
               end-if
           end-perform.

           if ws-sum-found = "Y"
               subtract 1 from sum-idx
           else
               if ws-sum-used < 40
                   add 1 to ws-sum-used
                   move ws-sum-used to sum-idx
                   move ws-clnt-branch to ws-sum-branch(sum-idx)
                   move ws-clnt-category to ws-sum-category(sum-idx)
                   move "Y" to ws-sum-found
               end-if
           end-if.

           if ws-sum-found = "Y"
               add ws-item-due
                   to ws-sum-due(sum-idx, ws-item-bucket)
               add ws-item-provision
                   to ws-sum-prov(sum-idx, ws-item-bucket)
           end-if.

      * The provision the ledger already holds is the total of the
      * latest month-end before this one on the history - a rerun
      * of this month replaces its own row, never compounds it.
       FindPreviousProvision.
           move zeroes to ws-prev-provision.
           move zeroes to ws-prev-period.
           move "N" to ws-row-exists.

           move spaces to ws-prov-record.
           move zeroes to ws-prov-period.
           move "YY" to ws-prov-nav.
           move spaces to ws-prov-msg.
           call 'provio' using "F",
                               ws-prov-record,
                               ws-prov-nav,
                               ws-prov-msg.

           perform until not prov-next-allowed
               if ws-prov-period < ws-proc-ym
                   move ws-prov-period to ws-prev-period
                   move ws-prov-total to ws-prev-provision
               end-if
               if ws-prov-period = ws-proc-ym
                   move "Y" to ws-row-exists
               end-if
               call 'provio' using "N",
                                   ws-prov-record,
                                   ws-prov-nav,
                                   ws-prov-msg
           end-perform.

       WriteSummary.
           move spaces to fd-report-line.
           write fd-report-line.
           move "Summary by branch and category" to fd-report-line.
           write fd-report-line.
           move spaces to fd-report-line.
           string "Br C B     Outstanding   Provision"
                      delimited by size
               into fd-report-line.
           write fd-report-line.

           perform varying sum-idx from 1 by 1
               until sum-idx > ws-sum-used
               perform varying bkt-idx from 1 by 1 until bkt-idx > 5
                   if ws-sum-due(sum-idx, bkt-idx) not = zeroes
                       perform WriteSummaryLine
                   end-if
               end-perform
           end-perform.

           move spaces to fd-report-line.
           write fd-report-line.
           move "Totals by bucket" to fd-report-line.
           write fd-report-line.

           perform varying bkt-idx from 1 by 1 until bkt-idx > 5
               move ws-bkt-due(bkt-idx) to ws-due-display
               move ws-bkt-prov(bkt-idx) to ws-prov-display
               move spaces to fd-report-line
               string "     "        delimited by size
                      bkt-idx        delimited by size
                      " "            delimited by size
                      ws-due-display delimited by size
                      " "            delimited by size
                      ws-prov-display delimited by size
                   into fd-report-line
               write fd-report-line
           end-perform.

           move spaces to fd-report-line.
           write fd-report-line.

           move ws-total-due to ws-total-display.
           move spaces to fd-report-line.
           string "Items provided for: " delimited by size
                  ws-item-count          delimited by size
                  " outstanding "        delimited by size
                  ws-total-display       delimited by size
               into fd-report-line.
           write fd-report-line.

           move spaces to fd-report-line.
           string "Deceased/insolvent items at 100%: "
                      delimited by size
                  ws-special-count delimited by size
               into fd-report-line.
           write fd-report-line.

           move ws-total-provision to ws-total-display.
           move spaces to fd-report-line.
           string "Provision required:     " delimited by size
                  ws-total-display           delimited by size
               into fd-report-line.
           write fd-report-line.

           move ws-prev-provision to ws-total-display.
           move spaces to fd-report-line.
           string "Provision held (month " delimited by size
                  ws-prev-period           delimited by size
                  "): "                    delimited by size
                  ws-total-display         delimited by size
               into fd-report-line.
           write fd-report-line.

           move ws-movement to ws-total-display.
           move spaces to fd-report-line.
           string "Movement journalled:    " delimited by size
                  ws-total-display           delimited by size
               into fd-report-line.
           write fd-report-line.

       WriteSummaryLine.
           move ws-sum-due(sum-idx, bkt-idx) to ws-due-display.
           move ws-sum-prov(sum-idx, bkt-idx) to ws-prov-display.
           move spaces to fd-report-line.
           string ws-sum-branch(sum-idx)   delimited by size
                  " "                      delimited by size
                  ws-sum-category(sum-idx) delimited by size
                  " "                      delimited by size
                  bkt-idx                  delimited by size
                  " "                      delimited by size
                  ws-due-display           delimited by size
                  " "                      delimited by size
                  ws-prov-display          delimited by size
               into fd-report-line.
           write fd-report-line.

      * One balanced pair in gljrnl's layout: an increase charges
      * the expense and credits the provision, a release the
      * reverse. A month with no movement still writes its header
      * and trailer so the ledger load sees the month was run.
       WriteJournal.
           move "provjnl" to ws-catalog-base.
           move "provcalc" to ws-catalog-prog.
           move zeroes to ws-catalog-rows.
           call 'rptname' using "N", ws-catalog-base,
                                ws-journal-name, ws-catalog-prog,
                                ws-catalog-rows.

           open output ProvisionJournal.

           move spaces to fd-gl-line.
           string "H" delimited by size
                  ws-proc-date delimited by size
                  " MONTH-END BAD-DEBT PROVISION JOURNAL"
                      delimited by size
               into fd-gl-line.
           write fd-gl-line.

           if ws-movement > zeroes
               move "D" to ws-expense-indicator
               move "C" to ws-provision-indicator
               move ws-movement to ws-gl-amount-display
           else
               move "C" to ws-expense-indicator
               move "D" to ws-provision-indicator
               compute ws-gl-amount-display = ws-movement * -1
           end-if.

           if ws-movement not = zeroes
               move spaces to fd-gl-line
               string "D"                  delimited by size
                      ws-acct-px           delimited by size
                      " "                  delimited by size
                      ws-expense-indicator delimited by size
                      " "                  delimited by size
                      ws-gl-amount-display delimited by size
                      " PRV "              delimited by size
                      ws-proc-ym           delimited by size
                   into fd-gl-line
               write fd-gl-line
               add 1 to ws-entry-count

               move spaces to fd-gl-line
               string "D"                    delimited by size
                      ws-acct-pv             delimited by size
                      " "                    delimited by size
                      ws-provision-indicator delimited by size
                      " "                    delimited by size
                      ws-gl-amount-display   delimited by size
                      " PRV "                delimited by size
                      ws-proc-ym             delimited by size
                   into fd-gl-line
               write fd-gl-line
               add 1 to ws-entry-count
           else
               move zeroes to ws-gl-amount-display
           end-if.

           move spaces to fd-gl-line.
           string "T" delimited by size
                  ws-entry-count delimited by size
                  " DR " delimited by size
                  ws-gl-amount-display delimited by size
                  " CR " delimited by size
                  ws-gl-amount-display delimited by size
               into fd-gl-line.
           write fd-gl-line.

           close ProvisionJournal.

           move ws-entry-count to ws-catalog-rows.
           call 'rptname' using "C", ws-catalog-base,
                                ws-journal-name, ws-catalog-prog,
                                ws-catalog-rows.

       RecordProvision.
           move spaces to ws-prov-record.
           move ws-proc-ym to ws-prov-period.
           move ws-total-provision to ws-prov-total.
           move ws-prev-provision to ws-prov-previous.
           move ws-movement to ws-prov-movement.
           move ws-proc-date to ws-prov-run-date.
           move ws-report-name to ws-prov-report.
           move ws-journal-name to ws-prov-journal.

           move spaces to ws-prov-msg.
           if ws-row-exists = "Y"
               call 'provio' using "U",
                                   ws-prov-record,
                                   ws-prov-nav,
                                   ws-prov-msg
           else
               call 'provio' using "A",
                                   ws-prov-record,
                                   ws-prov-nav,
                                   ws-prov-msg
           end-if.

           if ws-prov-msg not equal "Provision recorded"
               and ws-prov-msg not equal "Provision updated"
               display "Provision history not updated - "
                       ws-prov-msg
               move 1 to return-code
           end-if.
