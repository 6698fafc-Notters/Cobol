       AUTHOR. Andrew Notman.

      * Morning operations digest - one page that says "clean
      * night" or points at the step to dig into, assembled at
      * the end of each batch window from the night journal
      * nitebtch keeps (one timestamped line per step), the
      * integrity check's error/warning counts and the reject
      * summaries of the night's loads, and the seal check's
      * verdict on the audit trail and the client notes. Anything
      * non-zero, broken or non-complete is flagged loudly; the
      * supervisor reads one page instead of opening a dozen
      * outputs. A step the step-control table kept from running,
      * or whose failure it let the window carry past, is flagged
      * the same way; one it brought on to tonight is shown as
      * such. The page closes with the branch bundles the report
      * distribution made for the night and who each one is for.
      * Once the transaction file has been given its posting-date
      * key (the conversion leaves a line on the run log), every
      * step's time is shown beside the same step's time on the
      * last night before it, so the gain can be seen step by
      * step.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               organization is line sequential
               file status is reject-status.

           select RunLogFile assign to "runlog.dat"
               organization is line sequential
               file status is runlog-status.

           select CatalogFile assign to "rptcat.dat"
               organization is line sequential
               file status is catalog-status.

           select SealReport assign to "sealchk.rpt"
               organization is line sequential
               file status is seal-status.

           select DigestFile assign to "morndig.rpt"
               organization is line sequential.

       01 fd-reject-line pic X(100).
           88 reject-EOF value high-values.

       FD RunLogFile.
       01 fd-runlog-line pic X(80).
           88 runlog-EOF value high-values.

       FD CatalogFile.
       01 fd-catalog-line pic X(70).
           88 catalog-EOF value high-values.

       FD SealReport.
       01 fd-seal-line pic X(100).
           88 seal-EOF value high-values.

       FD DigestFile.
       01 fd-digest-line pic X(80).

       WORKING-STORAGE SECTION.
           copy "rdst.ws".

       01 nitelog-status pic X(2).
           88 nitelog-success value "00".
       01 check-status pic X(2).
           88 check-success value "00".
       01 reject-status pic X(2).
           88 reject-success value "00".
       01 catalog-status pic X(2).
           88 catalog-success value "00".
       01 runlog-status pic X(2).
           88 runlog-success value "00".
       01 seal-status pic X(2).
           88 seal-success value "00".

       01 ws-log-date    pic X(8).
       01 ws-log-step    pic X(2).
      * the night's step lines held in store - filtered to the
      * digest date on the second pass over the table
       01 ws-step-table.
           05 ws-step-entry occurs 40 times.
               10 ws-tbl-step    pic X(2).
               10 ws-tbl-time    pic X(6).
               10 ws-tbl-outcome pic X(12).
           05 filler pic X(14) value "Client listing".
           05 filler pic X(14) value "Request queue".
           05 filler pic X(14) value "Mgmt pack".
           05 filler pic X(14) value "Promise check".
           05 filler pic X(14) value "Closure finish".
           05 filler pic X(14) value "Closures reg".
           05 filler pic X(14) value "Provision".
           05 filler pic X(14) value "AML monitoring".
           05 filler pic X(14) value "Stale cheques".
           05 filler pic X(14) value "Deposits held".
           05 filler pic X(14) value "Budget true-up".
           05 filler pic X(14) value "Prompt discnts".
           05 filler pic X(14) value "Discount reg".
           05 filler pic X(14) value "Complaint esc".
           05 filler pic X(14) value "Complaints ret".
           05 filler pic X(14) value "Authority exp".
           05 filler pic X(14) value "Key figures".
           05 filler pic X(14) value "KPI trend".
           05 filler pic X(14) value "Data quality".
           05 filler pic X(14) value "Audit seals".
           05 filler pic X(14) value "Limitation".
           05 filler pic X(14) value "Credit bureau".
           05 filler pic X(14) value "Contracts end".
           05 filler pic X(14) value "Mail house".
           05 filler pic X(14) value "CRM feed".
           05 filler pic X(14) value "Distribution".
       01 ws-step-name-table redefines ws-step-names.
           05 ws-step-name occurs 40 times pic X(14).
       01 ws-name-idx pic 9(2).

      * the last window before the posting-date conversion, kept
      * to set its step times beside tonight's
       01 ws-cnv-date    pic X(8) value spaces.
       01 ws-before-date pic X(8) value spaces.
       01 ws-before-table.
           05 ws-before-entry occurs 40 times.
               10 ws-bfr-step pic X(2).
               10 ws-bfr-time pic X(6).
       01 ws-before-count pic 9(2) value zeroes.
       01 bfr-idx pic 9(2).
       01 ws-before-secs-table.
           05 ws-before-step occurs 40 times.
               10 ws-before-known pic X(1).
               10 ws-before-secs  pic 9(7).
       01 ws-show-before pic X(1) value "N".
           88 show-before value "Y".
       01 ws-before-idx pic 9(2).
       01 ws-line-ptr   pic 9(3).

       01 ws-prev-time pic 9(6) value zeroes.
       01 ws-this-time pic 9(6) value zeroes.
       01 ws-elapsed-secs pic S9(7) value zeroes.
       01 ws-reject-name pic X(14) value spaces.
       01 ws-summary-line pic X(100) value spaces.
       01 ws-clean-tally pic 9(2) value zeroes.
       01 ws-seal-trails pic 9(2) value zeroes.

       01 ws-rdst-msg pic X(80).
       01 ws-rdst-nav pic X(2).
       01 ws-bundle-name  pic X(30).
       01 ws-bundle-date  pic X(8).
       01 ws-bundle-time  pic X(6).
       01 ws-bundle-prog  pic X(8).
       01 ws-bundle-rows  pic X(7).
       01 ws-bundle-stem  pic X(10).
       01 ws-bundle-hits  pic 9(2).
       01 ws-bundle-prefix pic X(4).
       01 ws-bundle-count pic 9(3) value zeroes.

       PROCEDURE DIVISION.
       Main.
           perform FindConversionDate.
           perform GatherNightLog.
           perform WorkOutBeforeTimes.

           open output DigestFile.

               into fd-digest-line.
           write fd-digest-line.

           if show-before
               move spaces to fd-digest-line
               string "Step times shown beside night "
                          delimited by size
                      ws-before-date delimited by size
                      ", the last before the posting-date key"
                          delimited by size
                   into fd-digest-line
               write fd-digest-line
           end-if.

           move spaces to fd-digest-line.
           write fd-digest-line.

           perform WriteStepLines.
           perform WriteIntegritySummary.
           perform WriteSealSummary.

           move "enrolrej.rpt" to ws-reject-name.
           perform WriteRejectSummary.
           move "ddret.rpt" to ws-reject-name.
           perform WriteRejectSummary.

           perform WriteBundleLines.

           move spaces to fd-digest-line.
           write fd-digest-line.

                   move zeroes to ws-step-count
               end-if

               if ws-cnv-date not equal spaces
                   and ws-log-date < ws-cnv-date
                   perform HoldBeforeLine
               end-if

               if ws-step-count < 40
                   add 1 to ws-step-count
                   move ws-log-step to ws-tbl-step(ws-step-count)
                   move ws-log-time to ws-tbl-time(ws-step-count)

       WriteOneStepLine.
           move ws-tbl-step(step-idx) to ws-name-idx.
           if ws-name-idx < 1 or ws-name-idx > 40
               move 17 to ws-name-idx
           end-if.

           perform WorkOutElapsed.

           move spaces to fd-digest-line.
           evaluate ws-tbl-outcome(step-idx)
               when "COMPLETE"
                   string "Step " delimited by size
                          ws-tbl-step(step-idx) delimited by size
                          " " delimited by size
                          ws-step-name(ws-name-idx) delimited by size
                          " " delimited by size
                          ws-tbl-outcome(step-idx) delimited by size
                          " at " delimited by size
                          ws-tbl-time(step-idx) delimited by size
                          " (" delimited by size
                          ws-elapsed-secs delimited by size
                          "s)" delimited by size
                       into fd-digest-line
                   perform AddBeforeTime
               when "OVERRIDE-RUN"
                   string "Step " delimited by size
                          ws-tbl-step(step-idx) delimited by size
                          " " delimited by size
                          ws-step-name(ws-name-idx) delimited by size
                          " run tonight by step control"
                              delimited by size
                       into fd-digest-line
               when "SKIPPED"
                   add 1 to ws-flagged-count
                   string ">>> Step " delimited by size
                          ws-tbl-step(step-idx) delimited by size
                          " " delimited by size
                          ws-step-name(ws-name-idx) delimited by size
                          " NOT RUN - disabled by step control"
                              delimited by size
                       into fd-digest-line
               when "OVERRIDE-OFF"
                   add 1 to ws-flagged-count
                   string ">>> Step " delimited by size
                          ws-tbl-step(step-idx) delimited by size
                          " " delimited by size
                          ws-step-name(ws-name-idx) delimited by size
                          " NOT RUN - not tonight by step control"
                              delimited by size
                       into fd-digest-line
               when "FAILED-CONT"
                   add 1 to ws-flagged-count
                   string ">>> Step " delimited by size
                          ws-tbl-step(step-idx) delimited by size
                          " " delimited by size
                          ws-step-name(ws-name-idx) delimited by size
                          " FAILED rc=" delimited by size
                          ws-tbl-rc(step-idx) delimited by size
                          " - window carried on" delimited by size
                       into fd-digest-line
               when other
                   add 1 to ws-flagged-count
                   string ">>> Step " delimited by size
                          ws-tbl-step(step-idx) delimited by size
                          " " delimited by size
                          ws-step-name(ws-name-idx) delimited by size
                          " " delimited by size
                          ws-tbl-outcome(step-idx) delimited by size
                          " rc=" delimited by size
                          ws-tbl-rc(step-idx) delimited by size
                       into fd-digest-line
           end-evaluate.
           write fd-digest-line.

      * The same step's time on the night before the conversion,
      * added to the end of the step line.
       AddBeforeTime.
           move ws-tbl-step(step-idx) to ws-before-idx.
           if show-before
               and ws-before-idx >= 1 and ws-before-idx <= 40
               and ws-before-known(ws-before-idx) = "Y"
               perform varying ws-line-ptr from 80 by -1
                   until ws-line-ptr < 2
                      or fd-digest-line(ws-line-ptr:1) not = space
                   continue
               end-perform
               add 1 to ws-line-ptr
               string " was " delimited by size
                      ws-before-secs(ws-before-idx) delimited by size
                      "s" delimited by size
                   into fd-digest-line
                   with pointer ws-line-ptr
           end-if.

      * Seconds between this step's stamp and the one before it -
      * good enough for "which step ate the window".
               end-if
           end-if.

      * The seal check's closing line for each trail - anything
      * broken, missing or out of order, or an anchor that has
      * changed or gone, is flagged.
       WriteSealSummary.
           move zeroes to ws-seal-trails.

           open input SealReport.
           if seal-success
               perform ReadSealLine
                   until seal-EOF or not seal-success
               close SealReport
           end-if.

           if ws-seal-trails equal zeroes
               move spaces to fd-digest-line
               move "Seal check: no report found" to fd-digest-line
               write fd-digest-line
               add 1 to ws-flagged-count
           end-if.

       ReadSealLine.
           read SealReport
               at end set seal-EOF to true
           end-read.

           if not seal-EOF and seal-success
               and fd-seal-line(1:6) = "Seals "
               add 1 to ws-seal-trails
      *        a clean trail reads "Broken 00000 Missing 00000
      *        Order 00000" with its anchor OK, NEW or RESEALED
               move zeroes to ws-clean-tally
               inspect fd-seal-line tallying ws-clean-tally
                   for all "Broken 00000"
                       all "Missing 00000"
                       all "Order 00000"
                       all "Anchor OK"
                       all "Anchor NEW"
                       all "Anchor RESEALED"

               move spaces to fd-digest-line
               if ws-clean-tally = 4
                   move fd-seal-line(1:76) to fd-digest-line
               else
                   add 1 to ws-flagged-count
                   string ">>> " delimited by size
                          fd-seal-line(1:76) delimited by size
                       into fd-digest-line
               end-if
               write fd-digest-line
           end-if.

      * The closing summary line of a load's reject report - a
      * non-zero reject figure is flagged; a missing report just
      * means the load did not run tonight.
                   move fd-reject-line to ws-summary-line
               end-if
           end-if.

      * The bundles the report distribution catalogued for the
      * digest date, each with the recipient the distribution
      * table names for it.
       WriteBundleLines.
           move spaces to ws-bundle-stem.
           string "."            delimited by size
                  ws-digest-date delimited by size
                  "."            delimited by size
               into ws-bundle-stem.

           move spaces to fd-digest-line.
           write fd-digest-line.
           move "Bundles ready for the offices:" to fd-digest-line.
           write fd-digest-line.

           move zeroes to ws-bundle-count.
           open input CatalogFile.
           if catalog-success
               perform ReadCatalogLine
                   until catalog-EOF or not catalog-success
               close CatalogFile
           end-if.

           if ws-bundle-count equal zeroes
               move "  none distributed" to fd-digest-line
               write fd-digest-line
           end-if.

       ReadCatalogLine.
           read CatalogFile
               at end set catalog-EOF to true
           end-read.

           if not catalog-EOF and catalog-success
               move spaces to ws-bundle-name
               move spaces to ws-bundle-prog
               unstring fd-catalog-line delimited by ";"
                   into ws-bundle-name, ws-bundle-date,
                        ws-bundle-time, ws-bundle-prog,
                        ws-bundle-rows

               move zeroes to ws-bundle-hits
               inspect ws-bundle-name tallying ws-bundle-hits
                   for all ws-bundle-stem

               if ws-bundle-prog = "rptburst"
                   and ws-bundle-hits > zeroes
                   perform WriteOneBundleLine
               end-if
           end-if.

      *    the bundle name is the branch prefix (B03., or ALL. for
      *    the whole company) in front of the report it was split
      *    from, so the distribution row it came from is read
      *    straight off it
       WriteOneBundleLine.
           add 1 to ws-bundle-count.

           move spaces to ws-rdst-record.
           move spaces to ws-bundle-prefix.
           unstring ws-bundle-name delimited by "."
               into ws-bundle-prefix, ws-rdst-report.
           if ws-bundle-prefix = "ALL"
               move "**" to ws-rdst-branch
           else
               move ws-bundle-prefix(2:2) to ws-rdst-branch
           end-if.

           move spaces to ws-rdst-msg.
           call 'rdstio' using "Q",
                               ws-rdst-record,
                               ws-rdst-nav,
                               ws-rdst-msg.
           if ws-rdst-msg equal "Distribution not found"
               move "(no longer on the table)" to ws-rdst-recipient
           end-if.

           move spaces to fd-digest-line.
           string "  "              delimited by size
                  ws-bundle-name    delimited by size
                  " for "           delimited by size
                  ws-rdst-recipient delimited by size
               into fd-digest-line.
           write fd-digest-line.

      * The proved posting-date conversion leaves a CNVTXDT line on
      * the run log; its date splits the night journal into
      * before and after.
       FindConversionDate.
           open input RunLogFile.
           if runlog-success
               perform ReadRunLogLine
                   until runlog-EOF or not runlog-success
               close RunLogFile
           end-if.

       ReadRunLogLine.
           read RunLogFile
               at end set runlog-EOF to true
           end-read.

           if not runlog-EOF and runlog-success
               if fd-runlog-line(17:8) = "CNVTXDT "
                   move fd-runlog-line(1:8) to ws-cnv-date
               end-if
           end-if.

      * Nights before the conversion come in date order too, so
      * the last one seen is the last window before it.
       HoldBeforeLine.
           if ws-log-date not equal ws-before-date
               move ws-log-date to ws-before-date
               move zeroes to ws-before-count
           end-if.

           if ws-before-count < 40
               add 1 to ws-before-count
               move ws-log-step to ws-bfr-step(ws-before-count)
               move ws-log-time to ws-bfr-time(ws-before-count)
           end-if.

      * The before window's step times, worked out the way the
      * step lines work out tonight's.
       WorkOutBeforeTimes.
           perform varying bfr-idx from 1 by 1 until bfr-idx > 40
               move "N" to ws-before-known(bfr-idx)
               move zeroes to ws-before-secs(bfr-idx)
           end-perform.

           if ws-cnv-date not equal spaces
               and ws-before-date not equal spaces
               and ws-digest-date > ws-cnv-date
               move "Y" to ws-show-before
           end-if.

           move zeroes to ws-prev-time.
           perform varying bfr-idx from 1 by 1
               until bfr-idx > ws-before-count
               move ws-bfr-time(bfr-idx) to ws-this-time
               move ws-this-time to ws-time-split
               compute ws-elapsed-secs =
                   (ws-time-hh * 3600) + (ws-time-mm * 60)
                   + ws-time-ss
               if ws-prev-time not equal zeroes
                   move ws-prev-time to ws-time-split
                   compute ws-secs-work =
                       (ws-time-hh * 3600) + (ws-time-mm * 60)
                       + ws-time-ss
                   subtract ws-secs-work from ws-elapsed-secs
                   if ws-elapsed-secs < zeroes
                       add 86400 to ws-elapsed-secs
                   end-if
               else
                   move zeroes to ws-elapsed-secs
               end-if
               move ws-this-time to ws-prev-time

               move ws-bfr-step(bfr-idx) to ws-before-idx
               if ws-before-idx >= 1 and ws-before-idx <= 40
                   move "Y" to ws-before-known(ws-before-idx)
                   move ws-elapsed-secs to ws-before-secs(ws-before-idx)
               end-if
           end-perform.
           move zeroes to ws-prev-time.
