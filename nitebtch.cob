      * month-end snapshot, movement report, statement production
      * and GL control extract, the daily GL journal, the year-end
      * transaction archive on the calendar's year-end date, and
      * the client listing, then the promise-to-pay check, the
      * account-closure completion and (at month end) the
      * closures register and the bad-debt provision, the
      * suspicious-activity monitoring and the stale refund-cheque
      * sweep, and (at month end) the
      * security deposits interest and liability run, the
      * budget-billing true-up for the budgets reaching their
      * anniversary or leaving that night, the prompt-payment
      * discounts earned by paying a statement in full by its due
      * date, (at month end) the discounts-granted register, the
      * escalation of complaints past their response deadlines,
      * and (at month end) the complaints return and the list of
      * third-party authorities about to expire, the night's key
      * figures recorded on the history and (at month end) the
      * 13-month key-figure trend, the client data-quality run
      * with its correction worklist, the seal check that proves
      * the audit trail and the client notes unaltered, and (at
      * month end) the limitation run that flags debts gone six
      * years unacknowledged, the credit-bureau extract (after it,
      * so a debt barred tonight is not reported again) and the
      * list of recurring-charge contracts about to run out, the
      * mail-house extract that sends the night's queued
      * statements, letters and notices to the print house, the
      * CRM feed of the day's changes to the client master, and
      * last of all the report distribution that splits the
      * night's reports into branch bundles.
      * Everything that moves a balance runs before the proof, and
      * the proof runs before balrecon rolls the control total
      * forward, so a variance points at the night and movement
      * type it arose in. bstepio records the last step that
      * finished cleanly, so a run interrupted partway
      * through (or a step that comes back with a non-zero
      * return-code) can simply be re-run and will pick back up at
      * the step it stopped on rather than starting the whole
      * batch only physically runs once. A resume picks the
      * stamped date's window back up at the step it stopped on,
      * then carries on with the rest of the catch-up.
      *
      * Step control: before each step the step-control table
      * (sctlio, kept through sctlmnt) is asked whether the step
      * is enabled, which nights it runs on, and whether its
      * failure stops the window or is logged so the window
      * carries on. The order of the steps stays fixed here. A
      * step the table skipped, moved off tonight or brought on to
      * tonight, and a failure carried past, each leave their own
      * line on the night journal, so the morning digest shows
      * every step that did not run as built.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 ws-failed-step     pic 9(2) value zeroes.
       01 ws-nitelog-step    pic 9(2) value zeroes.

      * Step control - a step's row on the step-control table an
      * admin keeps through sctlmnt can switch it off, move it to
      * other nights, or let the window carry on past its failure.
      * A step with no row keeps the nights below, one letter per
      * step: D every night, M month-end nights, Y the year-end
      * night - and any failure stops the window.
       01 ws-built-windows pic X(40)
               value "DDDDMMDDMMMDMYDDMDDMMDDMDDMDMMDMDDMMMDDD".
       01 ws-built-window-table redefines ws-built-windows.
           05 ws-built-window occurs 40 times pic X(1).

           copy "sctl.ws".
       01 ws-sctl-msg pic X(80).
       01 ws-sctl-nav pic X(2).

       01 ws-ctl-step      pic 9(2) value zeroes.
       01 ws-ctl-run       pic X(1) value "N".
           88 ctl-run-step value "Y".
       01 ws-ctl-due-built pic X(1) value "N".
       01 ws-ctl-due-table pic X(1) value "N".
       01 ws-carried-count pic 9(2) value zeroes.

       PROCEDURE DIVISION.
       Main.
           accept ws-wall-today from date yyyymmdd.
      * month-end and year-end flags off the calendar.
       RunOneWindow.
           move "N" to ws-abort.
           move zeroes to ws-carried-count.
           move "N" to ws-monthly-window.
           move "N" to ws-yearend-window.

           end-if.

           if ws-last-step < 1
               move 1 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step1Load
               end-if
           end-if.

           if not abort-run and ws-last-step < 2
               move 2 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step2Post
               end-if
           end-if.

           if not abort-run and ws-last-step < 3
               move 3 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step3ReleasePending
               end-if
           end-if.

           if not abort-run and ws-last-step < 4
               move 4 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step4PlanInstalments
               end-if
           end-if.

           if not abort-run and ws-last-step < 5
               move 5 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step5Interest
               end-if
           end-if.

           if not abort-run and ws-last-step < 6
               move 6 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step6Billing
               end-if
           end-if.

           if not abort-run and ws-last-step < 7
               move 7 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step7DayProof
               end-if
           end-if.

           if not abort-run and ws-last-step < 8
               move 8 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step8Reconcile
               end-if
           end-if.

           if not abort-run and ws-last-step < 9
               move 9 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step9Snapshot
               end-if
           end-if.

           if not abort-run and ws-last-step < 10
               move 10 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step10RiskScore
               end-if
           end-if.

           if not abort-run and ws-last-step < 11
               move 11 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step11Statements
               end-if
           end-if.

           if not abort-run and ws-last-step < 12
               move 12 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step12GLJournal
               end-if
           end-if.

           if not abort-run and ws-last-step < 13
               move 13 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step13GLExtract
               end-if
           end-if.

           if not abort-run and ws-last-step < 14
               move 14 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step14YearEndArchive
               end-if
           end-if.

           if not abort-run and ws-last-step < 15
               move 15 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step15Report
               end-if
           end-if.

           if not abort-run and ws-last-step < 16
               move 16 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step16Requests
               end-if
           end-if.

           if not abort-run and ws-last-step < 17
               move 17 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step17ManagementPack
               end-if
           end-if.

           if not abort-run and ws-last-step < 18
               move 18 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step18PromiseCheck
               end-if
           end-if.

           if not abort-run and ws-last-step < 19
               move 19 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step19ClosureCompletion
               end-if
           end-if.

           if not abort-run and ws-last-step < 20
               move 20 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step20ClosuresRegister
               end-if
           end-if.

           if not abort-run and ws-last-step < 21
               move 21 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step21Provision
               end-if
           end-if.

           if not abort-run and ws-last-step < 22
               move 22 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step22Monitoring
               end-if
           end-if.

           if not abort-run and ws-last-step < 23
               move 23 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step23StaleCheques
               end-if
           end-if.

           if not abort-run and ws-last-step < 24
               move 24 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step24SecurityDeposits
               end-if
           end-if.

           if not abort-run and ws-last-step < 25
               move 25 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step25BudgetTrueUp
               end-if
           end-if.

           if not abort-run and ws-last-step < 26
               move 26 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step26PromptDiscounts
               end-if
           end-if.

           if not abort-run and ws-last-step < 27
               move 27 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step27DiscountRegister
               end-if
           end-if.

           if not abort-run and ws-last-step < 28
               move 28 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step28ComplaintEscalation
               end-if
           end-if.

           if not abort-run and ws-last-step < 29
               move 29 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step29ComplaintsReturn
               end-if
           end-if.

           if not abort-run and ws-last-step < 30
               move 30 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step30AuthorityExpiry
               end-if
           end-if.

           if not abort-run and ws-last-step < 31
               move 31 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step31KeyFigureSnapshot
               end-if
           end-if.

           if not abort-run and ws-last-step < 32
               move 32 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step32KeyFigureTrend
               end-if
           end-if.

           if not abort-run and ws-last-step < 33
               move 33 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step33DataQuality
               end-if
           end-if.

           if not abort-run and ws-last-step < 34
               move 34 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step34SealCheck
               end-if
           end-if.

           if not abort-run and ws-last-step < 35
               move 35 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step35Limitation
               end-if
           end-if.

           if not abort-run and ws-last-step < 36
               move 36 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step36CreditBureau
               end-if
           end-if.

           if not abort-run and ws-last-step < 37
               move 37 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step37ContractsEnding
               end-if
           end-if.

           if not abort-run and ws-last-step < 38
               move 38 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step38MailHouse
               end-if
           end-if.

           if not abort-run and ws-last-step < 39
               move 39 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step39CrmFeed
               end-if
           end-if.

           if not abort-run and ws-last-step < 40
               move 40 to ws-ctl-step
               perform ConsultStepControl
               if ctl-run-step
                   perform Step40Distribution
               end-if
           end-if.

      *    an aborted window keeps its processing date stamped so
               perform ClearProcessingDate
               call 'bstepio' using "U", zeroes, ws-step-status
               move zeroes to ws-last-step
               if ws-carried-count equal zeroes
                   move "COMPLETE" to ws-runlog-outcome
                   display "Nightly batch window " ws-today
                           " complete"
               else
                   move "COMPLETE-STEP-FAILS" to ws-runlog-outcome
                   display "Nightly batch window " ws-today
                           " complete with " ws-carried-count
                           " step failure(s) carried past"
               end-if
           end-if.

           perform WriteRunLog.
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: management pack failed, rc="
                       return-code
           end-if.
           write fd-runlog-line.
           close RunLogFile.

      * Asks the step-control table whether the step about to run
      * runs tonight, the built-in nights standing in for a missing
      * row. A step the table has switched off, or moved off
      * tonight, is journalled and stepped past as done so a rerun
      * does not meet it again; one the table has moved on to
      * tonight is journalled before it runs. Either way the
      * morning digest shows every step the table changed.
       ConsultStepControl.
           move "N" to ws-ctl-run.

           move spaces to ws-sctl-record.
           move ws-ctl-step to ws-sctl-step.
           move spaces to ws-sctl-msg.
           call 'sctlio' using "Q",
                               ws-sctl-record,
                               ws-sctl-nav,
                               ws-sctl-msg.
           if ws-sctl-msg equal "Step control not found"
               move ws-ctl-step to ws-sctl-step
               move "Y" to ws-sctl-enabled
               move ws-built-window(ws-ctl-step) to ws-sctl-window
               move "A" to ws-sctl-on-fail
           end-if.

           move "N" to ws-ctl-due-built.
           evaluate true
               when ws-built-window(ws-ctl-step) = "D"
               when ws-built-window(ws-ctl-step) = "M"
                   and monthly-window
               when ws-built-window(ws-ctl-step) = "Y"
                   and yearend-window
                   move "Y" to ws-ctl-due-built
           end-evaluate.

           move "N" to ws-ctl-due-table.
           evaluate true
               when ws-sctl-nightly
               when ws-sctl-monthend and monthly-window
               when ws-sctl-yearend and yearend-window
                   move "Y" to ws-ctl-due-table
           end-evaluate.

           evaluate true
               when ws-ctl-due-built = "N" and ws-ctl-due-table = "N"
                   continue
               when not ws-sctl-is-enabled
                   move "SKIPPED" to ws-nitelog-outcome
                   perform PassStepByControl
               when ws-ctl-due-table = "N"
                   move "OVERRIDE-OFF" to ws-nitelog-outcome
                   perform PassStepByControl
               when ws-ctl-due-built = "N"
                   move ws-ctl-step to ws-nitelog-step
                   move "OVERRIDE-RUN" to ws-nitelog-outcome
                   move zeroes to ws-nitelog-rc
                   perform WriteNightLogLine
                   display "Nightly batch: step " ws-ctl-step
                           " runs tonight by step control"
                   move "Y" to ws-ctl-run
               when other
                   move "Y" to ws-ctl-run
           end-evaluate.

       PassStepByControl.
           move ws-ctl-step to ws-nitelog-step.
           move zeroes to ws-nitelog-rc.
           perform WriteNightLogLine.

           move ws-ctl-step to ws-last-step.
           call 'bstepio' using "U", ws-last-step, ws-step-status.
           display "Nightly batch: step " ws-ctl-step " "
                   ws-nitelog-outcome " by step control".

      * A failed step stops the window for a rerun unless its
      * step-control row says the failure is only to be logged -
      * then it is journalled as carried past, marked done, and
      * the window goes on to the next step.
       StepFailed.
           if ws-sctl-fail-carries
               move ws-failed-step to ws-nitelog-step
               move "FAILED-CONT" to ws-nitelog-outcome
               move return-code to ws-nitelog-rc
               perform WriteNightLogLine
               move ws-failed-step to ws-last-step
               call 'bstepio' using "U", ws-last-step, ws-step-status
               add 1 to ws-carried-count
               display "Nightly batch: step " ws-failed-step
                       " failure logged - window carries on"
               move ws-nitelog-rc to return-code
           else
               move "Y" to ws-abort
               perform LogStepFailed
           end-if.

      * One journal line per step - the raw material the morning
      * digest (mornrpt) formats into its single page.
       LogStepDone.
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: load step failed, rc="
                       return-code
           end-if.
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: posting step failed, rc="
                       return-code
           end-if.
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: post-dated release failed, rc="
                       return-code
           end-if.
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: plan instalment step failed, rc="
                       return-code
           end-if.
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: interest step failed, rc="
                       return-code
           end-if.
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: billing step failed, rc="
                       return-code
           end-if.
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: daily proof step failed, rc="
                       return-code
           end-if.
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: reconciliation step failed, rc="
                       return-code
           end-if.
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: snapshot step failed, rc="
                       return-code
           end-if.
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: risk scoring step failed, rc="
                       return-code
           end-if.
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: statement step failed, rc="
                       return-code
           end-if.
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: GL journal step failed, rc="
                       return-code
           end-if.
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: GL extract step failed, rc="
                       return-code
           end-if.
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: year-end archive failed, rc="
                       return-code
           end-if.
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: report step failed, rc="
                       return-code
           end-if.
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: request queue step failed, rc="
                       return-code
           end-if.

      * Promises to pay that fell due are marked kept, part-kept
      * or broken against the night's posted payments, and the
      * broken ones print as the morning call worklist.
       Step18PromiseCheck.
           move 18 to ws-failed-step.
           call 'ptpchk'.

           if return-code equal zero
               move 18 to ws-last-step
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: promise-to-pay check failed, rc="
                       return-code
           end-if.

      * Closes every account whose closure was pending on a
      * settled balance - after the postings, so tonight's
      * payments and refunds count.
       Step19ClosureCompletion.
           move 19 to ws-failed-step.
           call 'clscomp'.

           if return-code equal zero
               move 19 to ws-last-step
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: closure completion failed, rc="
                       return-code
           end-if.

      * Month-end closures register, after the completion step so
      * it shows tonight's completions.
       Step20ClosuresRegister.
           move 20 to ws-failed-step.
           call 'closreg'.

           if return-code equal zero
               move 20 to ws-last-step
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: closures register failed, rc="
                       return-code
           end-if.

      * Month-end bad-debt provision and its journal, once the
      * night's postings and closures have settled.
       Step21Provision.
           move 21 to ws-failed-step.
           call 'provcalc'.

           if return-code equal zero
               move 21 to ws-last-step
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: bad-debt provision failed, rc="
                       return-code
           end-if.

      * Suspicious-activity monitoring over the night's movements,
      * raising cases that hold the client's refunds.
       Step22Monitoring.
           move 22 to ws-failed-step.
           call 'amlmon'.

           if return-code equal zero
               move 22 to ws-last-step
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: suspicious-activity "
                       "monitoring failed, rc=" return-code
           end-if.

      * Refund cheques the bank has not paid within the stale
      * limit are cancelled and their money put back.
       Step23StaleCheques.
           move 23 to ws-failed-step.
           call 'chqstale'.

           if return-code equal zero
               move 23 to ws-last-step
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: stale-cheque sweep failed, rc="
                       return-code
           end-if.

      * Month-end interest on the security deposits held and the
      * deposits-held liability report and journal.
       Step24SecurityDeposits.
           move 24 to ws-failed-step.
           call 'sdeprpt'.

           if return-code equal zero
               move 24 to ws-last-step
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: security deposits failed, rc="
                       return-code
           end-if.

       Step25BudgetTrueUp.
           move 25 to ws-failed-step.
           call 'bdgtrue'.

           if return-code equal zero
               move 25 to ws-last-step
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: budget true-up failed, rc="
                       return-code
           end-if.

       Step26PromptDiscounts.
           move 26 to ws-failed-step.
           call 'discpay'.

           if return-code equal zero
               move 26 to ws-last-step
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: discounts failed, rc="
                       return-code
           end-if.

       Step27DiscountRegister.
           move 27 to ws-failed-step.
           call 'discreg'.

           if return-code equal zero
               move 27 to ws-last-step
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: discount register failed, rc="
                       return-code
           end-if.

       Step28ComplaintEscalation.
           move 28 to ws-failed-step.
           call 'cmplesc'.

           if return-code equal zero
               move 28 to ws-last-step
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: complaint escalation failed, rc="
                       return-code
           end-if.

       Step29ComplaintsReturn.
           move 29 to ws-failed-step.
           call 'cmplret'.

           if return-code equal zero
               move 29 to ws-last-step
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: complaints return failed, rc="
                       return-code
           end-if.

       Step30AuthorityExpiry.
           move 30 to ws-failed-step.
           call 'tpaexp'.

           if return-code equal zero
               move 30 to ws-last-step
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: authority expiry failed, rc="
                       return-code
           end-if.

       Step31KeyFigureSnapshot.
           move 31 to ws-failed-step.
           call 'kpisnap'.

           if return-code equal zero
               move 31 to ws-last-step
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: key-figure snapshot failed, rc="
                       return-code
           end-if.

       Step32KeyFigureTrend.
           move 32 to ws-failed-step.
           call 'kpitrend'.

           if return-code equal zero
               move 32 to ws-last-step
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: key-figure trend failed, rc="
                       return-code
           end-if.

       Step33DataQuality.
           move 33 to ws-failed-step.
           call 'dqchk'.

           if return-code equal zero
               move 33 to ws-last-step
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: data-quality run failed, rc="
                       return-code
           end-if.

       Step34SealCheck.
           move 34 to ws-failed-step.
           call 'sealchk'.

           if return-code equal zero
               move 34 to ws-last-step
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: audit seal check failed, rc="
                       return-code
           end-if.

       Step35Limitation.
           move 35 to ws-failed-step.
           call 'limrun'.

           if return-code equal zero
               move 35 to ws-last-step
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: limitation run failed, rc="
                       return-code
           end-if.

       Step36CreditBureau.
           move 36 to ws-failed-step.
           call 'crbext'.

           if return-code equal zero
               move 36 to ws-last-step
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: bureau extract failed, rc="
                       return-code
           end-if.

       Step37ContractsEnding.
           move 37 to ws-failed-step.
           call 'rchgexp'.

           if return-code equal zero
               move 37 to ws-last-step
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: contracts ending failed, rc="
                       return-code
           end-if.

       Step38MailHouse.
           move 38 to ws-failed-step.
           call 'mailext'.

           if return-code equal zero
               move 38 to ws-last-step
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: mail-house extract failed, rc="
                       return-code
           end-if.

       Step39CrmFeed.
           move 39 to ws-failed-step.
           call 'crmfeed'.

           if return-code equal zero
               move 39 to ws-last-step
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: CRM feed failed, rc="
                       return-code
           end-if.

      * Splits the night's catalogued reports into the branch
      * bundles the distribution table asks for - the last step of
      * the window, so every report the night produced is on the
      * catalog first.
       Step40Distribution.
           move 40 to ws-failed-step.
           call 'rptburst'.

           if return-code equal zero
               move 40 to ws-last-step
               call 'bstepio' using "U", ws-last-step, ws-step-status
               perform LogStepDone
           else
               perform StepFailed
               display "Nightly batch: report distribution failed, "
                       "rc=" return-code
           end-if.
