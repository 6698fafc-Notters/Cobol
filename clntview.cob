      * Client overview - the whole position on one read-only
      * screen, so a phone call is answered from one place
      * instead of six: the master record with status, hold and
      * risk grade, any vulnerability marker with its review date,
      * any third party authorised to deal with the account
      * (tpachk's summary, then each current authority),
      * the payment plan, the dunning level, the household with
      * its combined exposure (grpsum's figures),
      * the security deposit held with its interest, the budget-
      * billing instalment and its year so far, the last
      * payment and recent activity off txn.dat, and the note and
      * correspondence counts. Single keys jump into the existing
      * detail screens and come back here. Phone and bank details
      * are masked below "A" level (pimask); R reveals them for
      * the client on screen once a reason has been given, and
      * the reason goes on the audit trail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               access mode is dynamic
               record key is fd-txn-id
               alternate record key is fd-txn-clnt-id with duplicates
               alternate record key is fd-txn-date with duplicates
               file status is txn-file-status.

       DATA DIVISION.
           copy "grp.ws".
           copy "note.ws".
           copy "corr.ws".
           copy "sdep.ws".
           copy "bdgt.ws".
           copy "tpa.ws".
           copy "vuln.ws".

       01 txn-file-status pic X(2).
           88 txn-success value "00".
       01 ws-note-msg pic X(80).
       01 ws-note-nav pic X(2).
           88 note-next-allowed value "YY", "YN".
       01 ws-sdep-msg pic X(80).
       01 ws-bdgt-msg pic X(80).
       01 ws-tpa-msg  pic X(80).
       01 ws-tpa-nav  pic X(2).
           88 tpa-next-allowed value "YY", "YN".
       01 ws-corr-msg pic X(80).
       01 ws-corr-nav pic X(2).
           88 corr-next-allowed value "YY", "YN".
       01 ws-vuln-msg pic X(80).
       01 ws-vuln-nav pic X(2).
       01 ws-vuln-text pic X(20).

       01 ws-entry-clnt-id pic 9(7) value zeroes.

       01 ws-operator-id pic X(8) value spaces.
       01 ws-oper-level  pic X(1) value spaces.

       01 ws-shown-details.
           05 ws-shown-phone pic X(12).
           05 ws-shown-sort  pic X(6).
           05 ws-shown-acct  pic X(8).
       01 ws-revealed-clnt-id pic 9(7) value zeroes.

       01 ws-group-total   pic S9(9)V9(2) comp-3 value zeroes.
       01 ws-group-members pic 9(5) value zeroes.

       01 ws-limit-display   pic +ZZZZZZ9.99.
       01 ws-group-display   pic +ZZZZZZZZ9.99.
       01 ws-plan-display    pic +ZZZZZZ9.99.
       01 ws-deposit-total   pic S9(7)V9(2) comp-3.
       01 ws-deposit-display pic +ZZZZZZ9.99.
       01 ws-dep-amt-display pic +ZZZZZZ9.99.
       01 ws-dep-int-display pic +ZZZZZZ9.99.
       01 ws-inst-display    pic +ZZZZZZ9.99.
       01 ws-billed-display  pic +ZZZZZZ9.99.
       01 ws-actual-display  pic +ZZZZZZ9.99.

       01 ws-tpa-result     pic X(1).
       01 ws-tpa-best-id    pic 9(7).
       01 ws-tpa-best-scope pic X(1).
       01 ws-tpa-banner     pic X(60).

       01 ws-action pic X(1) value spaces.
           88 action-history value "H", "h".
           88 action-group   value "G", "g".
           88 action-letters value "C", "c".
           88 action-another value "A", "a".
           88 action-reveal  value "R", "r".
           88 action-exit    value "E", "e".

       PROCEDURE DIVISION.
       Main.
           call 'whoami' using "R", ws-operator-id, ws-oper-level.

           accept ws-today-gregorian from date yyyymmdd.
           call 'dates' using "J",
                              ws-today-julian,

               display " "
               display "H=History N=Notes P=Plan G=Group "
                       "C=Letters R=Reveal A=Another client E=Exit: "
                   with no advancing
               accept ws-action

                       call 'grpmnt'
                   when action-letters
                       call 'corrbrws' using ws-entry-clnt-id
                   when action-reveal
                       perform RevealContactDetails
                   when action-another
                       display "Client id: " with no advancing
                       accept ws-entry-clnt-id
               display "Client not found"
           else
               perform ShowMasterPosition
               perform ShowVulnerability
               perform ShowAuthorityPosition
               perform ShowPlanPosition
               perform ShowDunningPosition
               perform ShowGroupPosition
               perform ShowDepositPosition
               perform ShowBudgetPosition
               perform ShowActivityPosition
               perform ShowCounts
           end-if.
                   "  limit " ws-limit-display
                   "  risk " ws-clnt-risk.

           call 'pimask' using "S",
                               ws-clnt-record,
                               ws-shown-details,
                               ws-operator-id,
                               ws-oper-level.
           if ws-clnt-id = ws-revealed-clnt-id
               move ws-clnt-phone     to ws-shown-phone
               move ws-clnt-bank-sort to ws-shown-sort
               move ws-clnt-bank-acct to ws-shown-acct
           end-if.
           display "Phone " ws-shown-phone
                   "  bank " ws-shown-sort " " ws-shown-acct
                   "  direct debit " ws-clnt-dd-flag.

           evaluate true
               when ws-clnt-deceased
                   display "*** DECEASED - estate handling ***"
                   continue
           end-evaluate.

      * A vulnerability marker sits right under the master line
      * with the status banners, so it is seen before the call
      * goes any further.
       ShowVulnerability.
           move spaces to ws-vuln-record.
           move ws-clnt-id to ws-vuln-clnt-id.
           move spaces to ws-vuln-msg.
           call 'vulnio' using "Q",
                               ws-vuln-record,
                               ws-vuln-nav,
                               ws-vuln-msg.

           if ws-vuln-msg not equal "Vulnerability marker not found"
               and ws-vuln-marked
               evaluate ws-vuln-category
                   when "I" move "serious illness" to ws-vuln-text
                   when "B" move "bereavement" to ws-vuln-text
                   when "M" move "mental health" to ws-vuln-text
                   when "F" move "financial hardship" to ws-vuln-text
                   when other move "other - see notes" to ws-vuln-text
               end-evaluate
               display "*** VULNERABLE - " ws-vuln-text
                       " - recorded " ws-vuln-recorded-date
                       " by " ws-vuln-recorded-by " ***"
               if ws-vuln-review-date < ws-today-gregorian
                   display "    review OVERDUE since "
                           ws-vuln-review-date
               else
                   display "    review due " ws-vuln-review-date
               end-if
               if ws-vuln-charges-suspended
                   display "    interest and late charges suspended"
               end-if
           end-if.

      * The reveal holds while the same client stays on screen.
       RevealContactDetails.
           move spaces to ws-clnt-record.
           move ws-entry-clnt-id to ws-clnt-id.
           move spaces to ws-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-navigation-status,
                               ws-msg.

           if ws-msg equal "Client not found"
               display "Client not found"
           else
               move spaces to ws-msg
               call 'pimask' using "R",
                                   ws-clnt-record,
                                   ws-shown-details,
                                   ws-operator-id,
                                   ws-oper-level,
                                   ws-msg
               display ws-msg
               if ws-msg equal "Details revealed - reason logged"
                   move ws-clnt-id to ws-revealed-clnt-id
               end-if
           end-if.

      * Who else may speak for the client goes straight under the
      * master line, so it is read before anything is discussed.
       ShowAuthorityPosition.
           call 'tpachk' using "S",
                               ws-clnt-id,
                               ws-tpa-best-id,
                               ws-tpa-best-scope,
                               ws-tpa-result,
                               ws-tpa-banner.

           if ws-tpa-result = "Y"
               display ws-tpa-banner
               perform ListCurrentAuthorities
           end-if.

       ListCurrentAuthorities.
           move spaces to ws-tpa-record.
           move zeroes to ws-tpa-id.
           move ws-clnt-id to ws-tpa-clnt-id.
           move "YY" to ws-tpa-nav.
           move spaces to ws-tpa-msg.
           call 'tpaio' using "S",
                              ws-tpa-record,
                              ws-tpa-nav,
                              ws-tpa-msg.

           perform until not tpa-next-allowed
               if ws-tpa-active
                   and ws-tpa-start-date not > ws-today-gregorian
                   and (ws-tpa-expiry-date = zeroes
                        or ws-tpa-expiry-date not < ws-today-gregorian)
                   display "    authority " ws-tpa-id " "
                           ws-tpa-name " " ws-tpa-relationship
                           " scope " ws-tpa-scope
                           " to " ws-tpa-expiry-date
               end-if
               call 'tpaio' using "T",
                                  ws-tpa-record,
                                  ws-tpa-nav,
                                  ws-tpa-msg
           end-perform.

       ShowPlanPosition.
           move spaces to ws-plan-record.
           move "X" to ws-plan-status.
                       "household exposure " ws-group-display
           end-if.

       ShowDepositPosition.
           move spaces to ws-sdep-record.
           move ws-clnt-id to ws-sdep-clnt-id.
           move spaces to ws-sdep-msg.
           call 'sdepio' using "Q",
                               ws-sdep-record,
                               ws-navigation-status,
                               ws-sdep-msg.

           evaluate true
               when ws-sdep-msg equal "Deposit not found"
                   display "Deposit: none"
               when ws-sdep-held
                   compute ws-deposit-total =
                       ws-sdep-amount + ws-sdep-interest
                   move ws-sdep-amount to ws-dep-amt-display
                   move ws-sdep-interest to ws-dep-int-display
                   move ws-deposit-total to ws-deposit-display
                   display "Deposit: held " ws-deposit-display
                           " (" ws-dep-amt-display " + interest "
                           ws-dep-int-display ") since "
                           ws-sdep-taken-date
               when ws-sdep-applied
                   display "Deposit: applied to balance "
                           ws-sdep-closed-date
               when other
                   display "Deposit: refunded " ws-sdep-closed-date
           end-evaluate.

       ShowBudgetPosition.
           move spaces to ws-bdgt-record.
           move ws-clnt-id to ws-bdgt-clnt-id.
           move spaces to ws-bdgt-msg.
           call 'bdgtio' using "Q",
                               ws-bdgt-record,
                               ws-navigation-status,
                               ws-bdgt-msg.

           if ws-bdgt-msg not equal "Budget not found"
               and not ws-bdgt-ended
               move ws-bdgt-instalment to ws-inst-display
               move ws-bdgt-billed-gross to ws-billed-display
               move ws-bdgt-actual-gross to ws-actual-display
               display "Budget: " ws-inst-display
                       " a month from " ws-bdgt-start-date
                       " - billed " ws-billed-display
                       " against charges " ws-actual-display
               if ws-bdgt-leaving
                   display "Budget: leaving - true-up tonight"
               end-if
           end-if.

      * Last payment and last-30-day movement count off the
      * posting history - one pass covers both.
       ShowActivityPosition.
