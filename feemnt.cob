
      * Fee-schedule maintenance - an admin keys the fees each
      * billing category is charged (category, fee code, amount,
      * frequency, description). A fee on frequency "E" is never
      * charged by a billing run - it is the charge an event
      * raises (code CBK, the card chargeback fee). A price rise
      * is keyed ahead as a scheduled change (fchg.dat) against a
      * schedule row with the date it takes effect - at least the
      * notice period ahead (parameter FEE-NOTICE, 30 days
      * when not keyed) - so the notice run can write to the
      * clients first; a change is withdrawn only while no letter
      * has gone out. Gated on an "A" level sign-on through the
      * shared signon policy, the same as the other admin
      * maintenance screens.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           copy "oper.ws".
           copy "fee.ws".
           copy "fchg.ws".
           copy "parm.ws".

       01 ws-oper-msg pic X(80).
       01 ws-fee-msg  pic X(80).
       01 ws-fee-nav  pic X(2).
           88 fee-next-allowed value "YY", "YN".
       01 ws-fchg-msg pic X(80).
       01 ws-fchg-nav pic X(2).
           88 fchg-next-allowed value "YY", "YN".
       01 ws-parm-msg pic X(80).
       01 ws-parm-nav pic X(2).

       01 ws-entered-password pic X(8) value spaces.
       01 ws-signon-result    pic X(1) value "N".
           88 action-add    value "A", "a".
           88 action-amend  value "U", "u".
           88 action-remove value "D", "d".
           88 action-schedule value "S", "s".
           88 action-changes  value "C", "c".
           88 action-withdraw value "W", "w".
           88 action-exit   value "E", "e".

       01 ws-amount-input   pic S9(7)V9(2) value zeroes.
       01 ws-amount-display pic +ZZZZZZ9.99.

       01 ws-fee-count pic 9(5) value zeroes.
       01 ws-change-count pic 9(5) value zeroes.

       01 ws-today          pic 9(8) value zeroes.
       01 ws-today-julian   pic 9(6) value zeroes.
       01 ws-eff-julian     pic 9(6) value zeroes.
       01 ws-earliest-julian pic 9(6) value zeroes.
       01 ws-earliest-date  pic 9(8) value zeroes.
       01 ws-notice-days    pic 9(3) value zeroes.
       01 ws-entry-eff-date pic 9(8) value zeroes.
       01 ws-old-amount     pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-old-display    pic +ZZZZZZ9.99.

       PROCEDURE DIVISION.
       Main.
               goback
           end-if.

           accept ws-today from date yyyymmdd.
           call 'dates' using "J", ws-today-julian, ws-today.
           perform ReadNoticeDays.

           perform until action-exit
               display " "
               display "Fee schedule: L=List A=Add U=Amend D=Remove"
               display "Price changes: S=Schedule C=List scheduled "
                       "W=Withdraw  E=Exit: " with no advancing
               accept ws-action

               evaluate true
                   when action-add    perform AddFee
                   when action-amend  perform AmendFee
                   when action-remove perform RemoveFee
                   when action-schedule perform ScheduleChange
                   when action-changes  perform ListChanges
                   when action-withdraw perform WithdrawChange
                   when action-exit   continue
                   when other display "Unknown action"
               end-evaluate
           display "Amount (+nnnnnnn.nn): " with no advancing.
           accept ws-amount-input.
           move ws-amount-input to ws-fee-amount.
           display "Frequency (M=Monthly Y=Yearly E=Event only): "
               with no advancing.
           accept ws-fee-frequency.
           display "VAT code (S=Standard Z=Zero): "

           if ws-fee-frequency not equal "M"
               and ws-fee-frequency not equal "Y"
               and ws-fee-frequency not equal "E"
               display "Frequency must be M, Y or E - fee not added"
           else
               move spaces to ws-fee-msg
               call 'feeio' using "A",
               perform AcceptFeeTerms
               if ws-fee-frequency not equal "M"
                   and ws-fee-frequency not equal "Y"
                   and ws-fee-frequency not equal "E"
                   display "Frequency must be M, Y or E - not amended"
               else
                   move spaces to ws-fee-msg
                   call 'feeio' using "U",
                              ws-fee-nav,
                              ws-fee-msg.
           display ws-fee-msg.

       ReadNoticeDays.
           move spaces to ws-parm-record.
           move "FEE-NOTICE" to ws-parm-name.
           move spaces to ws-parm-msg.
           call 'parmio' using "Q",
                               ws-parm-record,
                               ws-parm-nav,
                               ws-parm-msg.

           if ws-parm-msg equal "Parameter not found"
               move 30 to ws-notice-days
           else
               move ws-parm-value to ws-notice-days
           end-if.

           compute ws-earliest-julian =
               ws-today-julian + ws-notice-days.
           call 'dates' using "G", ws-earliest-julian,
                              ws-earliest-date.

      * The notice period is counted from today, so the letters
      * can still go out in time - a date inside it is refused.
       ScheduleChange.
           move spaces to ws-fee-record.
           perform AcceptFeeKey.

           move spaces to ws-fee-msg.
           call 'feeio' using "Q",
                              ws-fee-record,
                              ws-fee-nav,
                              ws-fee-msg.

           if ws-fee-msg equal "Fee not found"
               display "Fee not found"
           else
               display "Effective from (yyyymmdd, " ws-earliest-date
                       " or later): " with no advancing
               accept ws-entry-eff-date
               display "New amount (+nnnnnnn.nn): " with no advancing
               accept ws-amount-input

               if ws-entry-eff-date < ws-earliest-date
                   display "Effective date inside the "
                           ws-notice-days
                           "-day notice period - not scheduled"
               else
                   perform FindOldPrice
                   perform RecordChange
               end-if
           end-if.

      * The price the change replaces is the one in force the day
      * before it - the latest change keyed ahead of it, or the
      * schedule's own amount.
       FindOldPrice.
           move ws-fee-amount to ws-old-amount.

           move spaces to ws-fchg-record.
           move ws-fee-category to ws-fchg-category.
           move ws-fee-code to ws-fchg-code.
           move zeroes to ws-fchg-eff-date.
           move "YY" to ws-fchg-nav.
           move spaces to ws-fchg-msg.
           call 'fchgio' using "N",
                               ws-fchg-record,
                               ws-fchg-nav,
                               ws-fchg-msg.

           perform until not fchg-next-allowed
               or ws-fchg-category not equal ws-fee-category
               or ws-fchg-code not equal ws-fee-code
               or ws-fchg-eff-date not < ws-entry-eff-date
               move ws-fchg-new-amount to ws-old-amount
               call 'fchgio' using "N",
                                   ws-fchg-record,
                                   ws-fchg-nav,
                                   ws-fchg-msg
           end-perform.

       RecordChange.
           move spaces to ws-fchg-record.
           move ws-fee-category to ws-fchg-category.
           move ws-fee-code to ws-fchg-code.
           move ws-entry-eff-date to ws-fchg-eff-date.
           move ws-amount-input to ws-fchg-new-amount.
           move ws-old-amount to ws-fchg-old-amount.
           move "P" to ws-fchg-status.
           move ws-today to ws-fchg-keyed-date.
           move ws-oper-id to ws-fchg-keyed-by.
           move zeroes to ws-fchg-notice-date.
           move zeroes to ws-fchg-notified-count.
           move zeroes to ws-fchg-held-count.

           move spaces to ws-fchg-msg.
           call 'fchgio' using "A",
                               ws-fchg-record,
                               ws-fchg-nav,
                               ws-fchg-msg.
           display ws-fchg-msg.

           if ws-fchg-msg equal "Change added"
               display "Pending until the fee notice run writes to "
                       "the clients"
           end-if.

       ListChanges.
           move zeroes to ws-change-count.
           move spaces to ws-fchg-record.
           move "YY" to ws-fchg-nav.

           move spaces to ws-fchg-msg.
           call 'fchgio' using "F",
                               ws-fchg-record,
                               ws-fchg-nav,
                               ws-fchg-msg.

           perform until not fchg-next-allowed
               add 1 to ws-change-count
               move ws-fchg-old-amount to ws-old-display
               move ws-fchg-new-amount to ws-amount-display
               display ws-fchg-category " " ws-fchg-code " from "
                       ws-fchg-eff-date " " ws-old-display " to "
                       ws-amount-display " " ws-fchg-status
                       " notice " ws-fchg-notice-date
               call 'fchgio' using "N",
                                   ws-fchg-record,
                                   ws-fchg-nav,
                                   ws-fchg-msg
           end-perform.

           display "Scheduled changes: " ws-change-count.

      * Once the letters have gone the clients have been told the
      * price - the change stands, and a further change is keyed
      * after it with its own notice.
       WithdrawChange.
           move spaces to ws-fchg-record.
           display "Category (R/C/N): " with no advancing.
           accept ws-fchg-category.
           display "Fee code (3 chars): " with no advancing.
           accept ws-fchg-code.
           display "Effective from (yyyymmdd): " with no advancing.
           accept ws-fchg-eff-date.

           move spaces to ws-fchg-msg.
           call 'fchgio' using "Q",
                               ws-fchg-record,
                               ws-fchg-nav,
                               ws-fchg-msg.

           evaluate true
               when ws-fchg-msg equal "Change not found"
                   display "Change not found"
               when ws-fchg-notified
                   display "Clients already notified on "
                           ws-fchg-notice-date " - not withdrawn"
               when other
                   move spaces to ws-fchg-msg
                   call 'fchgio' using "D",
                                       ws-fchg-record,
                                       ws-fchg-nav,
                                       ws-fchg-msg
                   display ws-fchg-msg
           end-evaluate.
