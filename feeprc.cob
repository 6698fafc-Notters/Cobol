       IDENTIFICATION DIVISION.
       PROGRAM-ID. feeprc IS INITIAL.
       AUTHOR. Andrew Notman.

      * Fee price in force - given a fee-schedule row's category,
      * fee code and amount, and the date being charged for, hands
      * back the amount that applies on that date: the new price
      * of the latest scheduled change (fchg.dat) effective on or
      * before the date, or the schedule's own amount when none
      * is. A change the notice run has not yet written to the
      * clients about never applies - no client is charged a new
      * price they were not told of. The billing run, the
      * closure's final bill, the chargeback fee and the cash
      * forecast all price through here, so a change keyed ahead
      * takes effect everywhere on the day without anyone editing
      * the schedule on the night.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           copy "fchg.ws".

       01 ws-fchg-msg pic X(80).
       01 ws-fchg-nav pic X(2).
           88 fchg-next-allowed value "YY", "YN".

       LINKAGE SECTION.
       01 ls-category pic X(1).
       01 ls-code     pic X(3).
       01 ls-date     pic 9(8).
       01 ls-amount   pic S9(7)V9(2) comp-3.

       PROCEDURE DIVISION USING ls-category,
                                ls-code,
                                ls-date,
                                ls-amount.
       Main.
           move spaces to ws-fchg-record.
           move ls-category to ws-fchg-category.
           move ls-code to ws-fchg-code.
           move zeroes to ws-fchg-eff-date.
           move "YY" to ws-fchg-nav.
           move spaces to ws-fchg-msg.
           call 'fchgio' using "N",
                               ws-fchg-record,
                               ws-fchg-nav,
                               ws-fchg-msg.

      *    the changes come back in effective-date order, so the
      *    last one reached on or before the date is the one in force
           perform until not fchg-next-allowed
               or ws-fchg-category not equal ls-category
               or ws-fchg-code not equal ls-code
               or ws-fchg-eff-date > ls-date
               if ws-fchg-notified
                   move ws-fchg-new-amount to ls-amount
               end-if
               call 'fchgio' using "N",
                                   ws-fchg-record,
                                   ws-fchg-nav,
                                   ws-fchg-msg
           end-perform.

           EXIT PROGRAM.
