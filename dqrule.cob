       IDENTIFICATION DIVISION.
       PROGRAM-ID. dqrule.
       AUTHOR. Andrew Notman.

      * Client-master data-quality rules, in one place so the
      * nightly data-quality run and the worklist screen's re-check
      * judge a client the same way. The answer is six flags, "Y"
      * where the client fails the rule, in this order:
      *   A address blank;
      *   P phone number blank;
      *   B date of birth missing, in the future, or more than 110
      *     years before the as-of date;
      *   D on direct debit with the sort code or account number
      *     blank;
      *   C billing category with no rows on the fee schedule;
      *   R branch code that no operator (other than a disabled
      *     one) works from.
      * The fee categories and operator branches are read once and
      * kept between calls - "L" loads them, and "C" (check one
      * client) loads them itself on a first call - so a run over
      * the whole book does not walk two files per client.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           copy "clnt.ws".
           copy "fee.ws".
           copy "oper.ws".

       01 ws-fee-msg  pic X(80).
       01 ws-fee-nav  pic X(2).
           88 fee-next-allowed value "YY", "YN".
       01 ws-oper-msg pic X(80).
       01 ws-oper-nav pic X(2).
           88 oper-next-allowed value "YY", "YN".

       01 ws-loaded pic X(1) value "N".
           88 tables-loaded value "Y".

      * billing categories the fee schedule charges
       01 ws-category-table.
           05 ws-category occurs 40 times pic X(1).
       01 ws-category-used pic 9(2) value zeroes.
       01 cat-idx pic 9(2).

      * offices somebody signs on in
       01 ws-office-table.
           05 ws-office occurs 40 times pic X(2).
       01 ws-office-used pic 9(2) value zeroes.
       01 off-idx pic 9(2).

       01 ws-rule-flags.
           05 ws-rule-flag occurs 6 times pic X(1).
       01 rule-idx pic 9(1).

       01 ws-dob-greg    pic 9(8).
       01 ws-asof-julian pic 9(6).
       01 ws-age         pic 9(3).

       LINKAGE SECTION.
       01 ls-operation   pic X(1).
       01 ls-clnt-record pic X(143).
       01 ls-asof-date   pic 9(8).
       01 ls-rule-flags  pic X(6).
       01 ls-fail-count  pic 9(1).

       PROCEDURE DIVISION USING ls-operation,
                                ls-clnt-record,
                                ls-asof-date,
                                ls-rule-flags,
                                ls-fail-count.
       Main.
           evaluate ls-operation
               when "L" perform LoadTables
               when "C" perform CheckClient
               when other
                   display "Invalid char."
           end-evaluate.

           EXIT PROGRAM.

       LoadTables.
           move zeroes to ws-category-used.
           move zeroes to ws-office-used.
           perform LoadCategories.
           perform LoadOffices.
           move "Y" to ws-loaded.

       LoadCategories.
           move spaces to ws-fee-record.
           move "YY" to ws-fee-nav.
           move spaces to ws-fee-msg.
           call 'feeio' using "F",
                              ws-fee-record,
                              ws-fee-nav,
                              ws-fee-msg.

           perform until not fee-next-allowed
               perform varying cat-idx from 1 by 1
                   until cat-idx > ws-category-used
                      or ws-category(cat-idx) = ws-fee-category
                   continue
               end-perform
               if cat-idx > ws-category-used
                   and ws-category-used < 40
                   add 1 to ws-category-used
                   move ws-fee-category
                       to ws-category(ws-category-used)
               end-if
               call 'feeio' using "N",
                                  ws-fee-record,
                                  ws-fee-nav,
                                  ws-fee-msg
           end-perform.

       LoadOffices.
           move spaces to ws-oper-record.
           move "YY" to ws-oper-nav.
           move spaces to ws-oper-msg.
           call 'operio' using "F",
                               ws-oper-record,
                               ws-oper-msg,
                               ws-oper-nav.

           perform until not oper-next-allowed
               if not ws-oper-disabled
                   and ws-oper-branch not = spaces
                   perform varying off-idx from 1 by 1
                       until off-idx > ws-office-used
                          or ws-office(off-idx) = ws-oper-branch
                       continue
                   end-perform
                   if off-idx > ws-office-used
                       and ws-office-used < 40
                       add 1 to ws-office-used
                       move ws-oper-branch
                           to ws-office(ws-office-used)
                   end-if
               end-if
               call 'operio' using "N",
                                   ws-oper-record,
                                   ws-oper-msg,
                                   ws-oper-nav
           end-perform.

       CheckClient.
           if not tables-loaded
               perform LoadTables
           end-if.

           move ls-clnt-record to ws-clnt-record.
           move spaces to ws-rule-flags.

           if ws-clnt-address = spaces
               move "Y" to ws-rule-flag(1)
           end-if.

           if ws-clnt-phone = spaces
               move "Y" to ws-rule-flag(2)
           end-if.

           perform CheckBirthDate.

           if ws-clnt-on-dd
               and (ws-clnt-bank-sort = spaces
                    or ws-clnt-bank-acct = spaces)
               move "Y" to ws-rule-flag(4)
           end-if.

           perform varying cat-idx from 1 by 1
               until cat-idx > ws-category-used
                  or ws-category(cat-idx) = ws-clnt-category
               continue
           end-perform.
           if cat-idx > ws-category-used
               move "Y" to ws-rule-flag(5)
           end-if.

           perform varying off-idx from 1 by 1
               until off-idx > ws-office-used
                  or ws-office(off-idx) = ws-clnt-branch
               continue
           end-perform.
           if off-idx > ws-office-used
               move "Y" to ws-rule-flag(6)
           end-if.

           move zeroes to ls-fail-count.
           perform varying rule-idx from 1 by 1 until rule-idx > 6
               if ws-rule-flag(rule-idx) = "Y"
                   add 1 to ls-fail-count
               end-if
           end-perform.
           move ws-rule-flags to ls-rule-flags.

      * The date of birth is held as a day number, so a missing one
      * is zero; a future one is past the as-of day; the age check
      * works off the calendar date the same way clntgui's does.
       CheckBirthDate.
           call 'dates' using "J", ws-asof-julian, ls-asof-date.

           evaluate true
               when ws-clnt-dob = zeroes
                   move "Y" to ws-rule-flag(3)
               when ws-clnt-dob > ws-asof-julian
                   move "Y" to ws-rule-flag(3)
               when other
                   call 'dates' using "G", ws-clnt-dob, ws-dob-greg
                   call 'dates' using "A",
                                      ws-asof-julian,
                                      ws-dob-greg,
                                      ls-asof-date,
                                      ws-age
                   if ws-age not < 110
                       move "Y" to ws-rule-flag(3)
                   end-if
           end-evaluate.
