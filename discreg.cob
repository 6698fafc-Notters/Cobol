       IDENTIFICATION DIVISION.
       PROGRAM-ID. discreg IS INITIAL.
       AUTHOR. Andrew Notman.

      * Discounts-granted register for the month - every prompt-
      * payment discount (type "D" on txn.dat) credited in the
      * month, with the client, category and branch, totalled by
      * category so the cost of the scheme can be read straight
      * off the foot. A discount since reversed is flagged and
      * netted off by its reversal, which is dated and listed the
      * same way. The offers that lapsed in the month (due.dat)
      * are counted beside it, with the discount they would have
      * cost. The month is the one the processing date falls in -
      * today's on a hand run - and the output is dated and
      * catalogued through rptname.

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

           select RegisterFile assign to ws-report-name
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD TransactionFile.
           copy "txn.fd".

       FD RegisterFile.
       01 fd-register-line pic X(100).

       WORKING-STORAGE SECTION.
           copy "clnt.ws".
           copy "due.ws".

       01 txn-file-status pic X(2).
           88 txn-success value "00".

       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-due-msg  pic X(80).
       01 ws-due-nav  pic X(2).
           88 due-next-allowed value "YY", "YN".

       01 ws-proc-date.
           05 ws-proc-ym pic 9(6).
           05 ws-proc-dd pic 9(2).
       01 ws-settled-date.
           05 ws-settled-ym pic 9(6).
           05 ws-settled-dd pic 9(2).

       01 ws-month-start.
           05 ws-month-start-ym pic 9(6).
           05 ws-month-start-dd pic 9(2).
       01 ws-month-start-julian pic 9(6).
       01 ws-txn-gregorian pic 9(8).

       01 ws-more-txns pic X(1) value "Y".
           88 more-txns value "Y".

       01 ws-credit     pic S9(7)V9(2) comp-3.
       01 ws-link-note  pic X(17).

      * per-category buckets - an unexpected category on a client
      * record lands in the catch-all so it stays visible
       01 ws-category-table.
           05 ws-category-entry occurs 4 times.
               10 ws-cat-code   pic X(1).
               10 ws-cat-label  pic X(12).
               10 ws-cat-count  pic 9(5).
               10 ws-cat-total  pic S9(9)V9(2) comp-3.
       01 cat-idx pic 9(1).

       01 ws-disc-count  pic 9(5) value zeroes.
       01 ws-disc-total  pic S9(9)V9(2) comp-3 value zeroes.
       01 ws-lapsed-count pic 9(5) value zeroes.
       01 ws-lapsed-total pic S9(9)V9(2) comp-3 value zeroes.

       01 ws-amount-display pic +ZZZZZZ9.99.
       01 ws-total-display  pic +ZZZZZZZZ9.99.

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

           move ws-proc-ym to ws-month-start-ym.
           move 01 to ws-month-start-dd.
           call 'dates' using "J",
                              ws-month-start-julian,
                              ws-month-start.

           move "R"           to ws-cat-code(1).
           move "Residential" to ws-cat-label(1).
           move "C"           to ws-cat-code(2).
           move "Commercial"  to ws-cat-label(2).
           move "N"           to ws-cat-code(3).
           move "Concession"  to ws-cat-label(3).
           move "?"           to ws-cat-code(4).
           move "Other"       to ws-cat-label(4).
           perform varying cat-idx from 1 by 1 until cat-idx > 4
               move zeroes to ws-cat-count(cat-idx)
               move zeroes to ws-cat-total(cat-idx)
           end-perform.

           move "discreg" to ws-catalog-base.
           move "discreg" to ws-catalog-prog.
           call 'rptname' using "N", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           open input TransactionFile.
           open output RegisterFile.

           move spaces to fd-register-line.
           string "Prompt-Payment Discounts Granted - month "
                      delimited by size
                  ws-proc-ym delimited by size
               into fd-register-line.
           write fd-register-line.

           move spaces to fd-register-line.
           string "Date     Client  Surname    C Br Txn     "
                  " Discount" delimited by size
               into fd-register-line.
           write fd-register-line.

      *    the posting-date key starts the walk at the first of
      *    the month and the first posting after today ends it
           move ws-month-start-julian to fd-txn-date.
           start TransactionFile key is not less than fd-txn-date
               invalid key
                   move "N" to ws-more-txns
           end-start.

           perform until not more-txns
               read TransactionFile next record
                   at end
                       move "N" to ws-more-txns
               end-read

               if more-txns
                   call 'dates' using "G", fd-txn-date,
                                      ws-txn-gregorian
                   if ws-txn-gregorian > ws-proc-date
                       move "N" to ws-more-txns
                   end-if
               end-if

               if more-txns and fd-txn-is-discount
                   perform ReportDiscount
               end-if
           end-perform.

           close TransactionFile.

           perform CountLapsedOffers.
           perform WriteCategoryTotals.

           close RegisterFile.

           move ws-disc-count to ws-catalog-rows.
           call 'rptname' using "C", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           move ws-disc-total to ws-total-display.
           display "Discounts register written to " ws-report-name
                   " - " ws-disc-count " discount(s) costing "
                   ws-total-display.

           goback.

       ReportDiscount.
           move spaces to ws-clnt-record.
           move fd-txn-clnt-id to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.
           if ws-clnt-msg equal "Client not found"
               move spaces to ws-clnt-surname
               move "?" to ws-clnt-category
               move spaces to ws-clnt-branch
           end-if.

      *    the discount is a credit - the register shows its cost
           compute ws-credit = fd-txn-amount * -1.

           add 1 to ws-disc-count.
           add ws-credit to ws-disc-total.

           perform varying cat-idx from 1 by 1
               until cat-idx > 3
                  or ws-cat-code(cat-idx) = ws-clnt-category
               continue
           end-perform.
           add 1 to ws-cat-count(cat-idx).
           add ws-credit to ws-cat-total(cat-idx).

           move spaces to ws-link-note.
           if fd-txn-xref-id not equal zeroes
               string " REVERSES " delimited by size
                      fd-txn-xref-id delimited by size
                   into ws-link-note
           else
               if fd-txn-is-reversed
                   move " REVERSED" to ws-link-note
               end-if
           end-if.

           move ws-credit to ws-amount-display.
           move spaces to fd-register-line.
           string ws-txn-gregorian  delimited by size
                  " "               delimited by size
                  fd-txn-clnt-id    delimited by size
                  " "               delimited by size
                  ws-clnt-surname   delimited by size
                  " "               delimited by size
                  ws-clnt-category  delimited by size
                  " "               delimited by size
                  ws-clnt-branch    delimited by size
                  " "               delimited by size
                  fd-txn-id         delimited by size
                  " "               delimited by size
                  ws-amount-display delimited by size
                  ws-link-note      delimited by size
               into fd-register-line.
           write fd-register-line.

      * The offers that lapsed this month - what the scheme would
      * have cost had every client paid in time.
       CountLapsedOffers.
           move spaces to ws-due-record.
           move zeroes to ws-due-clnt-id.
           move "YY" to ws-due-nav.
           move spaces to ws-due-msg.
           call 'dueio' using "F",
                              ws-due-record,
                              ws-due-nav,
                              ws-due-msg.

           perform until not due-next-allowed
               move ws-due-settled-date to ws-settled-date
               if ws-due-lapsed and ws-settled-ym = ws-proc-ym
                   add 1 to ws-lapsed-count
                   add ws-due-disc-amount to ws-lapsed-total
               end-if
               call 'dueio' using "N",
                                  ws-due-record,
                                  ws-due-nav,
                                  ws-due-msg
           end-perform.

       WriteCategoryTotals.
           move spaces to fd-register-line.
           write fd-register-line.

           perform varying cat-idx from 1 by 1 until cat-idx > 4
               move ws-cat-total(cat-idx) to ws-total-display
               move spaces to fd-register-line
               string ws-cat-label(cat-idx)  delimited by size
                      ": "                   delimited by size
                      ws-cat-count(cat-idx)  delimited by size
                      " discount(s) for "    delimited by size
                      ws-total-display       delimited by size
                   into fd-register-line
               write fd-register-line
           end-perform.

           move ws-disc-total to ws-total-display.
           move spaces to fd-register-line.
           string "Scheme cost this month: " delimited by size
                  ws-total-display           delimited by size
                  " in "                     delimited by size
                  ws-disc-count              delimited by size
                  " discount(s)"             delimited by size
               into fd-register-line.
           write fd-register-line.

           move ws-lapsed-total to ws-total-display.
           move spaces to fd-register-line.
           string "Offers lapsed this month: " delimited by size
                  ws-lapsed-count              delimited by size
                  " (discount not earned "     delimited by size
                  ws-total-display             delimited by size
                  ")"                          delimited by size
               into fd-register-line.
           write fd-register-line.
