       IDENTIFICATION DIVISION.
       PROGRAM-ID. ptpchk.
       AUTHOR. Andrew Notman.

      * Nightly promise-to-pay check - every open promise whose
      * date has arrived is marked from the payments ("P" rows on
      * txn.dat, reversed ones ignored) the client actually made
      * between the day the promise was taken and the day it fell
      * due: kept when they cover the amount promised, part-kept
      * when something came in, broken when nothing did. The
      * broken and part-kept promises print as the next morning's
      * call worklist, with the client's phone number and the
      * shortfall, dated and catalogued through rptname. A promise
      * dated later than the processing date is left open for a
      * later night. The phone number prints in full - the
      * worklist is for ringing the client, so it is one of the
      * prints pimask leaves unmasked.

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

           select WorklistFile assign to ws-report-name
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD TransactionFile.
           copy "txn.fd".

       FD WorklistFile.
       01 fd-worklist-line pic X(100).

       WORKING-STORAGE SECTION.
           copy "clnt.ws".

           copy "ptp.ws".

       01 txn-file-status pic X(2).
           88 txn-success value "00".

       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-ptp-msg pic X(80).
       01 ws-ptp-nav pic X(2) value "YY".
           88 ptp-next-allowed value "YY", "YN".

       01 ws-proc-date    pic 9(8) value zeroes.
       01 ws-taken-julian pic 9(6) value zeroes.
       01 ws-due-julian   pic 9(6) value zeroes.
       01 ws-paid         pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-shortfall    pic S9(7)V9(2) comp-3 value zeroes.

       01 ws-amount-display    pic ZZZZZZ9.99.
       01 ws-paid-display      pic ZZZZZZ9.99.
       01 ws-shortfall-display pic ZZZZZZ9.99.

       01 ws-checked-count pic 9(5) value zeroes.
       01 ws-kept-count    pic 9(5) value zeroes.
       01 ws-part-count    pic 9(5) value zeroes.
       01 ws-broken-count  pic 9(5) value zeroes.

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

           move "ptpbrk" to ws-catalog-base.
           move "ptpchk" to ws-catalog-prog.
           call 'rptname' using "N", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           open input TransactionFile.
           open output WorklistFile.

           move spaces to fd-worklist-line.
           string "Broken Promises Call Worklist - promises due by "
                      delimited by size
                  ws-proc-date delimited by size
               into fd-worklist-line.
           write fd-worklist-line.

           move spaces to fd-worklist-line.
           string "Promise Client  Surname              Phone       "
                  "  Promised   Due      Paid       Short"
                      delimited by size
               into fd-worklist-line.
           write fd-worklist-line.

           move spaces to ws-ptp-record.
           move zeroes to ws-ptp-id.
           move "YY" to ws-ptp-nav.
           move spaces to ws-ptp-msg.
           call 'ptpio' using "F",
                              ws-ptp-record,
                              ws-ptp-nav,
                              ws-ptp-msg.

           perform until not ptp-next-allowed
               if ws-ptp-open
                   and ws-ptp-due-date <= ws-proc-date
                   perform CheckOnePromise
               end-if
               call 'ptpio' using "N",
                                  ws-ptp-record,
                                  ws-ptp-nav,
                                  ws-ptp-msg
           end-perform.

           move spaces to fd-worklist-line.
           write fd-worklist-line.

           move spaces to fd-worklist-line.
           string "Promises checked: " delimited by size
                  ws-checked-count    delimited by size
                  "  Kept: "          delimited by size
                  ws-kept-count       delimited by size
                  "  Part-kept: "     delimited by size
                  ws-part-count       delimited by size
                  "  Broken: "        delimited by size
                  ws-broken-count     delimited by size
               into fd-worklist-line.
           write fd-worklist-line.

           close WorklistFile.
           close TransactionFile.

           compute ws-catalog-rows = ws-part-count + ws-broken-count.
           call 'rptname' using "C", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           display "Promise check complete - " ws-checked-count
                   " due, kept " ws-kept-count
                   ", part-kept " ws-part-count
                   ", broken " ws-broken-count
                   ", worklist " ws-report-name.

           move zero to return-code.
           goback.

       CheckOnePromise.
           add 1 to ws-checked-count.
           move zeroes to ws-paid.

           call 'dates' using "J",
                              ws-taken-julian,
                              ws-ptp-taken-date.
           call 'dates' using "J",
                              ws-due-julian,
                              ws-ptp-due-date.

           move ws-ptp-clnt-id to fd-txn-clnt-id.
           start TransactionFile key is equal to fd-txn-clnt-id
               invalid key
                   move "99" to txn-file-status
           end-start.

           if txn-success
               perform SumPromisedPayments
                   until fd-txn-clnt-id not equal ws-ptp-clnt-id
                      or not txn-success
           end-if.

           move ws-paid to ws-ptp-paid.
           move ws-proc-date to ws-ptp-checked-date.

           evaluate true
               when ws-paid >= ws-ptp-amount
                   move "K" to ws-ptp-status
                   add 1 to ws-kept-count
               when ws-paid > zeroes
                   move "P" to ws-ptp-status
                   add 1 to ws-part-count
               when other
                   move "B" to ws-ptp-status
                   add 1 to ws-broken-count
           end-evaluate.

           move spaces to ws-ptp-msg.
           call 'ptpio' using "U",
                              ws-ptp-record,
                              ws-ptp-nav,
                              ws-ptp-msg.

           if not ws-ptp-kept
               perform WriteWorklistLine
           end-if.

      * Payments are negative movements on the "P" rows - only the
      * ones dated inside the promise's own window count towards it.
       SumPromisedPayments.
           read TransactionFile next record
               at end
                   move "99" to txn-file-status
           end-read.

           if txn-success and fd-txn-clnt-id = ws-ptp-clnt-id
               and fd-txn-is-payment
               and not fd-txn-is-reversed
               and fd-txn-date >= ws-taken-julian
               and fd-txn-date <= ws-due-julian
               subtract fd-txn-amount from ws-paid
           end-if.

       WriteWorklistLine.
           move spaces to ws-clnt-record.
           move ws-ptp-clnt-id to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.

           compute ws-shortfall = ws-ptp-amount - ws-paid.
           move ws-ptp-amount to ws-amount-display.
           move ws-paid to ws-paid-display.
           move ws-shortfall to ws-shortfall-display.

           move spaces to fd-worklist-line.
           string ws-ptp-id            delimited by size
                  " "                  delimited by size
                  ws-ptp-clnt-id       delimited by size
                  " "                  delimited by size
                  ws-clnt-surname      delimited by size
                  " "                  delimited by size
                  ws-clnt-phone        delimited by size
                  " "                  delimited by size
                  ws-amount-display    delimited by size
                  " "                  delimited by size
                  ws-ptp-due-date      delimited by size
                  " "                  delimited by size
                  ws-paid-display      delimited by size
                  " "                  delimited by size
                  ws-shortfall-display delimited by size
               into fd-worklist-line.
           write fd-worklist-line.
