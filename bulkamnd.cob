
      * Bulk client-amendment loader - applies a change file of
      * amendments (amend.csv, one row per client:
      * clntid;address;phone;category;sortcode;account - an empty
      * field leaves the client's current value alone, and the
      * bank pair only ever comes together) through clntio's
      * ordinary query/update path, so the optimistic check and
      * the audit trail work exactly as they do for a screen
      * update. Unknown ids and bad values go to bulkamnd.rpt with
      * a reason, the enrol reject-report shape; a checkpoint
      * (bckptio) lets an interrupted run resume without
      * re-applying rows; and the run log gets the
      * loaded/rejected/skipped summary. A row that changes the
      * address clears the client's gone-away (returned mail)
      * flag. New bank details are put through bankchk first, as a
      * direct debit when the client is on one, and a row whose
      * details fail is rejected whole.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD AmendCSV.
       01 fd-amend-csv-record pic X(60).
           88 EOF value high-values.

       FD RejectFile.
       01 fd-reject-line pic X(120).

       FD RunLogFile.
       01 fd-runlog-line pic X(80).
       WORKING-STORAGE SECTION.
           copy "clnt.ws".

       01 ws-amend-csv-record pic X(60).

       01 ws-csv-clnt-id  pic X(7).
       01 ws-csv-address  pic X(20).
       01 ws-csv-phone    pic X(12).
       01 ws-csv-category pic X(1).
       01 ws-csv-bank-sort pic X(6).
       01 ws-csv-bank-acct pic X(8).

       01 ws-bank-purpose pic X(1).
       01 ws-bank-result  pic X(1).
       01 ws-bank-msg     pic X(80).

       01 ws-navigation-status pic X(2).
       01 ws-msg               pic X(80).
       01 ws-rejected-count pic 9(5) value zeroes.
       01 ws-skipped-count  pic 9(5) value zeroes.

       01 ws-old-address        pic X(20).
       01 ws-gone-result        pic X(1) value "N".
       01 ws-gone-cleared-count pic 9(5) value zeroes.

       01 ws-ckpt-status   pic 9(2).
       01 ws-ckpt-last-row pic 9(7) value zeroes.

           move spaces to ws-csv-address.
           move spaces to ws-csv-phone.
           move spaces to ws-csv-category.
           move spaces to ws-csv-bank-sort.
           move spaces to ws-csv-bank-acct.
           unstring ws-amend-csv-record delimited by ";"
               into ws-csv-clnt-id, ws-csv-address,
                    ws-csv-phone, ws-csv-category,
                    ws-csv-bank-sort, ws-csv-bank-acct
               on overflow
                   move "N" to ws-row-valid
                   move "Field too long for its column"
               if ws-csv-address equal spaces
                   and ws-csv-phone equal spaces
                   and ws-csv-category equal spaces
                   and ws-csv-bank-sort equal spaces
                   and ws-csv-bank-acct equal spaces
                   move "N" to ws-row-valid
                   move "Nothing to amend on the row"
                       to ws-reject-reason
               end-if
           end-if.

           if row-valid
               if (ws-csv-bank-sort equal spaces
                   and ws-csv-bank-acct not equal spaces)
                   or (ws-csv-bank-sort not equal spaces
                   and ws-csv-bank-acct equal spaces)
                   move "N" to ws-row-valid
                   move "Sort code and account must come together"
                       to ws-reject-reason
               end-if
           end-if.

           if row-valid
               perform ApplyRow
           else
               move "Client id not on file" to ws-reject-reason
               perform RejectRow
           else
               move "Y" to ws-bank-result
               if ws-csv-bank-sort not equal spaces
                   perform CheckBankDetails
               end-if
           end-if.

           if ws-msg not equal "Client not found"
               and ws-bank-result equal "Y"
               move ws-clnt-address to ws-old-address
               if ws-csv-address not equal spaces
                   move ws-csv-address to ws-clnt-address
               end-if
               if ws-csv-category not equal spaces
                   move ws-csv-category to ws-clnt-category
               end-if
               if ws-csv-bank-sort not equal spaces
                   move ws-csv-bank-sort to ws-clnt-bank-sort
                   move ws-csv-bank-acct to ws-clnt-bank-acct
               end-if

               move spaces to ws-msg
               call 'clntio' using "U",

               if ws-msg equal "Client updated successfully"
                   add 1 to ws-applied-count
                   if ws-csv-address not equal spaces
                       and ws-csv-address not equal ws-old-address
                       perform ClearGoneAway
                   end-if
               else
                   move ws-msg(1:40) to ws-reject-reason
                   perform RejectRow
               end-if
           end-if.

      * The row's bank details, checked against the client just
      * read - a client on direct debit needs a branch that takes
      * them.
       CheckBankDetails.
           if ws-clnt-on-dd
               move "D" to ws-bank-purpose
           else
               move "V" to ws-bank-purpose
           end-if.

           move spaces to ws-bank-msg.
           call 'bankchk' using ws-bank-purpose,
                                ws-csv-bank-sort,
                                ws-csv-bank-acct,
                                ws-bank-result,
                                ws-bank-msg.

           if ws-bank-result not equal "Y"
               move ws-bank-msg(1:40) to ws-reject-reason
               perform RejectRow
           end-if.

      * A new address clears the client's gone-away flag, so the
      * paper runs start mailing them again.
       ClearGoneAway.
           call 'gonechk' using "C",
                                ws-clnt-id,
                                ws-gone-result,
                                ws-operator-id.
           if ws-gone-result = "Y"
               add 1 to ws-gone-cleared-count
           end-if.

       RejectRow.
           add 1 to ws-rejected-count.

                  ws-applied-count delimited by size
                  "  Rejected: " delimited by size
                  ws-rejected-count delimited by size
                  "  Gone-away cleared: " delimited by size
                  ws-gone-cleared-count delimited by size
               into fd-reject-line.
           write fd-reject-line.

