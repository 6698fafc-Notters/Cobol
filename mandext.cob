      * extract uses: "N" rows carry the sort code and account for
      * a setup, "C" rows the cancellation. Each row is marked
      * sent so it can never go twice; the response loader
      * (mandret) brings back the bank's confirm or reject. A
      * setup whose bank details fail bankchk - unknown sort
      * code, bad account number, or a branch that takes no
      * direct debits - is not sent: it is rejected here the way
      * mandret rejects one the bank turns down, flag cleared.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 ws-today pic 9(8) value zeroes.

       01 ws-item-count pic 9(5) value zeroes.
       01 ws-refused-count pic 9(5) value zeroes.

       01 ws-bank-result pic X(1).
       01 ws-bank-msg    pic X(80).

      * mandext is a batch run, so the flag it clears identifies
      * to clntio as "BATCH" the same way mandret's does.
       01 ws-operator-id pic X(8) value "BATCH".

       PROCEDURE DIVISION.
       Main.
           display "Mandate extract written to mandext.dat, "
                   ws-item-count " instruction(s)".

           if ws-refused-count not equal zeroes
               display ws-refused-count
                       " setup(s) refused on bank details"
           end-if.

           goback.

       WriteOneInstruction.
                               ws-clnt-nav,
                               ws-clnt-msg.

           move "Y" to ws-bank-result.
           if ws-clnt-msg not equal "Client not found"
               and ws-mand-pending
               move spaces to ws-bank-msg
               call 'bankchk' using "D",
                                    ws-clnt-bank-sort,
                                    ws-clnt-bank-acct,
                                    ws-bank-result,
                                    ws-bank-msg
           end-if.

           evaluate true
               when ws-clnt-msg equal "Client not found"
                   display "Mandate row for missing client "
                           ws-mand-clnt-id " - skipped"
               when ws-bank-result not equal "Y"
                   perform RefuseMandate
               when other
                   add 1 to ws-item-count

                   move spaces to fd-instruction-line
                   if ws-mand-pending
                       string "N"               delimited by size
                              ws-clnt-id        delimited by size
                              " "               delimited by size
                              ws-clnt-bank-sort delimited by size
                              " "               delimited by size
                              ws-clnt-bank-acct delimited by size
                              " "               delimited by size
                              ws-clnt-surname   delimited by size
                           into fd-instruction-line
                   else
                       string "C"               delimited by size
                              ws-clnt-id        delimited by size
                              " "               delimited by size
                              ws-clnt-surname   delimited by size
                           into fd-instruction-line
                   end-if
                   write fd-instruction-line

                   move "Y" to ws-mand-sent
                   move spaces to ws-mand-msg
                   call 'mandio' using "U",
                                       ws-mand-record,
                                       ws-mand-nav,
                                       ws-mand-msg
           end-evaluate.

      * The bank would only turn this one down, so it is rejected
      * without going - status, response date and the client's
      * flag exactly as mandret leaves a bank rejection.
       RefuseMandate.
           add 1 to ws-refused-count.
           display "Client " ws-clnt-id " mandate not sent - "
                   ws-bank-msg.

           move "R" to ws-mand-status.
           move ws-today to ws-mand-response-date.
           move spaces to ws-mand-msg.
           call 'mandio' using "U",
                               ws-mand-record,
                               ws-mand-nav,
                               ws-mand-msg.

           move "N" to ws-clnt-dd-flag.
           move spaces to ws-clnt-msg.
           call 'clntio' using "U",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg,
                               ws-operator-id.
