       IDENTIFICATION DIVISION.
       PROGRAM-ID. limchk IS INITIAL.
       AUTHOR. Andrew Notman.

      * Limitation check for one client, through limio with its own
      * record buffer so a caller walking the client file keeps its
      * place. "Q" answers "Y" when the client's debt is flagged
      * statute-barred - dunlet sends no demand, intracc accrues no
      * interest, agcymnt will not place the account and crbext
      * leaves it off the bureau extract. "P" restarts the clock
      * from a payment clnttxn has just posted (ls-txn-id, which
      * only "P" callers pass), starting the client's row if there
      * is none yet; a barred flag stays where it is, since paying
      * a statute-barred debt does not revive it.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           copy "lim.ws".

       01 ws-lim-msg pic X(80).
       01 ws-lim-nav pic X(2).
       01 ws-today   pic 9(8).

       LINKAGE SECTION.
       01 ls-operation pic X(1).
       01 ls-clnt-id   pic 9(7).
       01 ls-result    pic X(1).
       01 ls-oper-id   pic X(8).
       01 ls-txn-id    pic 9(7).

       PROCEDURE DIVISION USING ls-operation,
                                ls-clnt-id,
                                ls-result,
                                ls-oper-id,
                                ls-txn-id.
       Main.
           move "N" to ls-result.

           move spaces to ws-lim-record.
           move ls-clnt-id to ws-lim-clnt-id.
           move spaces to ws-lim-msg.
           call 'limio' using "Q",
                              ws-lim-record,
                              ws-lim-nav,
                              ws-lim-msg.

           evaluate ls-operation
               when "Q"
                   if ws-lim-msg not equal
                           "Limitation record not found"
                       and ws-lim-is-barred
                       move "Y" to ls-result
                   end-if
               when "P"
                   perform RecordPayment
               when other
                   continue
           end-evaluate.

           EXIT PROGRAM.

       RecordPayment.
           accept ws-today from date yyyymmdd.

           if ws-lim-msg equal "Limitation record not found"
               move spaces to ws-lim-record
               move ls-clnt-id to ws-lim-clnt-id
               move "N" to ws-lim-barred
               move zeroes to ws-lim-barred-date
           end-if.

           move ws-today to ws-lim-ack-date.
           move "P" to ws-lim-ack-source.
           move ls-txn-id to ws-lim-ack-txn-id.
           move ls-oper-id to ws-lim-recorded-by.
           move ws-today to ws-lim-recorded-date.

           if ws-lim-msg equal "Limitation record not found"
               move spaces to ws-lim-msg
               call 'limio' using "A",
                                  ws-lim-record,
                                  ws-lim-nav,
                                  ws-lim-msg
           else
               move spaces to ws-lim-msg
               call 'limio' using "U",
                                  ws-lim-record,
                                  ws-lim-nav,
                                  ws-lim-msg
           end-if.

           if ws-lim-msg equal "Limitation record added"
               or ws-lim-msg equal "Limitation record updated"
               move "Y" to ls-result
           end-if.
