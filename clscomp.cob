       IDENTIFICATION DIVISION.
       PROGRAM-ID. clscomp.
       AUTHOR. Andrew Notman.

      * Nightly closure completion - every closure closacct left
      * pending settlement is looked at again: once the client's
      * balance has come to zero (the final bill paid, or the
      * credit sent back by the refund run) the client record is
      * closed through clntio's own close and the closure row is
      * marked complete with the processing date. A client who
      * has been closed some other way since is simply marked
      * complete. Anything still owing either way stays pending
      * for a later night and shows on the closures register.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           copy "clnt.ws".
           copy "clos.ws".

       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-clos-msg pic X(80).
       01 ws-clos-nav pic X(2) value "YY".
           88 clos-next-allowed value "YY", "YN".

       01 ws-proc-date pic 9(8) value zeroes.

       01 ws-pending-count   pic 9(5) value zeroes.
       01 ws-completed-count pic 9(5) value zeroes.
       01 ws-refused-count   pic 9(5) value zeroes.

      * clscomp is a batch step, so the closes it makes identify
      * to clntio as "BATCH" the same way billrun's postings do.
       01 ws-operator-id pic X(8) value "BATCH".

       PROCEDURE DIVISION.
       Main.
           call 'procdtio' using "R", ws-proc-date.
           if ws-proc-date equal zeroes
               accept ws-proc-date from date yyyymmdd
           end-if.

           move spaces to ws-clos-record.
           move "YY" to ws-clos-nav.
           move spaces to ws-clos-msg.
           call 'closio' using "F",
                               ws-clos-record,
                               ws-clos-nav,
                               ws-clos-msg.

           perform until not clos-next-allowed
               if ws-clos-pending
                   perform ConsiderClosure
               end-if
               call 'closio' using "N",
                                   ws-clos-record,
                                   ws-clos-nav,
                                   ws-clos-msg
           end-perform.

           display "Closure completion - " ws-pending-count
                   " pending, " ws-completed-count " completed, "
                   ws-refused-count " close refused".

           move zero to return-code.
           goback.

       ConsiderClosure.
           add 1 to ws-pending-count.

           move spaces to ws-clnt-record.
           move ws-clos-clnt-id to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.

           evaluate true
               when ws-clnt-msg equal "Client not found"
                   continue
               when ws-clnt-closed
                   perform MarkComplete
               when ws-clnt-balance = zeroes
                   perform CloseClient
               when other
                   continue
           end-evaluate.

       CloseClient.
           move spaces to ws-clnt-msg.
           call 'clntio' using "D",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg,
                               ws-operator-id.

           if ws-clnt-msg equal "Client record closed"
               perform MarkComplete
           else
               add 1 to ws-refused-count
               display ws-clnt-id " not closed - " ws-clnt-msg
           end-if.

       MarkComplete.
           move "C" to ws-clos-status.
           move ws-proc-date to ws-clos-complete-date.
           move spaces to ws-clos-msg.
           call 'closio' using "U",
                               ws-clos-record,
                               ws-clos-nav,
                               ws-clos-msg.
           add 1 to ws-completed-count.
