      * (bankrcpt.csv, one receipt per row:
      * clntid;surname;signless amount;bank reference, e.g.
      * 0000012;SMITH     ;0000045.00;BGC12345678 ) and posts each
      * matched receipt through clnttxn as a payment. A receipt
      * quoting a client payment reference (PAYnnnnnnnc, the one
      * printed on statements, dunning letters and advance notices)
      * is matched on that first, through payref; a reference that
      * fails its check digit goes to suspense saying so rather
      * than being matched to whichever account the slip happens
      * to name. Otherwise a receipt is matched by the quoted
      * client id where one is quoted, falling back to a surname
      * lookup via clntio "S"; anything that does not match
      * exactly one live client goes to the suspense file with a
      * reason, for the suspense work screen (suspwrk) to resolve,
      * so bank money never just disappears.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 ws-susp-nav pic X(2).

       01 ws-matched-clnt-id pic 9(7) value zeroes.
       01 ws-payref          pic X(11).
       01 ws-payref-clnt-id  pic 9(7).
       01 ws-payref-result   pic X(1).
       01 ws-payref-msg      pic X(80).
       01 ws-match-reason    pic X(30) value spaces.

       01 ws-txn-type      pic X(1) value "P".
                   write fd-result-line
           end-evaluate.

      * A quoted payment reference wins, then a quoted client id;
      * otherwise the surname is looked up through clntio "S". A
      * surname that matches more than one client is not guessed
      * at - it goes to suspense for a human to decide.
       MatchReceipt.
           move zeroes to ws-matched-clnt-id.
           move spaces to ws-match-reason.

           evaluate true
               when ws-csv-bankref(1:3) = "PAY"
                   perform MatchByPaymentRef
               when ws-csv-clnt-id numeric
                   and function numval(ws-csv-clnt-id) not = zeroes
                   perform MatchByClientId
               when other
                   perform MatchBySurname
           end-evaluate.

      * The reference is trusted only once its check digit holds -
      * one that fails is a mistyped reference, and the id inside
      * it is as likely to be somebody else's as the payer's.
       MatchByPaymentRef.
           move ws-csv-bankref(1:11) to ws-payref.
           move spaces to ws-payref-msg.
           call 'payref' using "V",
                               ws-payref-clnt-id,
                               ws-payref,
                               ws-payref-result,
                               ws-payref-msg.

           if ws-payref-result not equal "Y"
               move ws-payref-msg(1:30) to ws-match-reason
           else
               move ws-payref-clnt-id to ws-clnt-id
               move spaces to ws-msg
               call 'clntio' using "Q",
                                   ws-clnt-record,
                                   ws-navigation-status,
                                   ws-msg

               evaluate true
                   when ws-msg equal "Client not found"
                       move "Payment ref client not on file"
                           to ws-match-reason
                   when ws-clnt-closed
                       move "Payment ref client is closed"
                           to ws-match-reason
                   when other
                       move ws-clnt-id to ws-matched-clnt-id
               end-evaluate
           end-if.

       MatchByClientId.
