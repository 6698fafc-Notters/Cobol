      * uses, for the same bank interface. An extracted item is
      * marked so it can never be presented twice; a client whose
      * mandate has since failed, or who has paid the money in the
      * meantime, or who has been marked vulnerable since
      * (vulnchk), is dropped with a register note.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-vuln-result pic X(1) value "N".
       01 ws-ddrep-msg pic X(80).
       01 ws-ddrep-nav pic X(2).
           88 ddrep-next-allowed value "YY", "YN".

      * A re-presentation only goes to the bank while it still
      * makes sense: the mandate must still stand and the client
      * must still owe at least the bounced amount, and the client
      * must not have been marked vulnerable since the bounce.
       ConsiderItem.
           move spaces to ws-clnt-record.
           move ws-ddrep-clnt-id to ws-clnt-id.
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.
           call 'vulnchk' using "Q", ws-ddrep-clnt-id, ws-vuln-result.

           evaluate true
               when ws-clnt-msg equal "Client not found"
                   perform DropItem
               when ws-vuln-result = "Y"
                   perform DropItem
               when not ws-clnt-active
                   perform DropItem
               when not ws-clnt-on-dd
