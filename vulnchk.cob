       IDENTIFICATION DIVISION.
       PROGRAM-ID. vulnchk IS INITIAL.
       AUTHOR. Andrew Notman.

      * Vulnerable-customer check for one client, through vulnio
      * with its own record buffer so a caller walking the client
      * file keeps its place. "Q" answers "Y" when the client is
      * marked vulnerable - dunlet caps the letter it sends,
      * agcymnt wants a second admin before placing, and ddret and
      * ddrepext leave a bounced direct debit alone. "S" answers
      * "Y" only when the marker also suspends interest and late
      * charges, which is what intracc asks. A cleared marker
      * answers "N" to both.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           copy "vuln.ws".

       01 ws-vuln-msg pic X(80).
       01 ws-vuln-nav pic X(2).

       LINKAGE SECTION.
       01 ls-operation pic X(1).
       01 ls-clnt-id   pic 9(7).
       01 ls-result    pic X(1).

       PROCEDURE DIVISION USING ls-operation,
                                ls-clnt-id,
                                ls-result.
       Main.
           move "N" to ls-result.

           move spaces to ws-vuln-record.
           move ls-clnt-id to ws-vuln-clnt-id.
           move spaces to ws-vuln-msg.
           call 'vulnio' using "Q",
                               ws-vuln-record,
                               ws-vuln-nav,
                               ws-vuln-msg.

           if ws-vuln-msg not equal "Vulnerability marker not found"
               and ws-vuln-marked
               evaluate ls-operation
                   when "Q"
                       move "Y" to ls-result
                   when "S"
                       if ws-vuln-charges-suspended
                           move "Y" to ls-result
                       end-if
                   when other
                       continue
               end-evaluate
           end-if.

           EXIT PROGRAM.
