      * instruction file by ddrepext after the configured number
      * of business days), and a second bounce fails the mandate
      * on the client record - ddextr stops selecting them - and
      * lands on the collections worklist (ddfail.rpt). A first
      * bounce for a client marked vulnerable (vulnchk) is not
      * queued for re-presentation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01 ws-repr-days pic 9(3) value zeroes.
       01 ws-prior-bounce pic X(1) value "N".
       01 ws-vuln-result  pic X(1) value "N".
       01 ws-vuln-count   pic 9(5) value zeroes.

       01 ws-today-gregorian pic 9(8) value zeroes.
       01 ws-today-julian    pic 9(6) value zeroes.
                  ws-queued-count       delimited by size
                  "  Mandates failed: " delimited by size
                  ws-failed-count       delimited by size
                  "  Held (vulnerable): " delimited by size
                  ws-vuln-count         delimited by size
               into fd-result-line.
           write fd-result-line.

           display "Direct-debit returns loaded - posted "
                   ws-posted-count ", bounced " ws-bounced-count
                   " (" ws-queued-count " queued, "
                   ws-failed-count " mandates failed, "
                   ws-vuln-count " held as vulnerable), errors "
                   ws-error-count.

           if ws-error-count not equal zeroes
           move ws-csv-clnt-id to ws-clnt-id.
           perform PostNsfCharge.
           perform CheckPriorBounce.
           call 'vulnchk' using "Q", ws-clnt-id, ws-vuln-result.

           evaluate true
               when ws-prior-bounce = "Y"
                   perform FailMandate
               when ws-vuln-result = "Y"
                   perform HoldRepresentation
               when other
                   perform QueueRepresentation
           end-evaluate.

      * A client marked vulnerable is not asked for the money a
      * second time by the bank - the bounce is left for staff to
      * take up with them.
       HoldRepresentation.
           add 1 to ws-vuln-count.
           move spaces to fd-result-line.
           string "        not re-presented - client marked "
                   delimited by size
                  "vulnerable" delimited by size
               into fd-result-line.
           write fd-result-line.

       PostNsfCharge.
           call 'clnttxn' using "T",
