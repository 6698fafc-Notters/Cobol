       IDENTIFICATION DIVISION.
       PROGRAM-ID. tpachk IS INITIAL.
       AUTHOR. Andrew Notman.

      * Third-party authority check for one client, through tpaio
      * with its own record buffer so a caller walking another file
      * keeps its place. An authority is current when it is active,
      * its start date has come and its expiry date (if it has one)
      * has not gone by. Scopes rank D discuss, P payments, F full.
      *   "S" summarises the client's current authorities for a
      *       screen banner - answers "Y" with the strongest scope
      *       held, that authority's number and a line naming the
      *       holder, or "N" when nobody holds one;
      *   "V" verifies a request made by a third party - the
      *       authority number quoted must be one of this client's,
      *       current, and of at least the scope passed in; answers
      *       "Y", or "N" with the reason in the message.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           copy "tpa.ws".

       01 ws-tpa-msg pic X(80).
       01 ws-tpa-nav pic X(2).
           88 tpa-next-allowed value "YY", "YN".

       01 ws-today pic 9(8).

       01 ws-current pic X(1).
           88 tpa-current value "Y".

       01 ws-held-rank   pic 9(1).
       01 ws-needed-rank pic 9(1).
       01 ws-best-rank   pic 9(1).
       01 ws-rank-scope  pic X(1).
       01 ws-rank        pic 9(1).
       01 ws-best-name   pic X(30).
       01 ws-current-count pic 9(2).

       01 ws-scope-word pic X(8).

       LINKAGE SECTION.
       01 ls-operation pic X(1).
       01 ls-clnt-id   pic 9(7).
       01 ls-tpa-id    pic 9(7).
       01 ls-scope     pic X(1).
       01 ls-result    pic X(1).
       01 ls-msg       pic X(60).

       PROCEDURE DIVISION USING ls-operation,
                                ls-clnt-id,
                                ls-tpa-id,
                                ls-scope,
                                ls-result,
                                ls-msg.
       Main.
           move "N" to ls-result.
           move spaces to ls-msg.
           accept ws-today from date yyyymmdd.

           evaluate ls-operation
               when "S" perform SummariseAuthorities
               when "V" perform VerifyRequester
               when other
                   display "Invalid char."
           end-evaluate.

           EXIT PROGRAM.

       SummariseAuthorities.
           move zeroes to ws-current-count.
           move zeroes to ws-best-rank.
           move spaces to ws-best-name.

           move spaces to ws-tpa-record.
           move zeroes to ws-tpa-id.
           move ls-clnt-id to ws-tpa-clnt-id.
           move "YY" to ws-tpa-nav.
           move spaces to ws-tpa-msg.
           call 'tpaio' using "S",
                              ws-tpa-record,
                              ws-tpa-nav,
                              ws-tpa-msg.

           perform until not tpa-next-allowed
               perform CheckCurrent
               if tpa-current
                   add 1 to ws-current-count
                   move ws-tpa-scope to ws-rank-scope
                   perform RankScope
                   if ws-rank > ws-best-rank
                       move ws-rank to ws-best-rank
                       move ws-tpa-scope to ls-scope
                       move ws-tpa-id to ls-tpa-id
                       move ws-tpa-name to ws-best-name
                   end-if
               end-if
               call 'tpaio' using "T",
                                  ws-tpa-record,
                                  ws-tpa-nav,
                                  ws-tpa-msg
           end-perform.

           if ws-current-count > zeroes
               move "Y" to ls-result
               move ls-scope to ws-rank-scope
               perform NameScope
               string "*** THIRD PARTY: "   delimited by size
                      ws-current-count      delimited by size
                      " - "                 delimited by size
                      ws-scope-word         delimited by space
                      " "                   delimited by size
                      ws-best-name          delimited by size
                   into ls-msg
           end-if.

       VerifyRequester.
           move ls-scope to ws-rank-scope.
           perform RankScope.
           move ws-rank to ws-needed-rank.

           move spaces to ws-tpa-record.
           move ls-tpa-id to ws-tpa-id.
           move spaces to ws-tpa-msg.
           call 'tpaio' using "Q",
                              ws-tpa-record,
                              ws-tpa-nav,
                              ws-tpa-msg.

           if ws-tpa-msg equal "Authority not found"
               or ws-tpa-clnt-id not equal ls-clnt-id
               move "No such authority on this account" to ls-msg
           else
               perform CheckCurrent
               move ws-tpa-scope to ws-rank-scope
               perform RankScope
               move ws-rank to ws-held-rank
               evaluate true
                   when not tpa-current
                       move "Authority is not current" to ls-msg
                   when ws-held-rank < ws-needed-rank
                       perform NameScope
                       string "Authority is "     delimited by size
                              ws-scope-word       delimited by space
                              " only - not enough" delimited by size
                           into ls-msg
                   when other
                       move "Y" to ls-result
                       move ws-tpa-name to ls-msg
               end-evaluate
           end-if.

       CheckCurrent.
           move "N" to ws-current.
           if ws-tpa-active
               and ws-tpa-start-date not > ws-today
               and (ws-tpa-expiry-date = zeroes
                    or ws-tpa-expiry-date not < ws-today)
               move "Y" to ws-current
           end-if.

       RankScope.
           evaluate ws-rank-scope
               when "F" move 3 to ws-rank
               when "P" move 2 to ws-rank
               when "D" move 1 to ws-rank
               when other move 0 to ws-rank
           end-evaluate.

       NameScope.
           evaluate ws-rank-scope
               when "F" move "FULL" to ws-scope-word
               when "P" move "PAYMENTS" to ws-scope-word
               when other move "DISCUSS" to ws-scope-word
           end-evaluate.
