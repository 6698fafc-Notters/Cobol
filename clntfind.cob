      * handed back to the caller (zero when nothing was picked).
      * Callable from the posting screen, the client screen and
      * the suspense work screen, or stand-alone from the menu.
      * The phone number on each candidate line is masked below
      * "A" level (pimask) - the search itself still matches the
      * details keyed in full.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 ws-picked-id pic 9(7) value zeroes.

       01 ws-operator-id pic X(8) value spaces.
       01 ws-oper-level  pic X(1) value spaces.

       01 ws-shown-details.
           05 ws-shown-phone pic X(12).
           05 ws-shown-sort  pic X(6).
           05 ws-shown-acct  pic X(8).

       LINKAGE SECTION.
       01 ls-found-clnt-id pic 9(7).

       PROCEDURE DIVISION USING ls-found-clnt-id.
       Main.
           move zeroes to ls-found-clnt-id.
           call 'whoami' using "R", ws-operator-id, ws-oper-level.

           display "Find by P=Phone B=Bank details F=First name: "
               with no advancing.
           if ws-match = "Y"
               add 1 to ws-match-count
               move ws-clnt-balance to ws-balance-display
               call 'pimask' using "S",
                                   ws-clnt-record,
                                   ws-shown-details,
                                   ws-operator-id,
                                   ws-oper-level
               display ws-clnt-id " " ws-clnt-first-name " "
                       ws-clnt-surname " " ws-clnt-status
                       " " ws-shown-phone " "
                       ws-balance-display " "
                       ws-clnt-address
           end-if.
