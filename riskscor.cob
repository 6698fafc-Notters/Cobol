      * for deteriorating ones - each recommendation also lands on
      * the review worklist for a supervisor to accept or
      * override, one by one, through crlimwrk.
      * Money the client has open in dispute (dispsum) does not
      * count as debt left unpaid while the dispute runs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               access mode is dynamic
               record key is fd-txn-id
               alternate record key is fd-txn-clnt-id with duplicates
               alternate record key is fd-txn-date with duplicates
               file status is txn-file-status.

           select ReviewReport assign to "crlimrev.rpt"
       01 ws-last-pay-julian pic 9(6) value zeroes.
       01 ws-days-since-pay  pic 9(5) value zeroes.

       01 ws-undisputed-owed  pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-disp-all-items   pic 9(7) value zeroes.
       01 ws-disp-open-amount pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-disp-open-count  pic 9(5) value zeroes.

       01 ws-new-limit pic S9(7)V9(2) comp-3 value zeroes.

       01 ws-old-display pic +ZZZZZZ9.99.
      * The posting history gives two signals: NSF charges (each
      * bounce costs two points) and payment regularity - an
      * account that owes money but has paid nothing for over
      * sixty days costs two more - what is open in dispute is
      * not counted as owing.
       ScorePostingHistory.
           move zeroes to ws-nsf-count.
           move zeroes to ws-last-pay-julian.

           compute ws-score = ws-score + (ws-nsf-count * 2).

           call 'dispsum' using ws-clnt-id,
                                ws-disp-all-items,
                                ws-disp-open-amount,
                                ws-disp-open-count.
           compute ws-undisputed-owed =
               ws-clnt-balance - ws-disp-open-amount.

           if ws-undisputed-owed > zeroes
               if ws-last-pay-julian equal zeroes
                   add 2 to ws-score
               else
