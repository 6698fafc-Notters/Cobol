               access mode is dynamic
               record key is fd-txn-id
               alternate record key is fd-txn-clnt-id with duplicates
               alternate record key is fd-txn-date with duplicates
               file status is txn-file-status.

           select ArchiveFile assign to "txnarch.dat"
       01 fd-txnarch-record.
           05 fd-txnarch-id             pic 9(7).
           05 fd-txnarch-clnt-id        pic 9(7).
           05 fd-txnarch-rest           pic X(57).

       FD SummaryFile.
       01 fd-summary-line pic X(80).
       01 ws-sum-interest pic S9(9)V9(2) comp-3 value zeroes.
       01 ws-sum-adjust   pic S9(9)V9(2) comp-3 value zeroes.
       01 ws-sum-woffs    pic S9(9)V9(2) comp-3 value zeroes.
       01 ws-sum-discounts pic S9(9)V9(2) comp-3 value zeroes.
       01 ws-sum-count    pic 9(5) value zeroes.

       01 ws-money-display pic +ZZZZZZZZ9.99.
           move zeroes to ws-sum-interest.
           move zeroes to ws-sum-adjust.
           move zeroes to ws-sum-woffs.
           move zeroes to ws-sum-discounts.
           move zeroes to ws-sum-count.
           move ws-clnt-id to ws-work-clnt-id.

                   when "W"
                       add 1 to ws-sum-count
                       add ws-txn-amount to ws-sum-woffs
                   when "D"
                       add 1 to ws-sum-count
                       subtract ws-txn-amount from ws-sum-discounts
                   when other
                       continue
               end-evaluate
                  ws-money-display delimited by size
               into fd-summary-line.
           write fd-summary-line.

           move ws-sum-discounts to ws-money-display.
           move spaces to fd-summary-line.
           string "  Discounts allowed : " delimited by size
                  ws-money-display delimited by size
               into fd-summary-line.
           write fd-summary-line.
