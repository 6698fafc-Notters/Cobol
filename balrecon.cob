                   move zeroes to fd-balcnt-total
                   move 1 to fd-balcnt-id
                   write fd-balcnt-record
                   if success
                       call 'aijio' using "W", "B", "W",
                                          fd-balcnt-record
                   end-if
           end-read.

           move fd-balcnt-total to ws-prior-total.
           move ws-today to fd-balcnt-last-run.
           rewrite fd-balcnt-record
           end-rewrite.
           if success
               call 'aijio' using "W", "B", "R", fd-balcnt-record
           end-if.

           close BalanceControlFile.

