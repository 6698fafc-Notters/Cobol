           write fd-txncnt-record
           end-write.
           move file-status to ls-file-status.
           if success
               call 'aijio' using "W", "N", "W", fd-txncnt-record
           end-if.

       DoIncrement.
           move 1 to fd-txncnt-id.
           end-rewrite.

           move file-status to ls-file-status.
      *    the counter as it now stands goes on the after-image
      *    journal (aijio), so a restored txncnt.dat comes forward
           if success
               call 'aijio' using "W", "N", "R", fd-txncnt-record
           end-if.
