           write fd-cont-record
           end-write.
           move file-status to ls-file-status.
           if success
               call 'aijio' using "W", "K", "W", fd-cont-record
           end-if.

       DoIncrement.
           move 1 to fd-cont-id.
           end-rewrite.

           move file-status to ls-file-status.
           perform JournalRewrite.

       DoUpdate.
           move 1 to fd-cont-id.
           end-rewrite.

           move file-status to ls-file-status.
           perform JournalRewrite.

      * the counter as it now stands goes on the after-image
      * journal (aijio), so a restored cont.dat comes forward too
       JournalRewrite.
           if success
               call 'aijio' using "W", "K", "R", fd-cont-record
           end-if.
