      * one, the same way tillio numbers sessions) without writing
      * anything - the posting carries the number first, and "A"
      * then records the receipt under it, stamped with date and
      * time. "Q" reads a receipt back for the reprint. "F" and
      * "W" walk the whole file in receipt-number order (first,
      * then the one after the receipt handed in) for a caller
      * that wants every receipt a client was given.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               when "N" perform DoNextNumber
               when "A" perform DoAdd
               when "Q" perform DoQuery
               when "F" perform DoFirst
               when "W" perform DoWalkNext
               when other
                   move "Invalid operation" to ws-msg
           end-evaluate.
           end-if.

           move ws-rcpt-record to ls-rcpt-record.

       DoFirst.
           move ls-rcpt-record to ws-rcpt-record.
           move zeroes to fd-rcpt-no.
           start ReceiptFile key is greater than fd-rcpt-no
               invalid key
                   move "No receipts on file" to ws-msg
           end-start.

           if success
               read ReceiptFile next record
                   at end
                       move "No receipts on file" to ws-msg
               end-read
           end-if.

           if success
               move fd-rcpt-record to ws-rcpt-record
           end-if.

           move ws-rcpt-record to ls-rcpt-record.

       DoWalkNext.
           move ls-rcpt-record to ws-rcpt-record.
           move ws-rcpt-no to fd-rcpt-no.
           start ReceiptFile key is greater than fd-rcpt-no
               invalid key
                   move "End of receipt file" to ws-msg
           end-start.

           if success
               read ReceiptFile next record
                   at end
                       move "End of receipt file" to ws-msg
               end-read
           end-if.

           if success
               move fd-rcpt-record to ws-rcpt-record
           end-if.

           move ws-rcpt-record to ls-rcpt-record.
