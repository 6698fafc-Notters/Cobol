       IDENTIFICATION DIVISION.
       PROGRAM-ID. mailio IS INITIAL.
       AUTHOR. Andrew Notman.

      * All access to the mail item file goes through here, the same
      * way clnt.dat is only ever touched through clntio. Mail
      * numbers are allocated by reading the highest one on file and
      * adding one, the same way oitmio numbers open items. "S"/"T"
      * walk one client's items in mail-number order off the client
      * alternate key; "P"/"R" walk one batch's items in postal
      * sort order off the sort key - batch zeroes being the items
      * still queued for the mail house.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select MailItemFile assign to "mail.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-mail-id
               alternate record key is fd-mail-clnt-id with duplicates
               alternate record key is fd-mail-sort-key
                   with duplicates
               file status is file-status.

       DATA DIVISION.
       FILE SECTION.
       FD MailItemFile.
           copy "mail.fd".

       WORKING-STORAGE SECTION.
           copy "mail.ws".

       01 ws-operation pic X(1).

       01 file-status pic X(2).
           88 success value "00".

       01 ws-navigation-status.
           02 next-allowed pic X(1).
           02 prev-allowed pic X(1).

       01 ws-found-current pic X(1).

       01 ws-msg pic X(80) value spaces.

       LINKAGE SECTION.
       01 ls-operation          pic X(1).
       01 ls-mail-record        pic X(147).
       01 ls-navigation-status  pic X(2).
       01 ls-msg                pic X(80).

       PROCEDURE DIVISION USING ls-operation,
                                ls-mail-record,
                                ls-navigation-status,
                                ls-msg.
       Main.
           open i-o MailItemFile.
           if file-status = "35"
               open output MailItemFile
               close MailItemFile
               open i-o MailItemFile
           end-if.
           move ls-operation to ws-operation.

           evaluate ws-operation
               when "A" perform DoAdd
               when "Q" perform DoQuery
               when "U" perform DoUpdate
               when "F" perform DoFirst
               when "N" perform DoNext
               when "S" perform DoFirstForClient
               when "T" perform DoNextForClient
               when "P" perform DoFirstForBatch
               when "R" perform DoNextForBatch
               when other
                   move "Invalid operation" to ws-msg
           end-evaluate.

           close MailItemFile.

           move ws-msg to ls-msg.
           EXIT PROGRAM.

       DoAdd.
           move ls-mail-record to ws-mail-record.

           move high-values to fd-mail-id.
           start MailItemFile key is less than fd-mail-id
               invalid key
                   move zeroes to fd-mail-id
           end-start.

           if success
               read MailItemFile previous record
                   at end
                       move zeroes to fd-mail-id
               end-read
           end-if.

           compute ws-mail-id = fd-mail-id + 1.

           move ws-mail-record to fd-mail-record.
           write fd-mail-record
               invalid key
                   move "Failed to write mail item" to ws-msg
               not invalid key
                   move "Mail item recorded" to ws-msg
           end-write.

           move ws-mail-record to ls-mail-record.

       DoQuery.
           move ls-mail-record to ws-mail-record.
           move ws-mail-id to fd-mail-id.
           read MailItemFile
               key is fd-mail-id
               invalid key
                   move "Mail item not found" to ws-msg
           end-read.

           if success
               move fd-mail-record to ws-mail-record
           end-if.

           move ws-mail-record to ls-mail-record.

       DoUpdate.
           move ls-mail-record to ws-mail-record.
           move ws-mail-id to fd-mail-id.
           read MailItemFile
               key is fd-mail-id
               invalid key
                   move "Mail item not found" to ws-msg
           end-read.

           if success
               move ws-mail-record to fd-mail-record
               rewrite fd-mail-record
                   invalid key
                       move "Failed to update mail item" to ws-msg
                   not invalid key
                       move "Mail item updated" to ws-msg
               end-rewrite
           end-if.

       DoFirst.
           move zeroes to fd-mail-id.
           move "N" to prev-allowed.
           start MailItemFile key is greater than fd-mail-id
               invalid key
                   move "No mail items on file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read MailItemFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-mail-record to ws-mail-record
               end-if
           end-if.

           move ws-mail-record to ls-mail-record.
           move ws-navigation-status to ls-navigation-status.

       DoNext.
           move ls-mail-record to ws-mail-record.
           move ws-mail-id to fd-mail-id.
           start MailItemFile key is greater than fd-mail-id
               invalid key
                   move "End of mail-item file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read MailItemFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-mail-record to ws-mail-record
               end-if
           end-if.

           move ws-mail-record to ls-mail-record.
           move ws-navigation-status to ls-navigation-status.

      * First mail item for the client whose id is on the record
      * handed in - the alternate key hands the group back in
      * mail-number order, which is the order they were recorded
      * in.
       DoFirstForClient.
           move ls-mail-record to ws-mail-record.
           move ws-mail-clnt-id to fd-mail-clnt-id.
           move "N" to next-allowed.

           start MailItemFile key is equal to fd-mail-clnt-id
               invalid key
                   move "No mail items for this client" to ws-msg
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read MailItemFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-mail-clnt-id = ws-mail-clnt-id
                   move fd-mail-record to ws-mail-record
               else
                   move "N" to next-allowed
                   move "No mail items for this client" to ws-msg
               end-if
           end-if.

           move ws-mail-record to ls-mail-record.
           move ws-navigation-status to ls-navigation-status.

      * Next mail item for the same client - since Main opens and closes
      * the file on every call, the position is re-established by
      * walking the client's group to the mail item last handed back,
      * the same way clntio's DoNextBySurname re-finds its place.
       DoNextForClient.
           move ls-mail-record to ws-mail-record.
           move ws-mail-clnt-id to fd-mail-clnt-id.
           move "Y" to next-allowed.

           start MailItemFile key is equal to fd-mail-clnt-id
               invalid key
                   move "N" to next-allowed
           end-start.

           move "N" to ws-found-current.
           perform until ws-found-current = "Y" or next-allowed = "N"
               read MailItemFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-mail-id = ws-mail-id
                   move "Y" to ws-found-current
               end-if

               if success and fd-mail-clnt-id not = ws-mail-clnt-id
                   move "N" to next-allowed
               end-if
           end-perform.

           if next-allowed = "Y"
               read MailItemFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-mail-clnt-id = ws-mail-clnt-id
                   move fd-mail-record to ws-mail-record
               else
                   move "N" to next-allowed
               end-if
           end-if.

           if next-allowed = "N"
               move "No more mail items for this client" to ws-msg
           end-if.

           move ws-mail-record to ls-mail-record.
           move ws-navigation-status to ls-navigation-status.

      * First item of the batch on the record handed in, in postal
      * sort order. The extract asks for batch zeroes - the items
      * still queued - and, as each one it sends moves to the new
      * batch, simply asks again for the first that is left.
       DoFirstForBatch.
           move ls-mail-record to ws-mail-record.
           move ws-mail-batch to fd-mail-batch.
           move low-values to fd-mail-postal.
           move "N" to next-allowed.

           start MailItemFile key is not less than fd-mail-sort-key
               invalid key
                   move "No mail items in this batch" to ws-msg
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read MailItemFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-mail-batch = ws-mail-batch
                   move fd-mail-record to ws-mail-record
               else
                   move "N" to next-allowed
                   move "No mail items in this batch" to ws-msg
               end-if
           end-if.

           move ws-mail-record to ls-mail-record.
           move ws-navigation-status to ls-navigation-status.

      * Next item of the same batch - the place is re-found among
      * the items sharing the last one's postal key, the way
      * DoNextForClient re-finds its place in the client's group.
       DoNextForBatch.
           move ls-mail-record to ws-mail-record.
           move ws-mail-sort-key to fd-mail-sort-key.
           move "Y" to next-allowed.

           start MailItemFile key is equal to fd-mail-sort-key
               invalid key
                   move "N" to next-allowed
           end-start.

           move "N" to ws-found-current.
           perform until ws-found-current = "Y" or next-allowed = "N"
               read MailItemFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-mail-id = ws-mail-id
                   move "Y" to ws-found-current
               end-if

               if success and fd-mail-sort-key not = ws-mail-sort-key
                   move "N" to next-allowed
               end-if
           end-perform.

           if next-allowed = "Y"
               read MailItemFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-mail-batch = ws-mail-batch
                   move fd-mail-record to ws-mail-record
               else
                   move "N" to next-allowed
               end-if
           end-if.

           if next-allowed = "N"
               move "No more mail items in this batch" to ws-msg
           end-if.

           move ws-mail-record to ls-mail-record.
           move ws-navigation-status to ls-navigation-status.
