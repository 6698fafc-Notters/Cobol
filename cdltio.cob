       IDENTIFICATION DIVISION.
       PROGRAM-ID. cdltio IS INITIAL.
       AUTHOR. Andrew Notman.

      * All access to the client change file goes through here,
      * the same way clnt.dat is only ever touched through clntio.
      * Change numbers are allocated by reading the highest one on
      * file and adding one, the same way oitmio numbers open
      * items. "S"/"T" walk one client's changes in change-number
      * order off the client alternate key; "P"/"R" walk one
      * feed's changes in change-number order off the feed key -
      * feed zeroes being the changes still waiting to be sent.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select ClientChangeFile assign to "cdlt.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-cdlt-id
               alternate record key is fd-cdlt-clnt-id with duplicates
               alternate record key is fd-cdlt-feed-key
                   with duplicates
               file status is file-status.

       DATA DIVISION.
       FILE SECTION.
       FD ClientChangeFile.
           copy "cdlt.fd".

       WORKING-STORAGE SECTION.
           copy "cdlt.ws".

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
       01 ls-cdlt-record        pic X(134).
       01 ls-navigation-status  pic X(2).
       01 ls-msg                pic X(80).

       PROCEDURE DIVISION USING ls-operation,
                                ls-cdlt-record,
                                ls-navigation-status,
                                ls-msg.
       Main.
           open i-o ClientChangeFile.
           if file-status = "35"
               open output ClientChangeFile
               close ClientChangeFile
               open i-o ClientChangeFile
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
               when "P" perform DoFirstForFeed
               when "R" perform DoNextForFeed
               when other
                   move "Invalid operation" to ws-msg
           end-evaluate.

           close ClientChangeFile.

           move ws-msg to ls-msg.
           EXIT PROGRAM.

       DoAdd.
           move ls-cdlt-record to ws-cdlt-record.

           move high-values to fd-cdlt-id.
           start ClientChangeFile key is less than fd-cdlt-id
               invalid key
                   move zeroes to fd-cdlt-id
           end-start.

           if success
               read ClientChangeFile previous record
                   at end
                       move zeroes to fd-cdlt-id
               end-read
           end-if.

           compute ws-cdlt-id = fd-cdlt-id + 1.
           move ws-cdlt-id to ws-cdlt-feed-id.

           move ws-cdlt-record to fd-cdlt-record.
           write fd-cdlt-record
               invalid key
                   move "Failed to write client change" to ws-msg
               not invalid key
                   move "Client change recorded" to ws-msg
           end-write.

           move ws-cdlt-record to ls-cdlt-record.

       DoQuery.
           move ls-cdlt-record to ws-cdlt-record.
           move ws-cdlt-id to fd-cdlt-id.
           read ClientChangeFile
               key is fd-cdlt-id
               invalid key
                   move "Client change not found" to ws-msg
           end-read.

           if success
               move fd-cdlt-record to ws-cdlt-record
           end-if.

           move ws-cdlt-record to ls-cdlt-record.

       DoUpdate.
           move ls-cdlt-record to ws-cdlt-record.
           move ws-cdlt-id to fd-cdlt-id.
           read ClientChangeFile
               key is fd-cdlt-id
               invalid key
                   move "Client change not found" to ws-msg
           end-read.

           if success
               move ws-cdlt-record to fd-cdlt-record
               rewrite fd-cdlt-record
                   invalid key
                       move "Failed to update client change" to ws-msg
                   not invalid key
                       move "Client change updated" to ws-msg
               end-rewrite
           end-if.

       DoFirst.
           move zeroes to fd-cdlt-id.
           move "N" to prev-allowed.
           start ClientChangeFile key is greater than fd-cdlt-id
               invalid key
                   move "No client changes on file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read ClientChangeFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-cdlt-record to ws-cdlt-record
               end-if
           end-if.

           move ws-cdlt-record to ls-cdlt-record.
           move ws-navigation-status to ls-navigation-status.

       DoNext.
           move ls-cdlt-record to ws-cdlt-record.
           move ws-cdlt-id to fd-cdlt-id.
           start ClientChangeFile key is greater than fd-cdlt-id
               invalid key
                   move "End of client change file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read ClientChangeFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-cdlt-record to ws-cdlt-record
               end-if
           end-if.

           move ws-cdlt-record to ls-cdlt-record.
           move ws-navigation-status to ls-navigation-status.

      * First change for the client whose id is on the record
      * handed in - the alternate key hands the group back in
      * change-number order, which is the order they were recorded
      * in.
       DoFirstForClient.
           move ls-cdlt-record to ws-cdlt-record.
           move ws-cdlt-clnt-id to fd-cdlt-clnt-id.
           move "N" to next-allowed.

           start ClientChangeFile key is equal to fd-cdlt-clnt-id
               invalid key
                   move "No client changes for this client" to ws-msg
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read ClientChangeFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-cdlt-clnt-id = ws-cdlt-clnt-id
                   move fd-cdlt-record to ws-cdlt-record
               else
                   move "N" to next-allowed
                   move "No client changes for this client" to ws-msg
               end-if
           end-if.

           move ws-cdlt-record to ls-cdlt-record.
           move ws-navigation-status to ls-navigation-status.

      * Next change for the same client - since Main opens and
      * closes the file on every call, the position is re-found by
      * walking the client's group to the change last handed back,
      * the same way clntio's DoNextBySurname re-finds its place.
       DoNextForClient.
           move ls-cdlt-record to ws-cdlt-record.
           move ws-cdlt-clnt-id to fd-cdlt-clnt-id.
           move "Y" to next-allowed.

           start ClientChangeFile key is equal to fd-cdlt-clnt-id
               invalid key
                   move "N" to next-allowed
           end-start.

           move "N" to ws-found-current.
           perform until ws-found-current = "Y" or next-allowed = "N"
               read ClientChangeFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-cdlt-id = ws-cdlt-id
                   move "Y" to ws-found-current
               end-if

               if success and fd-cdlt-clnt-id not = ws-cdlt-clnt-id
                   move "N" to next-allowed
               end-if
           end-perform.

           if next-allowed = "Y"
               read ClientChangeFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-cdlt-clnt-id = ws-cdlt-clnt-id
                   move fd-cdlt-record to ws-cdlt-record
               else
                   move "N" to next-allowed
               end-if
           end-if.

           if next-allowed = "N"
               move "No more client changes for this client" to ws-msg
           end-if.

           move ws-cdlt-record to ls-cdlt-record.
           move ws-navigation-status to ls-navigation-status.

      * First change of the feed on the record handed in. The
      * feed run asks for feed zeroes - the changes still waiting -
      * and, as each one it sends is stamped with the new feed
      * number, simply asks again for the first that is left.
       DoFirstForFeed.
           move ls-cdlt-record to ws-cdlt-record.
           move ws-cdlt-feed-no to fd-cdlt-feed-no.
           move zeroes to fd-cdlt-feed-id.
           move "N" to next-allowed.

           start ClientChangeFile key is not less than fd-cdlt-feed-key
               invalid key
                   move "No client changes in this feed" to ws-msg
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read ClientChangeFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-cdlt-feed-no = ws-cdlt-feed-no
                   move fd-cdlt-record to ws-cdlt-record
               else
                   move "N" to next-allowed
                   move "No client changes in this feed" to ws-msg
               end-if
           end-if.

           move ws-cdlt-record to ls-cdlt-record.
           move ws-navigation-status to ls-navigation-status.

      * Next change of the same feed - the feed key carries the
      * change number, so the place is simply the key after the
      * last one handed back.
       DoNextForFeed.
           move ls-cdlt-record to ws-cdlt-record.
           move ws-cdlt-feed-key to fd-cdlt-feed-key.
           move "N" to next-allowed.

           start ClientChangeFile key is greater than fd-cdlt-feed-key
               invalid key
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read ClientChangeFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-cdlt-feed-no = ws-cdlt-feed-no
                   move fd-cdlt-record to ws-cdlt-record
               else
                   move "N" to next-allowed
               end-if
           end-if.

           if next-allowed = "N"
               move "No more client changes in this feed" to ws-msg
           end-if.

           move ws-cdlt-record to ls-cdlt-record.
           move ws-navigation-status to ls-navigation-status.
