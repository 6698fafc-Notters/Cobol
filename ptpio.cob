       IDENTIFICATION DIVISION.
       PROGRAM-ID. ptpio IS INITIAL.
       AUTHOR. Andrew Notman.

      * All access to the promise-to-pay file goes through here, the
      * same way clnt.dat is only ever touched through clntio.
      * Promise numbers are allocated by reading the highest one on
      * file and adding one, the same way oitmio numbers open items.
      * "S"/"T" walk one client's promises in promise-number (and
      * therefore taken) order off the alternate key.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select PromiseFile assign to "ptp.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-ptp-id
               alternate record key is fd-ptp-clnt-id with duplicates
               file status is file-status.

       DATA DIVISION.
       FILE SECTION.
       FD PromiseFile.
           copy "ptp.fd".

       WORKING-STORAGE SECTION.
           copy "ptp.ws".

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
       01 ls-ptp-record         pic X(57).
       01 ls-navigation-status  pic X(2).
       01 ls-msg                pic X(80).

       PROCEDURE DIVISION USING ls-operation,
                                ls-ptp-record,
                                ls-navigation-status,
                                ls-msg.
       Main.
           open i-o PromiseFile.
           if file-status = "35"
               open output PromiseFile
               close PromiseFile
               open i-o PromiseFile
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
               when other
                   move "Invalid operation" to ws-msg
           end-evaluate.

           close PromiseFile.

           move ws-msg to ls-msg.
           EXIT PROGRAM.

       DoAdd.
           move ls-ptp-record to ws-ptp-record.

           move high-values to fd-ptp-id.
           start PromiseFile key is less than fd-ptp-id
               invalid key
                   move zeroes to fd-ptp-id
           end-start.

           if success
               read PromiseFile previous record
                   at end
                       move zeroes to fd-ptp-id
               end-read
           end-if.

           compute ws-ptp-id = fd-ptp-id + 1.

           move ws-ptp-record to fd-ptp-record.
           write fd-ptp-record
               invalid key
                   move "Failed to write promise" to ws-msg
               not invalid key
                   move "Promise recorded" to ws-msg
           end-write.

           move ws-ptp-record to ls-ptp-record.

       DoQuery.
           move ls-ptp-record to ws-ptp-record.
           move ws-ptp-id to fd-ptp-id.
           read PromiseFile
               key is fd-ptp-id
               invalid key
                   move "Promise not found" to ws-msg
           end-read.

           if success
               move fd-ptp-record to ws-ptp-record
           end-if.

           move ws-ptp-record to ls-ptp-record.

       DoUpdate.
           move ls-ptp-record to ws-ptp-record.
           move ws-ptp-id to fd-ptp-id.
           read PromiseFile
               key is fd-ptp-id
               invalid key
                   move "Promise not found" to ws-msg
           end-read.

           if success
               move ws-ptp-record to fd-ptp-record
               rewrite fd-ptp-record
                   invalid key
                       move "Failed to update promise" to ws-msg
                   not invalid key
                       move "Promise updated" to ws-msg
               end-rewrite
           end-if.

       DoFirst.
           move zeroes to fd-ptp-id.
           move "N" to prev-allowed.
           start PromiseFile key is greater than fd-ptp-id
               invalid key
                   move "No promises on file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read PromiseFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-ptp-record to ws-ptp-record
               end-if
           end-if.

           move ws-ptp-record to ls-ptp-record.
           move ws-navigation-status to ls-navigation-status.

       DoNext.
           move ls-ptp-record to ws-ptp-record.
           move ws-ptp-id to fd-ptp-id.
           start PromiseFile key is greater than fd-ptp-id
               invalid key
                   move "End of promise file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read PromiseFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-ptp-record to ws-ptp-record
               end-if
           end-if.

           move ws-ptp-record to ls-ptp-record.
           move ws-navigation-status to ls-navigation-status.

      * First promise for the client whose id is on the record handed
      * in - the alternate key hands the group back in promise-number
      * order, which is the order they were recorded in.
       DoFirstForClient.
           move ls-ptp-record to ws-ptp-record.
           move ws-ptp-clnt-id to fd-ptp-clnt-id.
           move "N" to next-allowed.

           start PromiseFile key is equal to fd-ptp-clnt-id
               invalid key
                   move "No promises for this client" to ws-msg
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read PromiseFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-ptp-clnt-id = ws-ptp-clnt-id
                   move fd-ptp-record to ws-ptp-record
               else
                   move "N" to next-allowed
                   move "No promises for this client" to ws-msg
               end-if
           end-if.

           move ws-ptp-record to ls-ptp-record.
           move ws-navigation-status to ls-navigation-status.

      * Next promise for the same client - since Main opens and closes
      * the file on every call, the position is re-established by
      * walking the client's group to the promise last handed back,
      * the same way clntio's DoNextBySurname re-finds its place.
       DoNextForClient.
           move ls-ptp-record to ws-ptp-record.
           move ws-ptp-clnt-id to fd-ptp-clnt-id.
           move "Y" to next-allowed.

           start PromiseFile key is equal to fd-ptp-clnt-id
               invalid key
                   move "N" to next-allowed
           end-start.

           move "N" to ws-found-current.
           perform until ws-found-current = "Y" or next-allowed = "N"
               read PromiseFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-ptp-id = ws-ptp-id
                   move "Y" to ws-found-current
               end-if

               if success and fd-ptp-clnt-id not = ws-ptp-clnt-id
                   move "N" to next-allowed
               end-if
           end-perform.

           if next-allowed = "Y"
               read PromiseFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-ptp-clnt-id = ws-ptp-clnt-id
                   move fd-ptp-record to ws-ptp-record
               else
                   move "N" to next-allowed
               end-if
           end-if.

           if next-allowed = "N"
               move "No more promises for this client" to ws-msg
           end-if.

           move ws-ptp-record to ls-ptp-record.
           move ws-navigation-status to ls-navigation-status.
