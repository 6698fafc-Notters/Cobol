       IDENTIFICATION DIVISION.
       PROGRAM-ID. dispio IS INITIAL.
       AUTHOR. Andrew Notman.

      * All access to the disputed-charge register goes through
      * here, the same way clnt.dat is only ever touched through
      * clntio. Dispute numbers are allocated by reading the highest
      * one on file and adding one, the same way oitmio numbers open
      * items. "S"/"T" walk one client's disputes in dispute-number
      * (and therefore raised) order off the alternate key, the shape
      * clntio's surname walk uses.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select DisputeFile assign to "disp.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-disp-id
               alternate record key is fd-disp-clnt-id with duplicates
               file status is file-status.

       DATA DIVISION.
       FILE SECTION.
       FD DisputeFile.
           copy "disp.fd".

       WORKING-STORAGE SECTION.
           copy "disp.ws".

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
       01 ls-disp-record        pic X(94).
       01 ls-navigation-status  pic X(2).
       01 ls-msg                pic X(80).

       PROCEDURE DIVISION USING ls-operation,
                                ls-disp-record,
                                ls-navigation-status,
                                ls-msg.
       Main.
           open i-o DisputeFile.
           if file-status = "35"
               open output DisputeFile
               close DisputeFile
               open i-o DisputeFile
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

           close DisputeFile.

           move ws-msg to ls-msg.
           EXIT PROGRAM.

       DoAdd.
           move ls-disp-record to ws-disp-record.

           move high-values to fd-disp-id.
           start DisputeFile key is less than fd-disp-id
               invalid key
                   move zeroes to fd-disp-id
           end-start.

           if success
               read DisputeFile previous record
                   at end
                       move zeroes to fd-disp-id
               end-read
           end-if.

           compute ws-disp-id = fd-disp-id + 1.

           move ws-disp-record to fd-disp-record.
           write fd-disp-record
               invalid key
                   move "Failed to write dispute" to ws-msg
               not invalid key
                   move "Dispute recorded" to ws-msg
           end-write.

           move ws-disp-record to ls-disp-record.

       DoQuery.
           move ls-disp-record to ws-disp-record.
           move ws-disp-id to fd-disp-id.
           read DisputeFile
               key is fd-disp-id
               invalid key
                   move "Dispute not found" to ws-msg
           end-read.

           if success
               move fd-disp-record to ws-disp-record
           end-if.

           move ws-disp-record to ls-disp-record.

       DoUpdate.
           move ls-disp-record to ws-disp-record.
           move ws-disp-id to fd-disp-id.
           read DisputeFile
               key is fd-disp-id
               invalid key
                   move "Dispute not found" to ws-msg
           end-read.

           if success
               move ws-disp-record to fd-disp-record
               rewrite fd-disp-record
                   invalid key
                       move "Failed to update dispute" to ws-msg
                   not invalid key
                       move "Dispute updated" to ws-msg
               end-rewrite
           end-if.

       DoFirst.
           move zeroes to fd-disp-id.
           move "N" to prev-allowed.
           start DisputeFile key is greater than fd-disp-id
               invalid key
                   move "No disputes on file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read DisputeFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-disp-record to ws-disp-record
               end-if
           end-if.

           move ws-disp-record to ls-disp-record.
           move ws-navigation-status to ls-navigation-status.

       DoNext.
           move ls-disp-record to ws-disp-record.
           move ws-disp-id to fd-disp-id.
           start DisputeFile key is greater than fd-disp-id
               invalid key
                   move "End of dispute file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read DisputeFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-disp-record to ws-disp-record
               end-if
           end-if.

           move ws-disp-record to ls-disp-record.
           move ws-navigation-status to ls-navigation-status.

      * First dispute for the client whose id is on the record handed
      * in - the alternate key hands the group back in dispute-number
      * order, which is the order they were recorded in.
       DoFirstForClient.
           move ls-disp-record to ws-disp-record.
           move ws-disp-clnt-id to fd-disp-clnt-id.
           move "N" to next-allowed.

           start DisputeFile key is equal to fd-disp-clnt-id
               invalid key
                   move "No disputes for this client" to ws-msg
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read DisputeFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-disp-clnt-id = ws-disp-clnt-id
                   move fd-disp-record to ws-disp-record
               else
                   move "N" to next-allowed
                   move "No disputes for this client" to ws-msg
               end-if
           end-if.

           move ws-disp-record to ls-disp-record.
           move ws-navigation-status to ls-navigation-status.

      * Next dispute for the same client - since Main opens and closes
      * the file on every call, the position is re-established by
      * walking the client's group to the dispute last handed back,
      * the same way clntio's DoNextBySurname re-finds its place.
       DoNextForClient.
           move ls-disp-record to ws-disp-record.
           move ws-disp-clnt-id to fd-disp-clnt-id.
           move "Y" to next-allowed.

           start DisputeFile key is equal to fd-disp-clnt-id
               invalid key
                   move "N" to next-allowed
           end-start.

           move "N" to ws-found-current.
           perform until ws-found-current = "Y" or next-allowed = "N"
               read DisputeFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-disp-id = ws-disp-id
                   move "Y" to ws-found-current
               end-if

               if success and fd-disp-clnt-id not = ws-disp-clnt-id
                   move "N" to next-allowed
               end-if
           end-perform.

           if next-allowed = "Y"
               read DisputeFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-disp-clnt-id = ws-disp-clnt-id
                   move fd-disp-record to ws-disp-record
               else
                   move "N" to next-allowed
               end-if
           end-if.

           if next-allowed = "N"
               move "No more disputes for this client" to ws-msg
           end-if.

           move ws-disp-record to ls-disp-record.
           move ws-navigation-status to ls-navigation-status.
