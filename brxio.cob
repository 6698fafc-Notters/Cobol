       IDENTIFICATION DIVISION.
       PROGRAM-ID. brxio IS INITIAL.
       AUTHOR. Andrew Notman.

      * All access to the branch-transfer register goes through
      * here, the same way clnt.dat is only ever touched through
      * clntio. Transfer numbers are allocated by reading the
      * highest one on file and adding one, the same way oitmio
      * numbers open items. "S"/"T" walk one client's transfers
      * in transfer-number (and therefore date) order off the
      * alternate key, the shape clntio's surname walk uses.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select BranchTransferFile assign to "brx.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-brx-id
               alternate record key is fd-brx-clnt-id with duplicates
               file status is file-status.

       DATA DIVISION.
       FILE SECTION.
       FD BranchTransferFile.
           copy "brx.fd".

       WORKING-STORAGE SECTION.
           copy "brx.ws".

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
       01 ls-brx-record         pic X(62).
       01 ls-navigation-status  pic X(2).
       01 ls-msg                pic X(80).

       PROCEDURE DIVISION USING ls-operation,
                                ls-brx-record,
                                ls-navigation-status,
                                ls-msg.
       Main.
           open i-o BranchTransferFile.
           if file-status = "35"
               open output BranchTransferFile
               close BranchTransferFile
               open i-o BranchTransferFile
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

           close BranchTransferFile.

           move ws-msg to ls-msg.
           EXIT PROGRAM.

       DoAdd.
           move ls-brx-record to ws-brx-record.

           move high-values to fd-brx-id.
           start BranchTransferFile key is less than fd-brx-id
               invalid key
                   move zeroes to fd-brx-id
           end-start.

           if success
               read BranchTransferFile previous record
                   at end
                       move zeroes to fd-brx-id
               end-read
           end-if.

           compute ws-brx-id = fd-brx-id + 1.

           move ws-brx-record to fd-brx-record.
           write fd-brx-record
               invalid key
                   move "Failed to write transfer" to ws-msg
               not invalid key
                   move "Transfer recorded" to ws-msg
           end-write.

           move ws-brx-record to ls-brx-record.

       DoQuery.
           move ls-brx-record to ws-brx-record.
           move ws-brx-id to fd-brx-id.
           read BranchTransferFile
               key is fd-brx-id
               invalid key
                   move "Transfer not found" to ws-msg
           end-read.

           if success
               move fd-brx-record to ws-brx-record
           end-if.

           move ws-brx-record to ls-brx-record.

       DoUpdate.
           move ls-brx-record to ws-brx-record.
           move ws-brx-id to fd-brx-id.
           read BranchTransferFile
               key is fd-brx-id
               invalid key
                   move "Transfer not found" to ws-msg
           end-read.

           if success
               move ws-brx-record to fd-brx-record
               rewrite fd-brx-record
                   invalid key
                       move "Failed to update transfer" to ws-msg
                   not invalid key
                       move "Transfer updated" to ws-msg
               end-rewrite
           end-if.

       DoFirst.
           move zeroes to fd-brx-id.
           move "N" to prev-allowed.
           start BranchTransferFile key is greater than fd-brx-id
               invalid key
                   move "No transfers on file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read BranchTransferFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-brx-record to ws-brx-record
               end-if
           end-if.

           move ws-brx-record to ls-brx-record.
           move ws-navigation-status to ls-navigation-status.

       DoNext.
           move ls-brx-record to ws-brx-record.
           move ws-brx-id to fd-brx-id.
           start BranchTransferFile key is greater than fd-brx-id
               invalid key
                   move "End of branch-transfer file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read BranchTransferFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-brx-record to ws-brx-record
               end-if
           end-if.

           move ws-brx-record to ls-brx-record.
           move ws-navigation-status to ls-navigation-status.

      * First transfer for the client whose id is on the record handed
      * in - the alternate key hands the group back in transfer-number
      * order, which is the order they were recorded in.
       DoFirstForClient.
           move ls-brx-record to ws-brx-record.
           move ws-brx-clnt-id to fd-brx-clnt-id.
           move "N" to next-allowed.

           start BranchTransferFile key is equal to fd-brx-clnt-id
               invalid key
                   move "No transfers for this client" to ws-msg
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read BranchTransferFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-brx-clnt-id = ws-brx-clnt-id
                   move fd-brx-record to ws-brx-record
               else
                   move "N" to next-allowed
                   move "No transfers for this client" to ws-msg
               end-if
           end-if.

           move ws-brx-record to ls-brx-record.
           move ws-navigation-status to ls-navigation-status.

      * Next transfer for the same client - since Main opens and closes
      * the file on every call, the position is re-established by
      * walking the client's group to the transfer last handed back,
      * the same way clntio's DoNextBySurname re-finds its place.
       DoNextForClient.
           move ls-brx-record to ws-brx-record.
           move ws-brx-clnt-id to fd-brx-clnt-id.
           move "Y" to next-allowed.

           start BranchTransferFile key is equal to fd-brx-clnt-id
               invalid key
                   move "N" to next-allowed
           end-start.

           move "N" to ws-found-current.
           perform until ws-found-current = "Y" or next-allowed = "N"
               read BranchTransferFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-brx-id = ws-brx-id
                   move "Y" to ws-found-current
               end-if

               if success and fd-brx-clnt-id not = ws-brx-clnt-id
                   move "N" to next-allowed
               end-if
           end-perform.

           if next-allowed = "Y"
               read BranchTransferFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-brx-clnt-id = ws-brx-clnt-id
                   move fd-brx-record to ws-brx-record
               else
                   move "N" to next-allowed
               end-if
           end-if.

           if next-allowed = "N"
               move "No more transfers for this client" to ws-msg
           end-if.

           move ws-brx-record to ls-brx-record.
           move ws-navigation-status to ls-navigation-status.
