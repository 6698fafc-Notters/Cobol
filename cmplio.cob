       IDENTIFICATION DIVISION.
       PROGRAM-ID. cmplio IS INITIAL.
       AUTHOR. Andrew Notman.

      * All access to the complaints register goes through here, the
      * same way clnt.dat is only ever touched through clntio.
      * Complaint numbers are allocated by reading the highest one on
      * file and adding one, the same way oitmio numbers open items.
      * "S"/"T" walk one client's complaints in complaint-number
      * order off the alternate key.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select ComplaintFile assign to "cmpl.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-cmpl-id
               alternate record key is fd-cmpl-clnt-id with duplicates
               file status is file-status.

       DATA DIVISION.
       FILE SECTION.
       FD ComplaintFile.
           copy "cmpl.fd".

       WORKING-STORAGE SECTION.
           copy "cmpl.ws".

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
       01 ls-cmpl-record        pic X(138).
       01 ls-navigation-status  pic X(2).
       01 ls-msg                pic X(80).

       PROCEDURE DIVISION USING ls-operation,
                                ls-cmpl-record,
                                ls-navigation-status,
                                ls-msg.
       Main.
           open i-o ComplaintFile.
           if file-status = "35"
               open output ComplaintFile
               close ComplaintFile
               open i-o ComplaintFile
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

           close ComplaintFile.

           move ws-msg to ls-msg.
           EXIT PROGRAM.

       DoAdd.
           move ls-cmpl-record to ws-cmpl-record.

           move high-values to fd-cmpl-id.
           start ComplaintFile key is less than fd-cmpl-id
               invalid key
                   move zeroes to fd-cmpl-id
           end-start.

           if success
               read ComplaintFile previous record
                   at end
                       move zeroes to fd-cmpl-id
               end-read
           end-if.

           compute ws-cmpl-id = fd-cmpl-id + 1.

           move ws-cmpl-record to fd-cmpl-record.
           write fd-cmpl-record
               invalid key
                   move "Failed to write complaint" to ws-msg
               not invalid key
                   move "Complaint recorded" to ws-msg
           end-write.

           move ws-cmpl-record to ls-cmpl-record.

       DoQuery.
           move ls-cmpl-record to ws-cmpl-record.
           move ws-cmpl-id to fd-cmpl-id.
           read ComplaintFile
               key is fd-cmpl-id
               invalid key
                   move "Complaint not found" to ws-msg
           end-read.

           if success
               move fd-cmpl-record to ws-cmpl-record
           end-if.

           move ws-cmpl-record to ls-cmpl-record.

       DoUpdate.
           move ls-cmpl-record to ws-cmpl-record.
           move ws-cmpl-id to fd-cmpl-id.
           read ComplaintFile
               key is fd-cmpl-id
               invalid key
                   move "Complaint not found" to ws-msg
           end-read.

           if success
               move ws-cmpl-record to fd-cmpl-record
               rewrite fd-cmpl-record
                   invalid key
                       move "Failed to update complaint" to ws-msg
                   not invalid key
                       move "Complaint updated" to ws-msg
               end-rewrite
           end-if.

       DoFirst.
           move zeroes to fd-cmpl-id.
           move "N" to prev-allowed.
           start ComplaintFile key is greater than fd-cmpl-id
               invalid key
                   move "No complaints on file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read ComplaintFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-cmpl-record to ws-cmpl-record
               end-if
           end-if.

           move ws-cmpl-record to ls-cmpl-record.
           move ws-navigation-status to ls-navigation-status.

       DoNext.
           move ls-cmpl-record to ws-cmpl-record.
           move ws-cmpl-id to fd-cmpl-id.
           start ComplaintFile key is greater than fd-cmpl-id
               invalid key
                   move "End of complaint file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read ComplaintFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-cmpl-record to ws-cmpl-record
               end-if
           end-if.

           move ws-cmpl-record to ls-cmpl-record.
           move ws-navigation-status to ls-navigation-status.

      * First complaint for the client whose id is on the record handed
      * in - the alternate key hands the group back in complaint-number
      * order, which is the order they were recorded in.
       DoFirstForClient.
           move ls-cmpl-record to ws-cmpl-record.
           move ws-cmpl-clnt-id to fd-cmpl-clnt-id.
           move "N" to next-allowed.

           start ComplaintFile key is equal to fd-cmpl-clnt-id
               invalid key
                   move "No complaints for this client" to ws-msg
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read ComplaintFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-cmpl-clnt-id = ws-cmpl-clnt-id
                   move fd-cmpl-record to ws-cmpl-record
               else
                   move "N" to next-allowed
                   move "No complaints for this client" to ws-msg
               end-if
           end-if.

           move ws-cmpl-record to ls-cmpl-record.
           move ws-navigation-status to ls-navigation-status.

      * Next complaint for the same client - since Main opens and closes
      * the file on every call, the position is re-established by
      * walking the client's group to the complaint last handed back,
      * the same way clntio's DoNextBySurname re-finds its place.
       DoNextForClient.
           move ls-cmpl-record to ws-cmpl-record.
           move ws-cmpl-clnt-id to fd-cmpl-clnt-id.
           move "Y" to next-allowed.

           start ComplaintFile key is equal to fd-cmpl-clnt-id
               invalid key
                   move "N" to next-allowed
           end-start.

           move "N" to ws-found-current.
           perform until ws-found-current = "Y" or next-allowed = "N"
               read ComplaintFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-cmpl-id = ws-cmpl-id
                   move "Y" to ws-found-current
               end-if

               if success and fd-cmpl-clnt-id not = ws-cmpl-clnt-id
                   move "N" to next-allowed
               end-if
           end-perform.

           if next-allowed = "Y"
               read ComplaintFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-cmpl-clnt-id = ws-cmpl-clnt-id
                   move fd-cmpl-record to ws-cmpl-record
               else
                   move "N" to next-allowed
               end-if
           end-if.

           if next-allowed = "N"
               move "No more complaints for this client" to ws-msg
           end-if.

           move ws-cmpl-record to ls-cmpl-record.
           move ws-navigation-status to ls-navigation-status.
