       IDENTIFICATION DIVISION.
       PROGRAM-ID. rchgio IS INITIAL.
       AUTHOR. Andrew Notman.

      * All access to the client recurring-charge file goes through
      * here, the same way clnt.dat is only ever touched through
      * clntio. Charge numbers are allocated by reading the highest
      * one on file and adding one, the same way oitmio numbers open
      * items. "S"/"T" walk one client's charges in charge-number
      * order off the alternate key.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select RecurringChargeFile assign to "rchg.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-rchg-id
               alternate record key is fd-rchg-clnt-id with duplicates
               file status is file-status.

       DATA DIVISION.
       FILE SECTION.
       FD RecurringChargeFile.
           copy "rchg.fd".

       WORKING-STORAGE SECTION.
           copy "rchg.ws".

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
       01 ls-rchg-record        pic X(111).
       01 ls-navigation-status  pic X(2).
       01 ls-msg                pic X(80).

       PROCEDURE DIVISION USING ls-operation,
                                ls-rchg-record,
                                ls-navigation-status,
                                ls-msg.
       Main.
           open i-o RecurringChargeFile.
           if file-status = "35"
               open output RecurringChargeFile
               close RecurringChargeFile
               open i-o RecurringChargeFile
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

           close RecurringChargeFile.

           move ws-msg to ls-msg.
           EXIT PROGRAM.

       DoAdd.
           move ls-rchg-record to ws-rchg-record.

           move high-values to fd-rchg-id.
           start RecurringChargeFile key is less than fd-rchg-id
               invalid key
                   move zeroes to fd-rchg-id
           end-start.

           if success
               read RecurringChargeFile previous record
                   at end
                       move zeroes to fd-rchg-id
               end-read
           end-if.

           compute ws-rchg-id = fd-rchg-id + 1.

           move ws-rchg-record to fd-rchg-record.
           write fd-rchg-record
               invalid key
                   move "Failed to write recurring charge" to ws-msg
               not invalid key
                   move "Recurring charge recorded" to ws-msg
           end-write.

           move ws-rchg-record to ls-rchg-record.

       DoQuery.
           move ls-rchg-record to ws-rchg-record.
           move ws-rchg-id to fd-rchg-id.
           read RecurringChargeFile
               key is fd-rchg-id
               invalid key
                   move "Recurring charge not found" to ws-msg
           end-read.

           if success
               move fd-rchg-record to ws-rchg-record
           end-if.

           move ws-rchg-record to ls-rchg-record.

       DoUpdate.
           move ls-rchg-record to ws-rchg-record.
           move ws-rchg-id to fd-rchg-id.
           read RecurringChargeFile
               key is fd-rchg-id
               invalid key
                   move "Recurring charge not found" to ws-msg
           end-read.

           if success
               move ws-rchg-record to fd-rchg-record
               rewrite fd-rchg-record
                   invalid key
                       move "Failed to update recurring charge"
                           to ws-msg
                   not invalid key
                       move "Recurring charge updated" to ws-msg
               end-rewrite
           end-if.

       DoFirst.
           move zeroes to fd-rchg-id.
           move "N" to prev-allowed.
           start RecurringChargeFile key is greater than fd-rchg-id
               invalid key
                   move "No recurring charges on file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read RecurringChargeFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-rchg-record to ws-rchg-record
               end-if
           end-if.

           move ws-rchg-record to ls-rchg-record.
           move ws-navigation-status to ls-navigation-status.

       DoNext.
           move ls-rchg-record to ws-rchg-record.
           move ws-rchg-id to fd-rchg-id.
           start RecurringChargeFile key is greater than fd-rchg-id
               invalid key
                   move "End of recurring-charge file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read RecurringChargeFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-rchg-record to ws-rchg-record
               end-if
           end-if.

           move ws-rchg-record to ls-rchg-record.
           move ws-navigation-status to ls-navigation-status.

      * First charge for the client whose id is on the record
      * handed in - the alternate key hands the group back in
      * charge-number order, which is the order they were recorded
      * in.
       DoFirstForClient.
           move ls-rchg-record to ws-rchg-record.
           move ws-rchg-clnt-id to fd-rchg-clnt-id.
           move "N" to next-allowed.

           start RecurringChargeFile key is equal to fd-rchg-clnt-id
               invalid key
                   move "No recurring charges for this client" to ws-msg
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read RecurringChargeFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-rchg-clnt-id = ws-rchg-clnt-id
                   move fd-rchg-record to ws-rchg-record
               else
                   move "N" to next-allowed
                   move "No recurring charges for this client" to ws-msg
               end-if
           end-if.

           move ws-rchg-record to ls-rchg-record.
           move ws-navigation-status to ls-navigation-status.

      * Next charge for the same client - since Main opens and
      * closes the file on every call, the position is re-established
      * by walking the client's group to the charge last handed back,
      * the same way clntio's DoNextBySurname re-finds its place.
       DoNextForClient.
           move ls-rchg-record to ws-rchg-record.
           move ws-rchg-clnt-id to fd-rchg-clnt-id.
           move "Y" to next-allowed.

           start RecurringChargeFile key is equal to fd-rchg-clnt-id
               invalid key
                   move "N" to next-allowed
           end-start.

           move "N" to ws-found-current.
           perform until ws-found-current = "Y" or next-allowed = "N"
               read RecurringChargeFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-rchg-id = ws-rchg-id
                   move "Y" to ws-found-current
               end-if

               if success and fd-rchg-clnt-id not = ws-rchg-clnt-id
                   move "N" to next-allowed
               end-if
           end-perform.

           if next-allowed = "Y"
               read RecurringChargeFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-rchg-clnt-id = ws-rchg-clnt-id
                   move fd-rchg-record to ws-rchg-record
               else
                   move "N" to next-allowed
               end-if
           end-if.

           if next-allowed = "N"
               move "No more recurring charges for this client"
                   to ws-msg
           end-if.

           move ws-rchg-record to ls-rchg-record.
           move ws-navigation-status to ls-navigation-status.
