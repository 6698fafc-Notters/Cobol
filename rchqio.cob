       IDENTIFICATION DIVISION.
       PROGRAM-ID. rchqio IS INITIAL.
       AUTHOR. Andrew Notman.

      * All access to the refund cheque register goes through
      * here, the same way oitmio keeps the open items. Cheque
      * numbers are allocated by reading the highest one on file
      * and adding one, so the register numbers the cheque book.
      * "S"/"T" walk one client's cheques in cheque-number order
      * off the alternate key.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select ChequeFile assign to "rchq.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-rchq-id
               alternate record key is fd-rchq-clnt-id with duplicates
               file status is file-status.

       DATA DIVISION.
       FILE SECTION.
       FD ChequeFile.
           copy "rchq.fd".

       WORKING-STORAGE SECTION.
           copy "rchq.ws".

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
       01 ls-rchq-record        pic X(102).
       01 ls-navigation-status  pic X(2).
       01 ls-msg                pic X(80).

       PROCEDURE DIVISION USING ls-operation,
                                ls-rchq-record,
                                ls-navigation-status,
                                ls-msg.
       Main.
           open i-o ChequeFile.
           if file-status = "35"
               open output ChequeFile
               close ChequeFile
               open i-o ChequeFile
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

           close ChequeFile.

           move ws-msg to ls-msg.
           EXIT PROGRAM.

       DoAdd.
           move ls-rchq-record to ws-rchq-record.

           move high-values to fd-rchq-id.
           start ChequeFile key is less than fd-rchq-id
               invalid key
                   move zeroes to fd-rchq-id
           end-start.

           if success
               read ChequeFile previous record
                   at end
                       move zeroes to fd-rchq-id
               end-read
           end-if.

           compute ws-rchq-id = fd-rchq-id + 1.

           move ws-rchq-record to fd-rchq-record.
           write fd-rchq-record
               invalid key
                   move "Failed to write cheque" to ws-msg
               not invalid key
                   move "Cheque recorded" to ws-msg
           end-write.

           move ws-rchq-record to ls-rchq-record.

       DoQuery.
           move ls-rchq-record to ws-rchq-record.
           move ws-rchq-id to fd-rchq-id.
           read ChequeFile
               key is fd-rchq-id
               invalid key
                   move "Cheque not found" to ws-msg
           end-read.

           if success
               move fd-rchq-record to ws-rchq-record
           end-if.

           move ws-rchq-record to ls-rchq-record.

       DoUpdate.
           move ls-rchq-record to ws-rchq-record.
           move ws-rchq-id to fd-rchq-id.
           read ChequeFile
               key is fd-rchq-id
               invalid key
                   move "Cheque not found" to ws-msg
           end-read.

           if success
               move ws-rchq-record to fd-rchq-record
               rewrite fd-rchq-record
                   invalid key
                       move "Failed to update cheque" to ws-msg
                   not invalid key
                       move "Cheque updated" to ws-msg
               end-rewrite
           end-if.

       DoFirst.
           move zeroes to fd-rchq-id.
           move "N" to prev-allowed.
           start ChequeFile key is greater than fd-rchq-id
               invalid key
                   move "No cheques on file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read ChequeFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-rchq-record to ws-rchq-record
               end-if
           end-if.

           move ws-rchq-record to ls-rchq-record.
           move ws-navigation-status to ls-navigation-status.

       DoNext.
           move ls-rchq-record to ws-rchq-record.
           move ws-rchq-id to fd-rchq-id.
           start ChequeFile key is greater than fd-rchq-id
               invalid key
                   move "End of cheque-register file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read ChequeFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-rchq-record to ws-rchq-record
               end-if
           end-if.

           move ws-rchq-record to ls-rchq-record.
           move ws-navigation-status to ls-navigation-status.

      * First cheque for the client whose id is on the record handed
      * in - the alternate key hands the group back in cheque-number
      * order, which is the order they were recorded in.
       DoFirstForClient.
           move ls-rchq-record to ws-rchq-record.
           move ws-rchq-clnt-id to fd-rchq-clnt-id.
           move "N" to next-allowed.

           start ChequeFile key is equal to fd-rchq-clnt-id
               invalid key
                   move "No cheques for this client" to ws-msg
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read ChequeFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-rchq-clnt-id = ws-rchq-clnt-id
                   move fd-rchq-record to ws-rchq-record
               else
                   move "N" to next-allowed
                   move "No cheques for this client" to ws-msg
               end-if
           end-if.

           move ws-rchq-record to ls-rchq-record.
           move ws-navigation-status to ls-navigation-status.

      * Next cheque for the same client - since Main opens and closes
      * the file on every call, the position is re-established by
      * walking the client's group to the cheque last handed back,
      * the same way clntio's DoNextBySurname re-finds its place.
       DoNextForClient.
           move ls-rchq-record to ws-rchq-record.
           move ws-rchq-clnt-id to fd-rchq-clnt-id.
           move "Y" to next-allowed.

           start ChequeFile key is equal to fd-rchq-clnt-id
               invalid key
                   move "N" to next-allowed
           end-start.

           move "N" to ws-found-current.
           perform until ws-found-current = "Y" or next-allowed = "N"
               read ChequeFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-rchq-id = ws-rchq-id
                   move "Y" to ws-found-current
               end-if

               if success and fd-rchq-clnt-id not = ws-rchq-clnt-id
                   move "N" to next-allowed
               end-if
           end-perform.

           if next-allowed = "Y"
               read ChequeFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-rchq-clnt-id = ws-rchq-clnt-id
                   move fd-rchq-record to ws-rchq-record
               else
                   move "N" to next-allowed
               end-if
           end-if.

           if next-allowed = "N"
               move "No more cheques for this client" to ws-msg
           end-if.

           move ws-rchq-record to ls-rchq-record.
           move ws-navigation-status to ls-navigation-status.
