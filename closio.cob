       IDENTIFICATION DIVISION.
       PROGRAM-ID. closio IS INITIAL.
       AUTHOR. Andrew Notman.

      * All access to the account-closure file goes through here,
      * the same way clnt.dat is only ever touched through clntio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select ClosureFile assign to "clos.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-clos-clnt-id
               file status is file-status.

       DATA DIVISION.
       FILE SECTION.
       FD ClosureFile.
           copy "clos.fd".

       WORKING-STORAGE SECTION.
           copy "clos.ws".

       01 ws-operation pic X(1).

       01 file-status pic X(2).
           88 success value "00".

       01 ws-navigation-status.
           02 next-allowed pic X(1).
           02 prev-allowed pic X(1).

       01 ws-msg pic X(80) value spaces.

       LINKAGE SECTION.
       01 ls-operation          pic X(1).
       01 ls-clos-record        pic X(52).
       01 ls-navigation-status  pic X(2).
       01 ls-msg                pic X(80).

       PROCEDURE DIVISION USING ls-operation,
                                ls-clos-record,
                                ls-navigation-status,
                                ls-msg.
       Main.
           open i-o ClosureFile.
           if file-status = "35"
               open output ClosureFile
               close ClosureFile
               open i-o ClosureFile
           end-if.
           move ls-operation to ws-operation.

           evaluate ws-operation
               when "Q" perform DoQuery
               when "A" perform DoAdd
               when "U" perform DoUpdate
               when "F" perform DoFirst
               when "N" perform DoNext
               when other
                   move "Invalid operation" to ws-msg
           end-evaluate.

           close ClosureFile.

           move ws-msg to ls-msg.
           EXIT PROGRAM.

       DoQuery.
           move ls-clos-record to ws-clos-record.
           move ws-clos-clnt-id to fd-clos-clnt-id.
           read ClosureFile
               key is fd-clos-clnt-id
               invalid key
                   move "Closure not found" to ws-msg
           end-read.

           if success
               move fd-clos-record to ws-clos-record
           end-if.

           move ws-clos-record to ls-clos-record.

       DoAdd.
           move ls-clos-record to ws-clos-record.
           move ws-clos-record to fd-clos-record.
           write fd-clos-record
               invalid key
                   move "Client already has a closure row" to ws-msg
               not invalid key
                   move "Closure recorded" to ws-msg
           end-write.

       DoUpdate.
           move ls-clos-record to ws-clos-record.
           move ws-clos-clnt-id to fd-clos-clnt-id.
           read ClosureFile
               key is fd-clos-clnt-id
               invalid key
                   move "Closure not found" to ws-msg
           end-read.

           if success
               move ws-clos-record to fd-clos-record
               rewrite fd-clos-record
                   invalid key
                       move "Failed to update closure" to ws-msg
                   not invalid key
                       move "Closure updated" to ws-msg
               end-rewrite
           end-if.

       DoFirst.
           move zeroes to fd-clos-clnt-id.
           move "N" to prev-allowed.
           start ClosureFile key is greater than fd-clos-clnt-id
               invalid key
                   move "No closures on file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read ClosureFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-clos-record to ws-clos-record
               end-if
           end-if.

           move ws-clos-record to ls-clos-record.
           move ws-navigation-status to ls-navigation-status.

       DoNext.
           move ls-clos-record to ws-clos-record.
           move ws-clos-clnt-id to fd-clos-clnt-id.
           start ClosureFile key is greater than fd-clos-clnt-id
               invalid key
                   move "End of closure file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read ClosureFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-clos-record to ws-clos-record
               end-if
           end-if.

           move ws-clos-record to ls-clos-record.
           move ws-navigation-status to ls-navigation-status.
