       IDENTIFICATION DIVISION.
       PROGRAM-ID. sdepio IS INITIAL.
       AUTHOR. Andrew Notman.

      * All access to the security deposit file goes through here,
      * the same way clnt.dat is only ever touched through clntio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select DepositFile assign to "sdep.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-sdep-clnt-id
               file status is file-status.

       DATA DIVISION.
       FILE SECTION.
       FD DepositFile.
           copy "sdep.fd".

       WORKING-STORAGE SECTION.
           copy "sdep.ws".

       01 ws-operation pic X(1).

       01 file-status pic X(2).
           88 success value "00".

       01 ws-navigation-status.
           02 next-allowed pic X(1).
           02 prev-allowed pic X(1).

       01 ws-msg pic X(80) value spaces.

       LINKAGE SECTION.
       01 ls-operation          pic X(1).
       01 ls-sdep-record        pic X(68).
       01 ls-navigation-status  pic X(2).
       01 ls-msg                pic X(80).

       PROCEDURE DIVISION USING ls-operation,
                                ls-sdep-record,
                                ls-navigation-status,
                                ls-msg.
       Main.
           open i-o DepositFile.
           if file-status = "35"
               open output DepositFile
               close DepositFile
               open i-o DepositFile
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

           close DepositFile.

           move ws-msg to ls-msg.
           EXIT PROGRAM.

       DoQuery.
           move ls-sdep-record to ws-sdep-record.
           move ws-sdep-clnt-id to fd-sdep-clnt-id.
           read DepositFile
               key is fd-sdep-clnt-id
               invalid key
                   move "Deposit not found" to ws-msg
           end-read.

           if success
               move fd-sdep-record to ws-sdep-record
           end-if.

           move ws-sdep-record to ls-sdep-record.

       DoAdd.
           move ls-sdep-record to ws-sdep-record.
           move ws-sdep-record to fd-sdep-record.
           write fd-sdep-record
               invalid key
                   move "Client already has a deposit row" to ws-msg
               not invalid key
                   move "Deposit recorded" to ws-msg
           end-write.

       DoUpdate.
           move ls-sdep-record to ws-sdep-record.
           move ws-sdep-clnt-id to fd-sdep-clnt-id.
           read DepositFile
               key is fd-sdep-clnt-id
               invalid key
                   move "Deposit not found" to ws-msg
           end-read.

           if success
               move ws-sdep-record to fd-sdep-record
               rewrite fd-sdep-record
                   invalid key
                       move "Failed to update deposit" to ws-msg
                   not invalid key
                       move "Deposit updated" to ws-msg
               end-rewrite
           end-if.

       DoFirst.
           move zeroes to fd-sdep-clnt-id.
           move "N" to prev-allowed.
           start DepositFile key is greater than fd-sdep-clnt-id
               invalid key
                   move "No deposits on file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read DepositFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-sdep-record to ws-sdep-record
               end-if
           end-if.

           move ws-sdep-record to ls-sdep-record.
           move ws-navigation-status to ls-navigation-status.

       DoNext.
           move ls-sdep-record to ws-sdep-record.
           move ws-sdep-clnt-id to fd-sdep-clnt-id.
           start DepositFile key is greater than fd-sdep-clnt-id
               invalid key
                   move "End of deposit file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read DepositFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-sdep-record to ws-sdep-record
               end-if
           end-if.

           move ws-sdep-record to ls-sdep-record.
           move ws-navigation-status to ls-navigation-status.
