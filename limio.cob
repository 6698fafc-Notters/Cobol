       IDENTIFICATION DIVISION.
       PROGRAM-ID. limio IS INITIAL.
       AUTHOR. Andrew Notman.

      * All access to the limitation file goes through here,
      * the same way clnt.dat is only ever touched through clntio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select LimitationFile assign to "lim.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-lim-clnt-id
               file status is file-status.

       DATA DIVISION.
       FILE SECTION.
       FD LimitationFile.
           copy "lim.fd".

       WORKING-STORAGE SECTION.
           copy "lim.ws".

       01 ws-operation pic X(1).

       01 file-status pic X(2).
           88 success value "00".

       01 ws-navigation-status.
           02 next-allowed pic X(1).
           02 prev-allowed pic X(1).

       01 ws-msg pic X(80) value spaces.

       LINKAGE SECTION.
       01 ls-operation          pic X(1).
       01 ls-lim-record         pic X(48).
       01 ls-navigation-status  pic X(2).
       01 ls-msg                pic X(80).

       PROCEDURE DIVISION USING ls-operation,
                                ls-lim-record,
                                ls-navigation-status,
                                ls-msg.
       Main.
           open i-o LimitationFile.
           if file-status = "35"
               open output LimitationFile
               close LimitationFile
               open i-o LimitationFile
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

           close LimitationFile.

           move ws-msg to ls-msg.
           EXIT PROGRAM.

       DoQuery.
           move ls-lim-record to ws-lim-record.
           move ws-lim-clnt-id to fd-lim-clnt-id.
           read LimitationFile
               key is fd-lim-clnt-id
               invalid key
                   move "Limitation record not found" to ws-msg
           end-read.

           if success
               move fd-lim-record to ws-lim-record
           end-if.

           move ws-lim-record to ls-lim-record.

       DoAdd.
           move ls-lim-record to ws-lim-record.
           move ws-lim-record to fd-lim-record.
           write fd-lim-record
               invalid key
                   move "Client already has a limitation record"
                       to ws-msg
               not invalid key
                   move "Limitation record added" to ws-msg
           end-write.

       DoUpdate.
           move ls-lim-record to ws-lim-record.
           move ws-lim-clnt-id to fd-lim-clnt-id.
           read LimitationFile
               key is fd-lim-clnt-id
               invalid key
                   move "Limitation record not found" to ws-msg
           end-read.

           if success
               move ws-lim-record to fd-lim-record
               rewrite fd-lim-record
                   invalid key
                       move "Failed to update limitation record"
                           to ws-msg
                   not invalid key
                       move "Limitation record updated" to ws-msg
               end-rewrite
           end-if.

       DoFirst.
           move zeroes to fd-lim-clnt-id.
           move "N" to prev-allowed.
           start LimitationFile key is greater than fd-lim-clnt-id
               invalid key
                   move "No limitation records on file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read LimitationFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-lim-record to ws-lim-record
               end-if
           end-if.

           move ws-lim-record to ls-lim-record.
           move ws-navigation-status to ls-navigation-status.

       DoNext.
           move ls-lim-record to ws-lim-record.
           move ws-lim-clnt-id to fd-lim-clnt-id.
           start LimitationFile key is greater than fd-lim-clnt-id
               invalid key
                   move "End of limitation file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read LimitationFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-lim-record to ws-lim-record
               end-if
           end-if.

           move ws-lim-record to ls-lim-record.
           move ws-navigation-status to ls-navigation-status.
