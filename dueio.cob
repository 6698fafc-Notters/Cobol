       IDENTIFICATION DIVISION.
       PROGRAM-ID. dueio IS INITIAL.
       AUTHOR. Andrew Notman.

      * All access to the statement due file goes through here,
      * the same way clnt.dat is only ever touched through clntio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select DueFile assign to "due.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-due-clnt-id
               file status is file-status.

       DATA DIVISION.
       FILE SECTION.
       FD DueFile.
           copy "due.fd".

       WORKING-STORAGE SECTION.
           copy "due.ws".

       01 ws-operation pic X(1).

       01 file-status pic X(2).
           88 success value "00".

       01 ws-navigation-status.
           02 next-allowed pic X(1).
           02 prev-allowed pic X(1).

       01 ws-msg pic X(80) value spaces.

       LINKAGE SECTION.
       01 ls-operation          pic X(1).
       01 ls-due-record         pic X(58).
       01 ls-navigation-status  pic X(2).
       01 ls-msg                pic X(80).

       PROCEDURE DIVISION USING ls-operation,
                                ls-due-record,
                                ls-navigation-status,
                                ls-msg.
       Main.
           open i-o DueFile.
           if file-status = "35"
               open output DueFile
               close DueFile
               open i-o DueFile
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

           close DueFile.

           move ws-msg to ls-msg.
           EXIT PROGRAM.

       DoQuery.
           move ls-due-record to ws-due-record.
           move ws-due-clnt-id to fd-due-clnt-id.
           read DueFile
               key is fd-due-clnt-id
               invalid key
                   move "Due row not found" to ws-msg
           end-read.

           if success
               move fd-due-record to ws-due-record
           end-if.

           move ws-due-record to ls-due-record.

       DoAdd.
           move ls-due-record to ws-due-record.
           move ws-due-record to fd-due-record.
           write fd-due-record
               invalid key
                   move "Client already has a due row" to ws-msg
               not invalid key
                   move "Due row recorded" to ws-msg
           end-write.

       DoUpdate.
           move ls-due-record to ws-due-record.
           move ws-due-clnt-id to fd-due-clnt-id.
           read DueFile
               key is fd-due-clnt-id
               invalid key
                   move "Due row not found" to ws-msg
           end-read.

           if success
               move ws-due-record to fd-due-record
               rewrite fd-due-record
                   invalid key
                       move "Failed to update due row" to ws-msg
                   not invalid key
                       move "Due row updated" to ws-msg
               end-rewrite
           end-if.

       DoFirst.
           move zeroes to fd-due-clnt-id.
           move "N" to prev-allowed.
           start DueFile key is greater than fd-due-clnt-id
               invalid key
                   move "No due rows on file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read DueFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-due-record to ws-due-record
               end-if
           end-if.

           move ws-due-record to ls-due-record.
           move ws-navigation-status to ls-navigation-status.

       DoNext.
           move ls-due-record to ws-due-record.
           move ws-due-clnt-id to fd-due-clnt-id.
           start DueFile key is greater than fd-due-clnt-id
               invalid key
                   move "End of due file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read DueFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-due-record to ws-due-record
               end-if
           end-if.

           move ws-due-record to ls-due-record.
           move ws-navigation-status to ls-navigation-status.
