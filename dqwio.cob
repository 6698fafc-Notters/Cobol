       IDENTIFICATION DIVISION.
       PROGRAM-ID. dqwio IS INITIAL.
       AUTHOR. Andrew Notman.

      * All access to the data-quality worklist goes through here,
      * the same way clnt.dat is only ever touched through clntio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select WorklistFile assign to "dqw.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-dqw-clnt-id
               file status is file-status.

       DATA DIVISION.
       FILE SECTION.
       FD WorklistFile.
           copy "dqw.fd".

       WORKING-STORAGE SECTION.
           copy "dqw.ws".

       01 ws-operation pic X(1).

       01 file-status pic X(2).
           88 success value "00".

       01 ws-navigation-status.
           02 next-allowed pic X(1).
           02 prev-allowed pic X(1).

       01 ws-msg pic X(80) value spaces.

       LINKAGE SECTION.
       01 ls-operation          pic X(1).
       01 ls-dqw-record         pic X(41).
       01 ls-navigation-status  pic X(2).
       01 ls-msg                pic X(80).

       PROCEDURE DIVISION USING ls-operation,
                                ls-dqw-record,
                                ls-navigation-status,
                                ls-msg.
       Main.
           open i-o WorklistFile.
           if file-status = "35"
               open output WorklistFile
               close WorklistFile
               open i-o WorklistFile
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

           close WorklistFile.

           move ws-msg to ls-msg.
           EXIT PROGRAM.

       DoQuery.
           move ls-dqw-record to ws-dqw-record.
           move ws-dqw-clnt-id to fd-dqw-clnt-id.
           read WorklistFile
               key is fd-dqw-clnt-id
               invalid key
                   move "Worklist item not found" to ws-msg
           end-read.

           if success
               move fd-dqw-record to ws-dqw-record
           end-if.

           move ws-dqw-record to ls-dqw-record.

       DoAdd.
           move ls-dqw-record to ws-dqw-record.
           move ws-dqw-record to fd-dqw-record.
           write fd-dqw-record
               invalid key
                   move "Client already on the worklist" to ws-msg
               not invalid key
                   move "Worklist item recorded" to ws-msg
           end-write.

       DoUpdate.
           move ls-dqw-record to ws-dqw-record.
           move ws-dqw-clnt-id to fd-dqw-clnt-id.
           read WorklistFile
               key is fd-dqw-clnt-id
               invalid key
                   move "Worklist item not found" to ws-msg
           end-read.

           if success
               move ws-dqw-record to fd-dqw-record
               rewrite fd-dqw-record
                   invalid key
                       move "Failed to update worklist item" to ws-msg
                   not invalid key
                       move "Worklist item updated" to ws-msg
               end-rewrite
           end-if.

       DoFirst.
           move zeroes to fd-dqw-clnt-id.
           move "N" to prev-allowed.
           start WorklistFile key is greater than fd-dqw-clnt-id
               invalid key
                   move "No worklist items on file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read WorklistFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-dqw-record to ws-dqw-record
               end-if
           end-if.

           move ws-dqw-record to ls-dqw-record.
           move ws-navigation-status to ls-navigation-status.

       DoNext.
           move ls-dqw-record to ws-dqw-record.
           move ws-dqw-clnt-id to fd-dqw-clnt-id.
           start WorklistFile key is greater than fd-dqw-clnt-id
               invalid key
                   move "End of worklist item file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read WorklistFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-dqw-record to ws-dqw-record
               end-if
           end-if.

           move ws-dqw-record to ls-dqw-record.
           move ws-navigation-status to ls-navigation-status.
