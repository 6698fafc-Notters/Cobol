       IDENTIFICATION DIVISION.
       PROGRAM-ID. goneio IS INITIAL.
       AUTHOR. Andrew Notman.

      * All access to the returned-mail file goes through here,
      * the same way clnt.dat is only ever touched through clntio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select GoneAwayFile assign to "gone.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-gone-clnt-id
               file status is file-status.

       DATA DIVISION.
       FILE SECTION.
       FD GoneAwayFile.
           copy "gone.fd".

       WORKING-STORAGE SECTION.
           copy "gone.ws".

       01 ws-operation pic X(1).

       01 file-status pic X(2).
           88 success value "00".

       01 ws-navigation-status.
           02 next-allowed pic X(1).
           02 prev-allowed pic X(1).

       01 ws-msg pic X(80) value spaces.

       LINKAGE SECTION.
       01 ls-operation          pic X(1).
       01 ls-gone-record        pic X(58).
       01 ls-navigation-status  pic X(2).
       01 ls-msg                pic X(80).

       PROCEDURE DIVISION USING ls-operation,
                                ls-gone-record,
                                ls-navigation-status,
                                ls-msg.
       Main.
           open i-o GoneAwayFile.
           if file-status = "35"
               open output GoneAwayFile
               close GoneAwayFile
               open i-o GoneAwayFile
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

           close GoneAwayFile.

           move ws-msg to ls-msg.
           EXIT PROGRAM.

       DoQuery.
           move ls-gone-record to ws-gone-record.
           move ws-gone-clnt-id to fd-gone-clnt-id.
           read GoneAwayFile
               key is fd-gone-clnt-id
               invalid key
                   move "Returned-mail row not found" to ws-msg
           end-read.

           if success
               move fd-gone-record to ws-gone-record
           end-if.

           move ws-gone-record to ls-gone-record.

       DoAdd.
           move ls-gone-record to ws-gone-record.
           move ws-gone-record to fd-gone-record.
           write fd-gone-record
               invalid key
                   move "Client already has a returned-mail row"
                       to ws-msg
               not invalid key
                   move "Returned-mail row recorded" to ws-msg
           end-write.

       DoUpdate.
           move ls-gone-record to ws-gone-record.
           move ws-gone-clnt-id to fd-gone-clnt-id.
           read GoneAwayFile
               key is fd-gone-clnt-id
               invalid key
                   move "Returned-mail row not found" to ws-msg
           end-read.

           if success
               move ws-gone-record to fd-gone-record
               rewrite fd-gone-record
                   invalid key
                       move "Failed to update returned-mail row"
                           to ws-msg
                   not invalid key
                       move "Returned-mail row updated" to ws-msg
               end-rewrite
           end-if.

       DoFirst.
           move zeroes to fd-gone-clnt-id.
           move "N" to prev-allowed.
           start GoneAwayFile key is greater than fd-gone-clnt-id
               invalid key
                   move "No returned-mail rows on file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read GoneAwayFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-gone-record to ws-gone-record
               end-if
           end-if.

           move ws-gone-record to ls-gone-record.
           move ws-navigation-status to ls-navigation-status.

       DoNext.
           move ls-gone-record to ws-gone-record.
           move ws-gone-clnt-id to fd-gone-clnt-id.
           start GoneAwayFile key is greater than fd-gone-clnt-id
               invalid key
                   move "End of returned-mail file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read GoneAwayFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-gone-record to ws-gone-record
               end-if
           end-if.

           move ws-gone-record to ls-gone-record.
           move ws-navigation-status to ls-navigation-status.
