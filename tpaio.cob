       IDENTIFICATION DIVISION.
       PROGRAM-ID. tpaio IS INITIAL.
       AUTHOR. Andrew Notman.

      * All access to the third-party authority file goes through
      * here, the same way clnt.dat is only ever touched through
      * clntio. Authority numbers are allocated by reading the highest
      * one on file and adding one, the same way oitmio numbers open
      * items. "S"/"T" walk one client's authorities in
      * authority-number order off the alternate key.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select AuthorityFile assign to "tpa.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-tpa-id
               alternate record key is fd-tpa-clnt-id with duplicates
               file status is file-status.

       DATA DIVISION.
       FILE SECTION.
       FD AuthorityFile.
           copy "tpa.fd".

       WORKING-STORAGE SECTION.
           copy "tpa.ws".

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
       01 ls-tpa-record         pic X(115).
       01 ls-navigation-status  pic X(2).
       01 ls-msg                pic X(80).

       PROCEDURE DIVISION USING ls-operation,
                                ls-tpa-record,
                                ls-navigation-status,
                                ls-msg.
       Main.
           open i-o AuthorityFile.
           if file-status = "35"
               open output AuthorityFile
               close AuthorityFile
               open i-o AuthorityFile
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

           close AuthorityFile.

           move ws-msg to ls-msg.
           EXIT PROGRAM.

       DoAdd.
           move ls-tpa-record to ws-tpa-record.

           move high-values to fd-tpa-id.
           start AuthorityFile key is less than fd-tpa-id
               invalid key
                   move zeroes to fd-tpa-id
           end-start.

           if success
               read AuthorityFile previous record
                   at end
                       move zeroes to fd-tpa-id
               end-read
           end-if.

           compute ws-tpa-id = fd-tpa-id + 1.

           move ws-tpa-record to fd-tpa-record.
           write fd-tpa-record
               invalid key
                   move "Failed to write authority" to ws-msg
               not invalid key
                   move "Authority recorded" to ws-msg
           end-write.

           move ws-tpa-record to ls-tpa-record.

       DoQuery.
           move ls-tpa-record to ws-tpa-record.
           move ws-tpa-id to fd-tpa-id.
           read AuthorityFile
               key is fd-tpa-id
               invalid key
                   move "Authority not found" to ws-msg
           end-read.

           if success
               move fd-tpa-record to ws-tpa-record
           end-if.

           move ws-tpa-record to ls-tpa-record.

       DoUpdate.
           move ls-tpa-record to ws-tpa-record.
           move ws-tpa-id to fd-tpa-id.
           read AuthorityFile
               key is fd-tpa-id
               invalid key
                   move "Authority not found" to ws-msg
           end-read.

           if success
               move ws-tpa-record to fd-tpa-record
               rewrite fd-tpa-record
                   invalid key
                       move "Failed to update authority" to ws-msg
                   not invalid key
                       move "Authority updated" to ws-msg
               end-rewrite
           end-if.

       DoFirst.
           move zeroes to fd-tpa-id.
           move "N" to prev-allowed.
           start AuthorityFile key is greater than fd-tpa-id
               invalid key
                   move "No authorities on file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read AuthorityFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-tpa-record to ws-tpa-record
               end-if
           end-if.

           move ws-tpa-record to ls-tpa-record.
           move ws-navigation-status to ls-navigation-status.

       DoNext.
           move ls-tpa-record to ws-tpa-record.
           move ws-tpa-id to fd-tpa-id.
           start AuthorityFile key is greater than fd-tpa-id
               invalid key
                   move "End of authority file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read AuthorityFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-tpa-record to ws-tpa-record
               end-if
           end-if.

           move ws-tpa-record to ls-tpa-record.
           move ws-navigation-status to ls-navigation-status.

      * First authority for the client whose id is on the record handed
      * in - the alternate key hands the group back in authority-number
      * order, which is the order they were recorded in.
       DoFirstForClient.
           move ls-tpa-record to ws-tpa-record.
           move ws-tpa-clnt-id to fd-tpa-clnt-id.
           move "N" to next-allowed.

           start AuthorityFile key is equal to fd-tpa-clnt-id
               invalid key
                   move "No authorities for this client" to ws-msg
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read AuthorityFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-tpa-clnt-id = ws-tpa-clnt-id
                   move fd-tpa-record to ws-tpa-record
               else
                   move "N" to next-allowed
                   move "No authorities for this client" to ws-msg
               end-if
           end-if.

           move ws-tpa-record to ls-tpa-record.
           move ws-navigation-status to ls-navigation-status.

      * Next authority for the same client - since Main opens and closes
      * the file on every call, the position is re-established by
      * walking the client's group to the authority last handed back,
      * the same way clntio's DoNextBySurname re-finds its place.
       DoNextForClient.
           move ls-tpa-record to ws-tpa-record.
           move ws-tpa-clnt-id to fd-tpa-clnt-id.
           move "Y" to next-allowed.

           start AuthorityFile key is equal to fd-tpa-clnt-id
               invalid key
                   move "N" to next-allowed
           end-start.

           move "N" to ws-found-current.
           perform until ws-found-current = "Y" or next-allowed = "N"
               read AuthorityFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-tpa-id = ws-tpa-id
                   move "Y" to ws-found-current
               end-if

               if success and fd-tpa-clnt-id not = ws-tpa-clnt-id
                   move "N" to next-allowed
               end-if
           end-perform.

           if next-allowed = "Y"
               read AuthorityFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-tpa-clnt-id = ws-tpa-clnt-id
                   move fd-tpa-record to ws-tpa-record
               else
                   move "N" to next-allowed
               end-if
           end-if.

           if next-allowed = "N"
               move "No more authorities for this client" to ws-msg
           end-if.

           move ws-tpa-record to ls-tpa-record.
           move ws-navigation-status to ls-navigation-status.
