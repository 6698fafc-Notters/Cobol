       IDENTIFICATION DIVISION.
       PROGRAM-ID. amlio IS INITIAL.
       AUTHOR. Andrew Notman.

      * All access to the suspicious-activity case file goes
      * through here, the same way oitmio keeps the open items.
      * Case numbers are allocated by reading the highest one on
      * file and adding one. "S"/"T" walk one client's cases in
      * case-number order off the alternate key, which is how the
      * monitoring step avoids raising a case twice and how amlchk
      * finds an open review.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select CaseFile assign to "aml.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-aml-id
               alternate record key is fd-aml-clnt-id with duplicates
               file status is file-status.

       DATA DIVISION.
       FILE SECTION.
       FD CaseFile.
           copy "aml.fd".

       WORKING-STORAGE SECTION.
           copy "aml.ws".

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
       01 ls-aml-record         pic X(113).
       01 ls-navigation-status  pic X(2).
       01 ls-msg                pic X(80).

       PROCEDURE DIVISION USING ls-operation,
                                ls-aml-record,
                                ls-navigation-status,
                                ls-msg.
       Main.
           open i-o CaseFile.
           if file-status = "35"
               open output CaseFile
               close CaseFile
               open i-o CaseFile
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

           close CaseFile.

           move ws-msg to ls-msg.
           EXIT PROGRAM.

       DoAdd.
           move ls-aml-record to ws-aml-record.

           move high-values to fd-aml-id.
           start CaseFile key is less than fd-aml-id
               invalid key
                   move zeroes to fd-aml-id
           end-start.

           if success
               read CaseFile previous record
                   at end
                       move zeroes to fd-aml-id
               end-read
           end-if.

           compute ws-aml-id = fd-aml-id + 1.

           move ws-aml-record to fd-aml-record.
           write fd-aml-record
               invalid key
                   move "Failed to write case" to ws-msg
               not invalid key
                   move "Case recorded" to ws-msg
           end-write.

           move ws-aml-record to ls-aml-record.

       DoQuery.
           move ls-aml-record to ws-aml-record.
           move ws-aml-id to fd-aml-id.
           read CaseFile
               key is fd-aml-id
               invalid key
                   move "Case not found" to ws-msg
           end-read.

           if success
               move fd-aml-record to ws-aml-record
           end-if.

           move ws-aml-record to ls-aml-record.

       DoUpdate.
           move ls-aml-record to ws-aml-record.
           move ws-aml-id to fd-aml-id.
           read CaseFile
               key is fd-aml-id
               invalid key
                   move "Case not found" to ws-msg
           end-read.

           if success
               move ws-aml-record to fd-aml-record
               rewrite fd-aml-record
                   invalid key
                       move "Failed to update case" to ws-msg
                   not invalid key
                       move "Case updated" to ws-msg
               end-rewrite
           end-if.

       DoFirst.
           move zeroes to fd-aml-id.
           move "N" to prev-allowed.
           start CaseFile key is greater than fd-aml-id
               invalid key
                   move "No cases on file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read CaseFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-aml-record to ws-aml-record
               end-if
           end-if.

           move ws-aml-record to ls-aml-record.
           move ws-navigation-status to ls-navigation-status.

       DoNext.
           move ls-aml-record to ws-aml-record.
           move ws-aml-id to fd-aml-id.
           start CaseFile key is greater than fd-aml-id
               invalid key
                   move "End of case file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read CaseFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-aml-record to ws-aml-record
               end-if
           end-if.

           move ws-aml-record to ls-aml-record.
           move ws-navigation-status to ls-navigation-status.

      * First case for the client whose id is on the record handed
      * in - the alternate key hands the group back in case-number
      * order, which is the order they were recorded in.
       DoFirstForClient.
           move ls-aml-record to ws-aml-record.
           move ws-aml-clnt-id to fd-aml-clnt-id.
           move "N" to next-allowed.

           start CaseFile key is equal to fd-aml-clnt-id
               invalid key
                   move "No cases for this client" to ws-msg
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read CaseFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-aml-clnt-id = ws-aml-clnt-id
                   move fd-aml-record to ws-aml-record
               else
                   move "N" to next-allowed
                   move "No cases for this client" to ws-msg
               end-if
           end-if.

           move ws-aml-record to ls-aml-record.
           move ws-navigation-status to ls-navigation-status.

      * Next case for the same client - since Main opens and closes
      * the file on every call, the position is re-established by
      * walking the client's group to the case last handed back,
      * the same way clntio's DoNextBySurname re-finds its place.
       DoNextForClient.
           move ls-aml-record to ws-aml-record.
           move ws-aml-clnt-id to fd-aml-clnt-id.
           move "Y" to next-allowed.

           start CaseFile key is equal to fd-aml-clnt-id
               invalid key
                   move "N" to next-allowed
           end-start.

           move "N" to ws-found-current.
           perform until ws-found-current = "Y" or next-allowed = "N"
               read CaseFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-aml-id = ws-aml-id
                   move "Y" to ws-found-current
               end-if

               if success and fd-aml-clnt-id not = ws-aml-clnt-id
                   move "N" to next-allowed
               end-if
           end-perform.

           if next-allowed = "Y"
               read CaseFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-aml-clnt-id = ws-aml-clnt-id
                   move fd-aml-record to ws-aml-record
               else
                   move "N" to next-allowed
               end-if
           end-if.

           if next-allowed = "N"
               move "No more cases for this client" to ws-msg
           end-if.

           move ws-aml-record to ls-aml-record.
           move ws-navigation-status to ls-navigation-status.
