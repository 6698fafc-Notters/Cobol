       IDENTIFICATION DIVISION.
       PROGRAM-ID. crbio IS INITIAL.
       AUTHOR. Andrew Notman.

      * All access to the credit-bureau reporting register goes
      * through here, the same way clnt.dat is only ever touched
      * through clntio. Register numbers are allocated by reading
      * the highest one on file and adding one, the same way oitmio
      * numbers open items. "S"/"T" walk one client's records in
      * register-number (and therefore reporting) order off the
      * alternate key, the shape clntio's surname walk uses.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select CreditBureauFile assign to "crb.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-crb-id
               alternate record key is fd-crb-clnt-id with duplicates
               file status is file-status.

       DATA DIVISION.
       FILE SECTION.
       FD CreditBureauFile.
           copy "crb.fd".

       WORKING-STORAGE SECTION.
           copy "crb.ws".

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
       01 ls-crb-record         pic X(68).
       01 ls-navigation-status  pic X(2).
       01 ls-msg                pic X(80).

       PROCEDURE DIVISION USING ls-operation,
                                ls-crb-record,
                                ls-navigation-status,
                                ls-msg.
       Main.
           open i-o CreditBureauFile.
           if file-status = "35"
               open output CreditBureauFile
               close CreditBureauFile
               open i-o CreditBureauFile
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

           close CreditBureauFile.

           move ws-msg to ls-msg.
           EXIT PROGRAM.

       DoAdd.
           move ls-crb-record to ws-crb-record.

           move high-values to fd-crb-id.
           start CreditBureauFile key is less than fd-crb-id
               invalid key
                   move zeroes to fd-crb-id
           end-start.

           if success
               read CreditBureauFile previous record
                   at end
                       move zeroes to fd-crb-id
               end-read
           end-if.

           compute ws-crb-id = fd-crb-id + 1.

           move ws-crb-record to fd-crb-record.
           write fd-crb-record
               invalid key
                   move "Failed to write bureau record" to ws-msg
               not invalid key
                   move "Bureau record registered" to ws-msg
           end-write.

           move ws-crb-record to ls-crb-record.

       DoQuery.
           move ls-crb-record to ws-crb-record.
           move ws-crb-id to fd-crb-id.
           read CreditBureauFile
               key is fd-crb-id
               invalid key
                   move "Bureau record not found" to ws-msg
           end-read.

           if success
               move fd-crb-record to ws-crb-record
           end-if.

           move ws-crb-record to ls-crb-record.

       DoUpdate.
           move ls-crb-record to ws-crb-record.
           move ws-crb-id to fd-crb-id.
           read CreditBureauFile
               key is fd-crb-id
               invalid key
                   move "Bureau record not found" to ws-msg
           end-read.

           if success
               move ws-crb-record to fd-crb-record
               rewrite fd-crb-record
                   invalid key
                       move "Failed to update bureau record" to ws-msg
                   not invalid key
                       move "Bureau record updated" to ws-msg
               end-rewrite
           end-if.

       DoFirst.
           move zeroes to fd-crb-id.
           move "N" to prev-allowed.
           start CreditBureauFile key is greater than fd-crb-id
               invalid key
                   move "No bureau records on file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read CreditBureauFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-crb-record to ws-crb-record
               end-if
           end-if.

           move ws-crb-record to ls-crb-record.
           move ws-navigation-status to ls-navigation-status.

       DoNext.
           move ls-crb-record to ws-crb-record.
           move ws-crb-id to fd-crb-id.
           start CreditBureauFile key is greater than fd-crb-id
               invalid key
                   move "End of credit-bureau register file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read CreditBureauFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-crb-record to ws-crb-record
               end-if
           end-if.

           move ws-crb-record to ls-crb-record.
           move ws-navigation-status to ls-navigation-status.

      * First bureau record for the client whose id is on the
      * record handed in - the alternate key hands the group back
      * in register-number order, which is the order they were
      * recorded in.
       DoFirstForClient.
           move ls-crb-record to ws-crb-record.
           move ws-crb-clnt-id to fd-crb-clnt-id.
           move "N" to next-allowed.

           start CreditBureauFile key is equal to fd-crb-clnt-id
               invalid key
                   move "No bureau records for this client" to ws-msg
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read CreditBureauFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-crb-clnt-id = ws-crb-clnt-id
                   move fd-crb-record to ws-crb-record
               else
                   move "N" to next-allowed
                   move "No bureau records for this client" to ws-msg
               end-if
           end-if.

           move ws-crb-record to ls-crb-record.
           move ws-navigation-status to ls-navigation-status.

      * Next bureau record for the same client - since Main opens
      * and closes the file on every call, the position is
      * re-established by walking the client's group to the record
      * last handed back, the same way clntio's DoNextBySurname
      * re-finds its place.
       DoNextForClient.
           move ls-crb-record to ws-crb-record.
           move ws-crb-clnt-id to fd-crb-clnt-id.
           move "Y" to next-allowed.

           start CreditBureauFile key is equal to fd-crb-clnt-id
               invalid key
                   move "N" to next-allowed
           end-start.

           move "N" to ws-found-current.
           perform until ws-found-current = "Y" or next-allowed = "N"
               read CreditBureauFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-crb-id = ws-crb-id
                   move "Y" to ws-found-current
               end-if

               if success and fd-crb-clnt-id not = ws-crb-clnt-id
                   move "N" to next-allowed
               end-if
           end-perform.

           if next-allowed = "Y"
               read CreditBureauFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-crb-clnt-id = ws-crb-clnt-id
                   move fd-crb-record to ws-crb-record
               else
                   move "N" to next-allowed
               end-if
           end-if.

           if next-allowed = "N"
               move "No more bureau records for this client" to ws-msg
           end-if.

           move ws-crb-record to ls-crb-record.
           move ws-navigation-status to ls-navigation-status.
