       IDENTIFICATION DIVISION.
       PROGRAM-ID. fchgio IS INITIAL.
       AUTHOR. Andrew Notman.

      * All access to the scheduled fee price changes goes
      * through here, the same way the fee schedule is only ever
      * touched through feeio. One row per fee and effective date;
      * "N" from a category and fee code with a zero date walks
      * that fee's changes in date order.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select ChangeFile assign to "fchg.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-fchg-key
               file status is file-status.

       DATA DIVISION.
       FILE SECTION.
       FD ChangeFile.
           copy "fchg.fd".

       WORKING-STORAGE SECTION.
           copy "fchg.ws".

       01 ws-operation pic X(1).

       01 file-status pic X(2).
           88 success value "00".

       01 ws-navigation-status.
           02 next-allowed pic X(1).
           02 prev-allowed pic X(1).

       01 ws-msg pic X(80) value spaces.

       LINKAGE SECTION.
       01 ls-operation          pic X(1).
       01 ls-fchg-record       pic X(57).
       01 ls-navigation-status  pic X(2).
       01 ls-msg                pic X(80).

       PROCEDURE DIVISION USING ls-operation,
                                ls-fchg-record,
                                ls-navigation-status,
                                ls-msg.
       Main.
           open i-o ChangeFile.
           if file-status = "35"
               open output ChangeFile
               close ChangeFile
               open i-o ChangeFile
           end-if.
           move ls-operation to ws-operation.

           evaluate ws-operation
               when "Q" perform DoQuery
               when "A" perform DoAdd
               when "U" perform DoUpdate
               when "D" perform DoDelete
               when "F" perform DoFirst
               when "N" perform DoNext
               when other
                   move "Invalid operation" to ws-msg
           end-evaluate.

           close ChangeFile.

           move ws-msg to ls-msg.
           EXIT PROGRAM.

       DoQuery.
           move ls-fchg-record to ws-fchg-record.
           move ws-fchg-key to fd-fchg-key.
           read ChangeFile
               key is fd-fchg-key
               invalid key
                   move "Change not found" to ws-msg
           end-read.

           if success
               move fd-fchg-record to ws-fchg-record
           end-if.

           move ws-fchg-record to ls-fchg-record.

       DoAdd.
           move ls-fchg-record to ws-fchg-record.
           move ws-fchg-record to fd-fchg-record.
           write fd-fchg-record
               invalid key
                   move "Change already on file" to ws-msg
               not invalid key
                   move "Change added" to ws-msg
           end-write.

       DoUpdate.
           move ls-fchg-record to ws-fchg-record.
           move ws-fchg-key to fd-fchg-key.
           read ChangeFile
               key is fd-fchg-key
               invalid key
                   move "Change not found" to ws-msg
           end-read.

           if success
               move ws-fchg-record to fd-fchg-record
               rewrite fd-fchg-record
                   invalid key
                       move "Failed to update change" to ws-msg
                   not invalid key
                       move "Change updated" to ws-msg
               end-rewrite
           end-if.

       DoDelete.
           move ls-fchg-record to ws-fchg-record.
           move ws-fchg-key to fd-fchg-key.
           read ChangeFile
               key is fd-fchg-key
               invalid key
                   move "Change not found" to ws-msg
           end-read.

           if success
               delete ChangeFile record
                   invalid key
                       move "Failed to remove change" to ws-msg
                   not invalid key
                       move "Change removed" to ws-msg
               end-delete
           end-if.

       DoFirst.
           move low-values to fd-fchg-key.
           move "N" to prev-allowed.
           start ChangeFile key is greater than fd-fchg-key
               invalid key
                   move "No changes on file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read ChangeFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-fchg-record to ws-fchg-record
               end-if
           end-if.

           move ws-fchg-record to ls-fchg-record.
           move ws-navigation-status to ls-navigation-status.

       DoNext.
           move ls-fchg-record to ws-fchg-record.
           move ws-fchg-key to fd-fchg-key.
           start ChangeFile key is greater than fd-fchg-key
               invalid key
                   move "End of change file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read ChangeFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-fchg-record to ws-fchg-record
               end-if
           end-if.

           move ws-fchg-record to ls-fchg-record.
           move ws-navigation-status to ls-navigation-status.
