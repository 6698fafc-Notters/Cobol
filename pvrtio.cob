       IDENTIFICATION DIVISION.
       PROGRAM-ID. pvrtio IS INITIAL.
       AUTHOR. Andrew Notman.

      * All access to the bad-debt provision rate table goes
      * through here, the same way the GL mapping table is only
      * ever touched through glmapio. One row per ageing bucket and
      * risk grade; the month-end provision run refuses to
      * calculate while any combination is missing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select RateFile assign to "pvrt.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-pvrt-key
               file status is file-status.

       DATA DIVISION.
       FILE SECTION.
       FD RateFile.
           copy "pvrt.fd".

       WORKING-STORAGE SECTION.
           copy "pvrt.ws".

       01 ws-operation pic X(1).

       01 file-status pic X(2).
           88 success value "00".

       01 ws-navigation-status.
           02 next-allowed pic X(1).
           02 prev-allowed pic X(1).

       01 ws-msg pic X(80) value spaces.

       LINKAGE SECTION.
       01 ls-operation          pic X(1).
       01 ls-pvrt-record       pic X(25).
       01 ls-navigation-status  pic X(2).
       01 ls-msg                pic X(80).

       PROCEDURE DIVISION USING ls-operation,
                                ls-pvrt-record,
                                ls-navigation-status,
                                ls-msg.
       Main.
           open i-o RateFile.
           if file-status = "35"
               open output RateFile
               close RateFile
               open i-o RateFile
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

           close RateFile.

           move ws-msg to ls-msg.
           EXIT PROGRAM.

       DoQuery.
           move ls-pvrt-record to ws-pvrt-record.
           move ws-pvrt-key to fd-pvrt-key.
           read RateFile
               key is fd-pvrt-key
               invalid key
                   move "Rate not found" to ws-msg
           end-read.

           if success
               move fd-pvrt-record to ws-pvrt-record
           end-if.

           move ws-pvrt-record to ls-pvrt-record.

       DoAdd.
           move ls-pvrt-record to ws-pvrt-record.
           move ws-pvrt-record to fd-pvrt-record.
           write fd-pvrt-record
               invalid key
                   move "Rate already on file" to ws-msg
               not invalid key
                   move "Rate added" to ws-msg
           end-write.

       DoUpdate.
           move ls-pvrt-record to ws-pvrt-record.
           move ws-pvrt-key to fd-pvrt-key.
           read RateFile
               key is fd-pvrt-key
               invalid key
                   move "Rate not found" to ws-msg
           end-read.

           if success
               move ws-pvrt-record to fd-pvrt-record
               rewrite fd-pvrt-record
                   invalid key
                       move "Failed to update rate" to ws-msg
                   not invalid key
                       move "Rate updated" to ws-msg
               end-rewrite
           end-if.

       DoDelete.
           move ls-pvrt-record to ws-pvrt-record.
           move ws-pvrt-key to fd-pvrt-key.
           read RateFile
               key is fd-pvrt-key
               invalid key
                   move "Rate not found" to ws-msg
           end-read.

           if success
               delete RateFile record
                   invalid key
                       move "Failed to remove rate" to ws-msg
                   not invalid key
                       move "Rate removed" to ws-msg
               end-delete
           end-if.

       DoFirst.
           move low-values to fd-pvrt-key.
           move "N" to prev-allowed.
           start RateFile key is greater than fd-pvrt-key
               invalid key
                   move "No rates on file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read RateFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-pvrt-record to ws-pvrt-record
               end-if
           end-if.

           move ws-pvrt-record to ls-pvrt-record.
           move ws-navigation-status to ls-navigation-status.

       DoNext.
           move ls-pvrt-record to ws-pvrt-record.
           move ws-pvrt-key to fd-pvrt-key.
           start RateFile key is greater than fd-pvrt-key
               invalid key
                   move "End of rate table" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read RateFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-pvrt-record to ws-pvrt-record
               end-if
           end-if.

           move ws-pvrt-record to ls-pvrt-record.
           move ws-navigation-status to ls-navigation-status.
