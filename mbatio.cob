       IDENTIFICATION DIVISION.
       PROGRAM-ID. mbatio IS INITIAL.
       AUTHOR. Andrew Notman.

      * All access to the mail batch file goes through here,
      * the same way clnt.dat is only ever touched through clntio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select MailBatchFile assign to "mbat.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-mbat-batch
               file status is file-status.

       DATA DIVISION.
       FILE SECTION.
       FD MailBatchFile.
           copy "mbat.fd".

       WORKING-STORAGE SECTION.
           copy "mbat.ws".

       01 ws-operation pic X(1).

       01 file-status pic X(2).
           88 success value "00".

       01 ws-navigation-status.
           02 next-allowed pic X(1).
           02 prev-allowed pic X(1).

       01 ws-msg pic X(80) value spaces.

       LINKAGE SECTION.
       01 ls-operation          pic X(1).
       01 ls-mbat-record        pic X(75).
       01 ls-navigation-status  pic X(2).
       01 ls-msg                pic X(80).

       PROCEDURE DIVISION USING ls-operation,
                                ls-mbat-record,
                                ls-navigation-status,
                                ls-msg.
       Main.
           open i-o MailBatchFile.
           if file-status = "35"
               open output MailBatchFile
               close MailBatchFile
               open i-o MailBatchFile
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

           close MailBatchFile.

           move ws-msg to ls-msg.
           EXIT PROGRAM.

       DoQuery.
           move ls-mbat-record to ws-mbat-record.
           move ws-mbat-batch to fd-mbat-batch.
           read MailBatchFile
               key is fd-mbat-batch
               invalid key
                   move "Mail batch not found" to ws-msg
           end-read.

           if success
               move fd-mbat-record to ws-mbat-record
           end-if.

           move ws-mbat-record to ls-mbat-record.

       DoAdd.
           move ls-mbat-record to ws-mbat-record.
           move ws-mbat-record to fd-mbat-record.
           write fd-mbat-record
               invalid key
                   move "Mail batch already on file"
                       to ws-msg
               not invalid key
                   move "Mail batch recorded" to ws-msg
           end-write.

       DoUpdate.
           move ls-mbat-record to ws-mbat-record.
           move ws-mbat-batch to fd-mbat-batch.
           read MailBatchFile
               key is fd-mbat-batch
               invalid key
                   move "Mail batch not found" to ws-msg
           end-read.

           if success
               move ws-mbat-record to fd-mbat-record
               rewrite fd-mbat-record
                   invalid key
                       move "Failed to update mail batch"
                           to ws-msg
                   not invalid key
                       move "Mail batch updated" to ws-msg
               end-rewrite
           end-if.

       DoFirst.
           move zeroes to fd-mbat-batch.
           move "N" to prev-allowed.
           start MailBatchFile key is greater than fd-mbat-batch
               invalid key
                   move "No mail batches on file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read MailBatchFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-mbat-record to ws-mbat-record
               end-if
           end-if.

           move ws-mbat-record to ls-mbat-record.
           move ws-navigation-status to ls-navigation-status.

       DoNext.
           move ls-mbat-record to ws-mbat-record.
           move ws-mbat-batch to fd-mbat-batch.
           start MailBatchFile key is greater than fd-mbat-batch
               invalid key
                   move "End of mail batch file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read MailBatchFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-mbat-record to ws-mbat-record
               end-if
           end-if.

           move ws-mbat-record to ls-mbat-record.
           move ws-navigation-status to ls-navigation-status.
