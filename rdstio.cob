       IDENTIFICATION DIVISION.
       PROGRAM-ID. rdstio IS INITIAL.
       AUTHOR. Andrew Notman.

      * All access to the report distribution table goes through
      * here, the same way the GL mapping table is only ever
      * touched through glmapio. One row per report and branch;
      * the distribution step reads it in key order, so every
      * branch's bundle of a report is produced together.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select DistributionFile assign to "rdst.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-rdst-key
               file status is file-status.

       DATA DIVISION.
       FILE SECTION.
       FD DistributionFile.
           copy "rdst.fd".

       WORKING-STORAGE SECTION.
           copy "rdst.ws".

       01 ws-operation pic X(1).

       01 file-status pic X(2).
           88 success value "00".

       01 ws-navigation-status.
           02 next-allowed pic X(1).
           02 prev-allowed pic X(1).

       01 ws-msg pic X(80) value spaces.

       LINKAGE SECTION.
       01 ls-operation          pic X(1).
       01 ls-rdst-record       pic X(40).
       01 ls-navigation-status  pic X(2).
       01 ls-msg                pic X(80).

       PROCEDURE DIVISION USING ls-operation,
                                ls-rdst-record,
                                ls-navigation-status,
                                ls-msg.
       Main.
           open i-o DistributionFile.
           if file-status = "35"
               open output DistributionFile
               close DistributionFile
               open i-o DistributionFile
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

           close DistributionFile.

           move ws-msg to ls-msg.
           EXIT PROGRAM.

       DoQuery.
           move ls-rdst-record to ws-rdst-record.
           move ws-rdst-key to fd-rdst-key.
           read DistributionFile
               key is fd-rdst-key
               invalid key
                   move "Distribution not found" to ws-msg
           end-read.

           if success
               move fd-rdst-record to ws-rdst-record
           end-if.

           move ws-rdst-record to ls-rdst-record.

       DoAdd.
           move ls-rdst-record to ws-rdst-record.
           move ws-rdst-record to fd-rdst-record.
           write fd-rdst-record
               invalid key
                   move "Distribution already on file" to ws-msg
               not invalid key
                   move "Distribution added" to ws-msg
           end-write.

       DoUpdate.
           move ls-rdst-record to ws-rdst-record.
           move ws-rdst-key to fd-rdst-key.
           read DistributionFile
               key is fd-rdst-key
               invalid key
                   move "Distribution not found" to ws-msg
           end-read.

           if success
               move ws-rdst-record to fd-rdst-record
               rewrite fd-rdst-record
                   invalid key
                       move "Failed to update distribution" to ws-msg
                   not invalid key
                       move "Distribution updated" to ws-msg
               end-rewrite
           end-if.

       DoDelete.
           move ls-rdst-record to ws-rdst-record.
           move ws-rdst-key to fd-rdst-key.
           read DistributionFile
               key is fd-rdst-key
               invalid key
                   move "Distribution not found" to ws-msg
           end-read.

           if success
               delete DistributionFile record
                   invalid key
                       move "Failed to remove distribution" to ws-msg
                   not invalid key
                       move "Distribution removed" to ws-msg
               end-delete
           end-if.

       DoFirst.
           move low-values to fd-rdst-key.
           move "N" to prev-allowed.
           start DistributionFile key is greater than fd-rdst-key
               invalid key
                   move "No distributions on file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read DistributionFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-rdst-record to ws-rdst-record
               end-if
           end-if.

           move ws-rdst-record to ls-rdst-record.
           move ws-navigation-status to ls-navigation-status.

       DoNext.
           move ls-rdst-record to ws-rdst-record.
           move ws-rdst-key to fd-rdst-key.
           start DistributionFile key is greater than fd-rdst-key
               invalid key
                   move "End of distribution table" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read DistributionFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-rdst-record to ws-rdst-record
               end-if
           end-if.

           move ws-rdst-record to ls-rdst-record.
           move ws-navigation-status to ls-navigation-status.
