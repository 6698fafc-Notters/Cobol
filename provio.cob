       IDENTIFICATION DIVISION.
       PROGRAM-ID. provio IS INITIAL.
       AUTHOR. Andrew Notman.

      * All access to the bad-debt provision history goes through
      * here. "Q" reads one month-end's row, "A" and "U" record a
      * run (a rerun of the same month replaces its row), and
      * "F"/"N" walk the months in period order, which is how the
      * provision run finds the last total the ledger was given.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select ProvisionFile assign to "prov.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-prov-period
               file status is file-status.

       DATA DIVISION.
       FILE SECTION.
       FD ProvisionFile.
           copy "prov.fd".

       WORKING-STORAGE SECTION.
           copy "prov.ws".

       01 ws-operation pic X(1).

       01 file-status pic X(2).
           88 success value "00".

       01 ws-navigation-status.
           02 next-allowed pic X(1).
           02 prev-allowed pic X(1).

       01 ws-msg pic X(80) value spaces.

       LINKAGE SECTION.
       01 ls-operation          pic X(1).
       01 ls-prov-record         pic X(92).
       01 ls-navigation-status  pic X(2).
       01 ls-msg                pic X(80).

       PROCEDURE DIVISION USING ls-operation,
                                ls-prov-record,
                                ls-navigation-status,
                                ls-msg.
       Main.
           open i-o ProvisionFile.
           if file-status = "35"
               open output ProvisionFile
               close ProvisionFile
               open i-o ProvisionFile
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

           close ProvisionFile.

           move ws-msg to ls-msg.
           EXIT PROGRAM.

       DoQuery.
           move ls-prov-record to ws-prov-record.
           move ws-prov-period to fd-prov-period.
           read ProvisionFile
               key is fd-prov-period
               invalid key
                   move "Provision not found" to ws-msg
           end-read.

           if success
               move fd-prov-record to ws-prov-record
           end-if.

           move ws-prov-record to ls-prov-record.

       DoAdd.
           move ls-prov-record to ws-prov-record.
           move ws-prov-record to fd-prov-record.
           write fd-prov-record
               invalid key
                   move "Provision already on file" to ws-msg
               not invalid key
                   move "Provision recorded" to ws-msg
           end-write.

       DoUpdate.
           move ls-prov-record to ws-prov-record.
           move ws-prov-period to fd-prov-period.
           read ProvisionFile
               key is fd-prov-period
               invalid key
                   move "Provision not found" to ws-msg
           end-read.

           if success
               move ws-prov-record to fd-prov-record
               rewrite fd-prov-record
                   invalid key
                       move "Failed to update provision" to ws-msg
                   not invalid key
                       move "Provision updated" to ws-msg
               end-rewrite
           end-if.

       DoFirst.
           move zeroes to fd-prov-period.
           move "N" to prev-allowed.
           start ProvisionFile key is greater than fd-prov-period
               invalid key
                   move "No provisions on file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read ProvisionFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-prov-record to ws-prov-record
               end-if
           end-if.

           move ws-prov-record to ls-prov-record.
           move ws-navigation-status to ls-navigation-status.

       DoNext.
           move ls-prov-record to ws-prov-record.
           move ws-prov-period to fd-prov-period.
           start ProvisionFile key is greater than fd-prov-period
               invalid key
                   move "End of provision file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read ProvisionFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-prov-record to ws-prov-record
               end-if
           end-if.

           move ws-prov-record to ls-prov-record.
           move ws-navigation-status to ls-navigation-status.
