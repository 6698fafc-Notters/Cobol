       IDENTIFICATION DIVISION.
       PROGRAM-ID. prdio IS INITIAL.
       AUTHOR. Andrew Notman.

      * All access to the accounting-period table goes through
      * here. "Q" reads one month's row ("Period not found" means
      * the month has never been closed and is open), "A" and "U"
      * record a close or a reopen, and "F"/"N" walk the months in
      * period order for the period screen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select PeriodFile assign to "prd.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-prd-period
               file status is file-status.

       DATA DIVISION.
       FILE SECTION.
       FD PeriodFile.
           copy "prd.fd".

       WORKING-STORAGE SECTION.
           copy "prd.ws".

       01 ws-operation pic X(1).

       01 file-status pic X(2).
           88 success value "00".

       01 ws-navigation-status.
           02 next-allowed pic X(1).
           02 prev-allowed pic X(1).

       01 ws-msg pic X(80) value spaces.

       LINKAGE SECTION.
       01 ls-operation          pic X(1).
       01 ls-prd-record         pic X(69).
       01 ls-navigation-status  pic X(2).
       01 ls-msg                pic X(80).

       PROCEDURE DIVISION USING ls-operation,
                                ls-prd-record,
                                ls-navigation-status,
                                ls-msg.
       Main.
           open i-o PeriodFile.
           if file-status = "35"
               open output PeriodFile
               close PeriodFile
               open i-o PeriodFile
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

           close PeriodFile.

           move ws-msg to ls-msg.
           EXIT PROGRAM.

       DoQuery.
           move ls-prd-record to ws-prd-record.
           move ws-prd-period to fd-prd-period.
           read PeriodFile
               key is fd-prd-period
               invalid key
                   move "Period not found" to ws-msg
           end-read.

           if success
               move fd-prd-record to ws-prd-record
           end-if.

           move ws-prd-record to ls-prd-record.

       DoAdd.
           move ls-prd-record to ws-prd-record.
           move ws-prd-record to fd-prd-record.
           write fd-prd-record
               invalid key
                   move "Period already on file" to ws-msg
               not invalid key
                   move "Period recorded" to ws-msg
           end-write.

       DoUpdate.
           move ls-prd-record to ws-prd-record.
           move ws-prd-period to fd-prd-period.
           read PeriodFile
               key is fd-prd-period
               invalid key
                   move "Period not found" to ws-msg
           end-read.

           if success
               move ws-prd-record to fd-prd-record
               rewrite fd-prd-record
                   invalid key
                       move "Failed to update period" to ws-msg
                   not invalid key
                       move "Period updated" to ws-msg
               end-rewrite
           end-if.

       DoFirst.
           move zeroes to fd-prd-period.
           move "N" to prev-allowed.
           start PeriodFile key is greater than fd-prd-period
               invalid key
                   move "No periods on file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read PeriodFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-prd-record to ws-prd-record
               end-if
           end-if.

           move ws-prd-record to ls-prd-record.
           move ws-navigation-status to ls-navigation-status.

       DoNext.
           move ls-prd-record to ws-prd-record.
           move ws-prd-period to fd-prd-period.
           start PeriodFile key is greater than fd-prd-period
               invalid key
                   move "End of period file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read PeriodFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-prd-record to ws-prd-record
               end-if
           end-if.

           move ws-prd-record to ls-prd-record.
           move ws-navigation-status to ls-navigation-status.
