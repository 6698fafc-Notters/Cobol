       IDENTIFICATION DIVISION.
       PROGRAM-ID. dqhio IS INITIAL.
       AUTHOR. Andrew Notman.

      * All access to the data-quality history goes through here,
      * the same way the key-figure history is only ever touched
      * through kpiio. One row per processing date and branch,
      * keyed by the two together, so a first-then-next walk reads
      * the history oldest night first. Rows are never deleted -
      * dqchk rewrites a night's rows when the night is run again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select QualityHistoryFile assign to "dqh.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-dqh-key
               file status is file-status.

       DATA DIVISION.
       FILE SECTION.
       FD QualityHistoryFile.
           copy "dqh.fd".

       WORKING-STORAGE SECTION.
           copy "dqh.ws".

       01 ws-operation pic X(1).

       01 file-status pic X(2).
           88 success value "00".

       01 ws-navigation-status.
           02 next-allowed pic X(1).
           02 prev-allowed pic X(1).

       01 ws-msg pic X(80) value spaces.

       LINKAGE SECTION.
       01 ls-operation          pic X(1).
       01 ls-dqh-record         pic X(73).
       01 ls-navigation-status  pic X(2).
       01 ls-msg                pic X(80).

       PROCEDURE DIVISION USING ls-operation,
                                ls-dqh-record,
                                ls-navigation-status,
                                ls-msg.
       Main.
           open i-o QualityHistoryFile.
           if file-status = "35"
               open output QualityHistoryFile
               close QualityHistoryFile
               open i-o QualityHistoryFile
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

           close QualityHistoryFile.

           move ws-msg to ls-msg.
           EXIT PROGRAM.

       DoQuery.
           move ls-dqh-record to ws-dqh-record.
           move ws-dqh-key to fd-dqh-key.
           read QualityHistoryFile
               key is fd-dqh-key
               invalid key
                   move "Quality history not found" to ws-msg
           end-read.

           if success
               move fd-dqh-record to ws-dqh-record
           end-if.

           move ws-dqh-record to ls-dqh-record.

       DoAdd.
           move ls-dqh-record to ws-dqh-record.
           move ws-dqh-record to fd-dqh-record.
           write fd-dqh-record
               invalid key
                   move "Quality history already on file" to ws-msg
               not invalid key
                   move "Quality history added" to ws-msg
           end-write.

       DoUpdate.
           move ls-dqh-record to ws-dqh-record.
           move ws-dqh-key to fd-dqh-key.
           read QualityHistoryFile
               key is fd-dqh-key
               invalid key
                   move "Quality history not found" to ws-msg
           end-read.

           if success
               move ws-dqh-record to fd-dqh-record
               rewrite fd-dqh-record
                   invalid key
                       move "Failed to update quality history" to ws-msg
                   not invalid key
                       move "Quality history updated" to ws-msg
               end-rewrite
           end-if.

       DoFirst.
           move low-values to fd-dqh-key.
           move "N" to prev-allowed.
           start QualityHistoryFile key is greater than fd-dqh-key
               invalid key
                   move "No quality history on file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read QualityHistoryFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-dqh-record to ws-dqh-record
               end-if
           end-if.

           move ws-dqh-record to ls-dqh-record.
           move ws-navigation-status to ls-navigation-status.

       DoNext.
           move ls-dqh-record to ws-dqh-record.
           move ws-dqh-key to fd-dqh-key.
           start QualityHistoryFile key is greater than fd-dqh-key
               invalid key
                   move "End of quality history" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read QualityHistoryFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-dqh-record to ws-dqh-record
               end-if
           end-if.

           move ws-dqh-record to ls-dqh-record.
           move ws-navigation-status to ls-navigation-status.
