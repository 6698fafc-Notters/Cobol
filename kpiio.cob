       IDENTIFICATION DIVISION.
       PROGRAM-ID. kpiio IS INITIAL.
       AUTHOR. Andrew Notman.

      * All access to the key-figure history goes through here,
      * the same way the step-control table is only ever touched
      * through sctlio. One row per processing date and branch,
      * keyed by the two together, so a first-then-next walk reads
      * the history oldest night first with the branches of each
      * night side by side. Rows are never deleted - kpisnap
      * rewrites a night's rows when the night is run again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select KeyFigureFile assign to "kpi.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-kpi-key
               file status is file-status.

       DATA DIVISION.
       FILE SECTION.
       FD KeyFigureFile.
           copy "kpi.fd".

       WORKING-STORAGE SECTION.
           copy "kpi.ws".

       01 ws-operation pic X(1).

       01 file-status pic X(2).
           88 success value "00".

       01 ws-navigation-status.
           02 next-allowed pic X(1).
           02 prev-allowed pic X(1).

       01 ws-msg pic X(80) value spaces.

       LINKAGE SECTION.
       01 ls-operation          pic X(1).
       01 ls-kpi-record         pic X(80).
       01 ls-navigation-status  pic X(2).
       01 ls-msg                pic X(80).

       PROCEDURE DIVISION USING ls-operation,
                                ls-kpi-record,
                                ls-navigation-status,
                                ls-msg.
       Main.
           open i-o KeyFigureFile.
           if file-status = "35"
               open output KeyFigureFile
               close KeyFigureFile
               open i-o KeyFigureFile
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

           close KeyFigureFile.

           move ws-msg to ls-msg.
           EXIT PROGRAM.

       DoQuery.
           move ls-kpi-record to ws-kpi-record.
           move ws-kpi-key to fd-kpi-key.
           read KeyFigureFile
               key is fd-kpi-key
               invalid key
                   move "Key figures not found" to ws-msg
           end-read.

           if success
               move fd-kpi-record to ws-kpi-record
           end-if.

           move ws-kpi-record to ls-kpi-record.

       DoAdd.
           move ls-kpi-record to ws-kpi-record.
           move ws-kpi-record to fd-kpi-record.
           write fd-kpi-record
               invalid key
                   move "Key figures already on file" to ws-msg
               not invalid key
                   move "Key figures added" to ws-msg
           end-write.

       DoUpdate.
           move ls-kpi-record to ws-kpi-record.
           move ws-kpi-key to fd-kpi-key.
           read KeyFigureFile
               key is fd-kpi-key
               invalid key
                   move "Key figures not found" to ws-msg
           end-read.

           if success
               move ws-kpi-record to fd-kpi-record
               rewrite fd-kpi-record
                   invalid key
                       move "Failed to update key figures" to ws-msg
                   not invalid key
                       move "Key figures updated" to ws-msg
               end-rewrite
           end-if.

       DoFirst.
           move low-values to fd-kpi-key.
           move "N" to prev-allowed.
           start KeyFigureFile key is greater than fd-kpi-key
               invalid key
                   move "No key figures on file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read KeyFigureFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-kpi-record to ws-kpi-record
               end-if
           end-if.

           move ws-kpi-record to ls-kpi-record.
           move ws-navigation-status to ls-navigation-status.

       DoNext.
           move ls-kpi-record to ws-kpi-record.
           move ws-kpi-key to fd-kpi-key.
           start KeyFigureFile key is greater than fd-kpi-key
               invalid key
                   move "End of key-figure history" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read KeyFigureFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-kpi-record to ws-kpi-record
               end-if
           end-if.

           move ws-kpi-record to ls-kpi-record.
           move ws-navigation-status to ls-navigation-status.
