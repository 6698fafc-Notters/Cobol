       IDENTIFICATION DIVISION.
       PROGRAM-ID. scdio IS INITIAL.
       AUTHOR. Andrew Notman.

      * All access to the sort-code directory goes through here.
      * "Q" reads one sort code's row ("Sort code not found" means
      * the bank does not know it), "A" and "U" are the loader's,
      * and "F"/"N" walk the directory in sort-code order.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select DirectoryFile assign to "scd.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-scd-sort
               file status is file-status.

       DATA DIVISION.
       FILE SECTION.
       FD DirectoryFile.
           copy "scd.fd".

       WORKING-STORAGE SECTION.
           copy "scd.ws".

       01 ws-operation pic X(1).

       01 file-status pic X(2).
           88 success value "00".

       01 ws-navigation-status.
           02 next-allowed pic X(1).
           02 prev-allowed pic X(1).

       01 ws-msg pic X(80) value spaces.

       LINKAGE SECTION.
       01 ls-operation          pic X(1).
       01 ls-scd-record         pic X(88).
       01 ls-navigation-status  pic X(2).
       01 ls-msg                pic X(80).

       PROCEDURE DIVISION USING ls-operation,
                                ls-scd-record,
                                ls-navigation-status,
                                ls-msg.
       Main.
           open i-o DirectoryFile.
           if file-status = "35"
               open output DirectoryFile
               close DirectoryFile
               open i-o DirectoryFile
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

           close DirectoryFile.

           move ws-msg to ls-msg.
           EXIT PROGRAM.

       DoQuery.
           move ls-scd-record to ws-scd-record.
           move ws-scd-sort to fd-scd-sort.
           read DirectoryFile
               key is fd-scd-sort
               invalid key
                   move "Sort code not found" to ws-msg
           end-read.

           if success
               move fd-scd-record to ws-scd-record
           end-if.

           move ws-scd-record to ls-scd-record.

       DoAdd.
           move ls-scd-record to ws-scd-record.
           move ws-scd-record to fd-scd-record.
           write fd-scd-record
               invalid key
                   move "Sort code already on file" to ws-msg
               not invalid key
                   move "Sort code recorded" to ws-msg
           end-write.

       DoUpdate.
           move ls-scd-record to ws-scd-record.
           move ws-scd-sort to fd-scd-sort.
           read DirectoryFile
               key is fd-scd-sort
               invalid key
                   move "Sort code not found" to ws-msg
           end-read.

           if success
               move ws-scd-record to fd-scd-record
               rewrite fd-scd-record
                   invalid key
                       move "Failed to update sort code" to ws-msg
                   not invalid key
                       move "Sort code updated" to ws-msg
               end-rewrite
           end-if.

       DoFirst.
           move low-values to fd-scd-sort.
           move "N" to prev-allowed.
           start DirectoryFile key is greater than fd-scd-sort
               invalid key
                   move "No sort codes on file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read DirectoryFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-scd-record to ws-scd-record
               end-if
           end-if.

           move ws-scd-record to ls-scd-record.
           move ws-navigation-status to ls-navigation-status.

       DoNext.
           move ls-scd-record to ws-scd-record.
           move ws-scd-sort to fd-scd-sort.
           start DirectoryFile key is greater than fd-scd-sort
               invalid key
                   move "End of sort-code directory" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read DirectoryFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-scd-record to ws-scd-record
               end-if
           end-if.

           move ws-scd-record to ls-scd-record.
           move ws-navigation-status to ls-navigation-status.
