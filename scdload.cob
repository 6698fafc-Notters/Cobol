       IDENTIFICATION DIVISION.
       PROGRAM-ID. scdload.
       AUTHOR. Andrew Notman.

      * Sort-code directory loader - replaces the reference file
      * (scd.dat) with the bank's latest directory (scdir.csv, one
      * row per branch: sortcode;bank;branch;dd;method;weights -
      * dd "Y" when the branch takes direct debits, method MOD10,
      * MOD11, DBLAL or empty, weights fourteen two-digit figures
      * run together). The directory is always a complete copy, so
      * the old file is copied to scd.old and then removed before
      * the load - a sort code the bank has withdrawn disappears
      * with it. A missing or empty directory file is refused
      * before anything is touched. Bad rows go to scdload.rpt
      * with a reason, the enrol reject-report shape, and the run
      * log gets the summary.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select DirectoryCSV assign to "scdir.csv"
               organization is line sequential
               file status is csv-file-status.

           select RejectFile assign to "scdload.rpt"
               organization is line sequential.

           select RunLogFile assign to "runlog.dat"
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD DirectoryCSV.
       01 fd-directory-csv-record pic X(100).
           88 EOF value high-values.

       FD RejectFile.
       01 fd-reject-line pic X(140).

       FD RunLogFile.
       01 fd-runlog-line pic X(80).

       WORKING-STORAGE SECTION.
           copy "scd.ws".

       01 csv-file-status pic X(2).

       01 ws-directory-csv-record pic X(100).

       01 ws-csv-sort    pic X(6).
       01 ws-csv-bank    pic X(20).
       01 ws-csv-branch  pic X(20).
       01 ws-csv-dd      pic X(1).
       01 ws-csv-method  pic X(5).
       01 ws-csv-weights pic X(28).

       01 ws-scd-msg pic X(80).
       01 ws-scd-nav pic X(2).

       01 ws-row-valid pic X(1).
           88 row-valid value "Y".
       01 ws-reject-reason pic X(40).

       01 ws-today pic 9(8) value zeroes.
       01 ws-copy-rc   pic 9(9) comp-5 value zeroes.
       01 ws-delete-rc pic 9(9) comp-5 value zeroes.

       01 ws-read-count     pic 9(7) value zeroes.
       01 ws-loaded-count   pic 9(7) value zeroes.
       01 ws-rejected-count pic 9(7) value zeroes.
       01 ws-dd-count       pic 9(7) value zeroes.

       01 ws-runlog-date pic 9(8).
       01 ws-runlog-time pic 9(6).
       01 ws-runlog-outcome pic X(20).

       PROCEDURE DIVISION.
       Main.
           accept ws-today from date yyyymmdd.

           open input DirectoryCSV.
           if csv-file-status not equal "00"
               display "Sort-code directory scdir.csv not found - "
                       "nothing loaded"
               move 1 to return-code
               goback
           end-if.

           read DirectoryCSV
               at end set EOF to true
           end-read.

           if EOF
               close DirectoryCSV
               display "Sort-code directory scdir.csv is empty - "
                       "nothing loaded"
               move 1 to return-code
               goback
           end-if.

           call "CBL_COPY_FILE" using "scd.dat", "scd.old"
               returning ws-copy-rc.
           if ws-copy-rc not equal zero
               and ws-copy-rc not equal 35
               close DirectoryCSV
               display "Safety copy of scd.dat failed, rc="
                       ws-copy-rc " - nothing loaded"
               move 1 to return-code
               goback
           end-if.

           call "CBL_DELETE_FILE" using "scd.dat"
               returning ws-delete-rc.

           open output RejectFile.

           perform until EOF
               add 1 to ws-read-count
               move fd-directory-csv-record to ws-directory-csv-record
               perform ValidateAndLoadRow

               read DirectoryCSV
                   at end set EOF to true
               end-read
           end-perform.

           perform WriteRejectSummary.
           perform WriteRunLog.

           close DirectoryCSV.
           close RejectFile.

           display "Sort-code directory loaded - read " ws-read-count
                   ", loaded " ws-loaded-count
                   ", rejected " ws-rejected-count.

           if ws-rejected-count not equal zeroes
               move 1 to return-code
           end-if.

           goback.

       ValidateAndLoadRow.
           move "Y" to ws-row-valid.
           move spaces to ws-reject-reason.

           move spaces to ws-csv-sort.
           move spaces to ws-csv-bank.
           move spaces to ws-csv-branch.
           move spaces to ws-csv-dd.
           move spaces to ws-csv-method.
           move spaces to ws-csv-weights.
           unstring ws-directory-csv-record delimited by ";"
               into ws-csv-sort, ws-csv-bank, ws-csv-branch,
                    ws-csv-dd, ws-csv-method, ws-csv-weights
               on overflow
                   move "N" to ws-row-valid
                   move "Field too long for its column"
                       to ws-reject-reason
           end-unstring.

           if row-valid
               if ws-csv-sort not numeric
                   move "N" to ws-row-valid
                   move "Sort code not six digits" to ws-reject-reason
               end-if
           end-if.

           if row-valid
               if ws-csv-dd not equal "Y" and ws-csv-dd not equal "N"
                   move "N" to ws-row-valid
                   move "Direct-debit flag must be Y or N"
                       to ws-reject-reason
               end-if
           end-if.

           if row-valid
               if ws-csv-method not equal "MOD10"
                   and ws-csv-method not equal "MOD11"
                   and ws-csv-method not equal "DBLAL"
                   and ws-csv-method not equal spaces
                   move "N" to ws-row-valid
                   move "Unknown check method" to ws-reject-reason
               end-if
           end-if.

           if row-valid
               and ws-csv-method not equal spaces
               and ws-csv-weights not numeric
               move "N" to ws-row-valid
               move "Weights must be 28 digits" to ws-reject-reason
           end-if.

           if row-valid
               perform LoadRow
           else
               perform RejectRow
           end-if.

       LoadRow.
           move spaces to ws-scd-record.
           move ws-csv-sort to ws-scd-sort.
           move ws-csv-bank to ws-scd-bank-name.
           move ws-csv-branch to ws-scd-branch-name.
           move ws-csv-dd to ws-scd-dd-flag.
           move ws-csv-method to ws-scd-method.
           if ws-csv-method equal spaces
               move zeroes to ws-scd-weights
           else
               move ws-csv-weights to ws-scd-weights
           end-if.
           move ws-today to ws-scd-load-date.

           move spaces to ws-scd-msg.
           call 'scdio' using "A",
                              ws-scd-record,
                              ws-scd-nav,
                              ws-scd-msg.

           if ws-scd-msg equal "Sort code recorded"
               add 1 to ws-loaded-count
               if ws-scd-accepts-dd
                   add 1 to ws-dd-count
               end-if
           else
               move ws-scd-msg(1:40) to ws-reject-reason
               perform RejectRow
           end-if.

       RejectRow.
           add 1 to ws-rejected-count.

           move spaces to fd-reject-line.
           string "Row " delimited by size
                  ws-read-count delimited by size
                  ": " delimited by size
                  ws-directory-csv-record delimited by size
                  " - " delimited by size
                  ws-reject-reason delimited by size
               into fd-reject-line.
           write fd-reject-line.

       WriteRejectSummary.
           move spaces to fd-reject-line.
           write fd-reject-line.

           move spaces to fd-reject-line.
           string "Rows read: " delimited by size
                  ws-read-count delimited by size
                  "  Loaded: " delimited by size
                  ws-loaded-count delimited by size
                  "  Taking direct debits: " delimited by size
                  ws-dd-count delimited by size
                  "  Rejected: " delimited by size
                  ws-rejected-count delimited by size
               into fd-reject-line.
           write fd-reject-line.

      * Appends one line to runlog.dat recording this run - the
      * same operational history the other loaders write.
       WriteRunLog.
           accept ws-runlog-date from date yyyymmdd.
           accept ws-runlog-time from time.

           move "COMPLETE" to ws-runlog-outcome.
           if ws-rejected-count not equal zeroes
               move "COMPLETE WITH REJECTS" to ws-runlog-outcome
           end-if.

           open extend RunLogFile.
           move spaces to fd-runlog-line.
           string ws-runlog-date   delimited by size
                  " "              delimited by size
                  ws-runlog-time   delimited by size
                  " SCDLOAD rows=" delimited by size
                  ws-read-count    delimited by size
                  " loaded="       delimited by size
                  ws-loaded-count  delimited by size
                  " outcome="      delimited by size
                  ws-runlog-outcome delimited by size
               into fd-runlog-line.
           write fd-runlog-line.
           close RunLogFile.
