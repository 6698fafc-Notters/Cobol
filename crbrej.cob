       IDENTIFICATION DIVISION.
       PROGRAM-ID. crbrej.
       AUTHOR. Andrew Notman.

      * Credit-bureau rejects loader - reads the bureau's response
      * to a monthly extract (crbresp.csv, one row per record they
      * would not take: register number;reject code) and marks
      * each record on the reporting register (crb.dat) rejected,
      * with the bureau's code and the day it came back, so the
      * record can be put right and sent again as a correction
      * (crbcorr). A row naming a record we never sent is an
      * error. Results go to crbrej.rpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select ResponseCSV assign to "crbresp.csv"
               organization is line sequential.

           select ResultsFile assign to "crbrej.rpt"
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD ResponseCSV.
       01 fd-response-record pic X(20).
           88 EOF value high-values.

       FD ResultsFile.
       01 fd-result-line pic X(80).

       WORKING-STORAGE SECTION.
           copy "crb.ws".

       01 ws-response-record pic X(20).

       01 ws-csv-crb-id pic X(7).
       01 ws-csv-code   pic X(4).

       01 ws-crb-msg pic X(80).
       01 ws-crb-nav pic X(2).

       01 ws-today pic 9(8) value zeroes.

       01 ws-read-count     pic 9(5) value zeroes.
       01 ws-rejected-count pic 9(5) value zeroes.
       01 ws-error-count    pic 9(5) value zeroes.

       PROCEDURE DIVISION.
       Main.
           accept ws-today from date yyyymmdd.

           open input ResponseCSV.
           open output ResultsFile.

           read ResponseCSV
               at end set EOF to true
           end-read.

           perform until EOF
               add 1 to ws-read-count
               move fd-response-record to ws-response-record
               perform LoadResponseRow

               read ResponseCSV
                   at end set EOF to true
               end-read
           end-perform.

           close ResponseCSV.

           move spaces to fd-result-line.
           string "Rows read: "     delimited by size
                  ws-read-count     delimited by size
                  "  Rejected: "    delimited by size
                  ws-rejected-count delimited by size
                  "  Errors: "      delimited by size
                  ws-error-count    delimited by size
               into fd-result-line.
           write fd-result-line.

           close ResultsFile.

           display "Credit-bureau rejects loaded - rejected "
                   ws-rejected-count ", errors " ws-error-count.

           if ws-error-count not equal zeroes
               move 1 to return-code
           end-if.

           goback.

       LoadResponseRow.
           move spaces to ws-csv-crb-id.
           move spaces to ws-csv-code.
           unstring ws-response-record delimited by ";"
               into ws-csv-crb-id, ws-csv-code.

           if ws-csv-crb-id not numeric
               or ws-csv-code equal spaces
               perform RejectRow
           else
               perform ApplyReject
           end-if.

       ApplyReject.
           move spaces to ws-crb-record.
           move ws-csv-crb-id to ws-crb-id.
           move spaces to ws-crb-msg.
           call 'crbio' using "Q",
                              ws-crb-record,
                              ws-crb-nav,
                              ws-crb-msg.

           if ws-crb-msg equal "Bureau record not found"
               or ws-crb-sent-date equal zeroes
               perform RejectRow
           else
               move "R" to ws-crb-response
               move ws-csv-code to ws-crb-reject-code
               move ws-today to ws-crb-reject-date
               move spaces to ws-crb-msg
               call 'crbio' using "U",
                                  ws-crb-record,
                                  ws-crb-nav,
                                  ws-crb-msg
               add 1 to ws-rejected-count

               move spaces to fd-result-line
               string "Record "        delimited by size
                      ws-crb-id        delimited by size
                      " client "       delimited by size
                      ws-crb-clnt-id   delimited by size
                      " period "       delimited by size
                      ws-crb-period    delimited by size
                      " REJECTED code " delimited by size
                      ws-csv-code      delimited by size
                   into fd-result-line
               write fd-result-line
           end-if.

       RejectRow.
           add 1 to ws-error-count.

           move spaces to fd-result-line.
           string "Row "              delimited by size
                  ws-read-count       delimited by size
                  ": "                delimited by size
                  ws-response-record  delimited by size
                  " - invalid row"    delimited by size
               into fd-result-line.
           write fd-result-line.
