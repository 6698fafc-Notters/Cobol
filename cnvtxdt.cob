       IDENTIFICATION DIVISION.
       PROGRAM-ID. cnvtxdt.
       AUTHOR. Andrew Notman.

      * One-shot index conversion - rebuilds txn.dat with the
      * posting-date alternate key every program now declares, so
      * the date-driven runs (the journals, the proof, the VAT
      * return, statements, the management pack) can start at
      * the date they want instead of reading the file end to
      * end. The record itself does not change; only the file's
      * index does. Same discipline as reorg: the live file is
      * copied aside to txn.old with the CBL_COPY_FILE safety net,
      * the copy is unloaded in key order through the old index
      * into a freshly written live file, and the new file is
      * re-read and its record count and amount hash compared
      * with the unload's. Any difference puts the .old copy back
      * over the live name and reports failure. The month-end lock
      * is held throughout so nobody posts mid-conversion. A
      * proved run leaves a line on the run log, which the morning
      * digest uses to set the step times of the last night
      * before the conversion beside tonight's. Run once at the
      * cutover, never again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select OldTransactionFile assign to "txn.old"
               organization is indexed
               access mode is dynamic
               record key is fd-otxn-id
               alternate record key is fd-otxn-clnt-id
                   with duplicates
               file status is otxn-status.

           select NewTransactionFile assign to "txn.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-txn-id
               alternate record key is fd-txn-clnt-id
                   with duplicates
               alternate record key is fd-txn-date
                   with duplicates
               file status is ntxn-status.

           select ProofFile assign to "cnvtxdt.rpt"
               organization is line sequential.

           select RunLogFile assign to "runlog.dat"
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
      * the pre-conversion file carries the same record under
      * the old index, re-labelled so both can sit in the one
      * program
       FD OldTransactionFile.
       01 fd-otxn-record.
           05 fd-otxn-id      pic 9(7).
           05 fd-otxn-clnt-id pic 9(7).
           05 fd-otxn-rest    pic X(49).

       FD NewTransactionFile.
           copy "txn.fd".

       FD ProofFile.
       01 fd-proof-line pic X(80).

       FD RunLogFile.
       01 fd-runlog-line pic X(80).

       WORKING-STORAGE SECTION.
           copy "txn.ws".

       01 otxn-status pic X(2).
           88 otxn-success value "00".
       01 ntxn-status pic X(2).
           88 ntxn-success value "00".

       01 ws-hold-held     pic X(1).
       01 ws-molock-status pic 9(2).

       01 ws-copy-rc pic 9(9) comp-5.

       01 ws-more pic X(1) value "Y".

       01 ws-unload-count pic 9(7) value zeroes.
       01 ws-unload-hash  pic S9(13)V9(2) comp-3 value zeroes.
       01 ws-reload-count pic 9(7) value zeroes.
       01 ws-reload-hash  pic S9(13)V9(2) comp-3 value zeroes.

       01 ws-hash-display  pic +Z(12)9.99.
       01 ws-hash-display2 pic +Z(12)9.99.

       01 ws-proved pic X(1) value "N".

       01 ws-copy-failed pic X(1) value "N".
           88 copy-failed value "Y".

       01 ws-runlog-date pic 9(8).
       01 ws-runlog-time pic 9(6).

       PROCEDURE DIVISION.
       Main.
           call 'molockio' using "S", ws-hold-held,
                                 ws-molock-status.

           open output ProofFile.

           call "CBL_COPY_FILE" using "txn.dat", "txn.old"
               returning ws-copy-rc.
           if ws-copy-rc not equal zero
               move "Y" to ws-copy-failed
               display "Safety copy failed - nothing touched"
           else
               perform UnloadReloadTxns
               perform RecountTxns

               if ws-unload-count = ws-reload-count
                   and ws-unload-hash = ws-reload-hash
                   and ws-unload-count not equal zeroes
                   move "Y" to ws-proved
               else
                   call "CBL_COPY_FILE" using "txn.old", "txn.dat"
                       returning ws-copy-rc
               end-if
           end-if.

           perform WriteProofReport.

           close ProofFile.

           if ws-proved = "Y"
               perform WriteRunLog
           end-if.

           call 'molockio' using "C", ws-hold-held,
                                 ws-molock-status.

           evaluate true
               when ws-proved = "Y"
                   display "Conversion PROVED - posting-date key "
                           "built, see cnvtxdt.rpt"
               when copy-failed
                   display "Conversion NOT RUN - safety copy "
                           "failed, nothing touched"
                   move 1 to return-code
               when other
                   display "Conversion FAILED - original file put "
                           "back, see cnvtxdt.rpt"
                   move 1 to return-code
           end-evaluate.

           goback.

      * Key-order unload from the safety copy into a freshly
      * written live file - every write builds the new date
      * index alongside the other two.
       UnloadReloadTxns.
           open input OldTransactionFile.
           open output NewTransactionFile.

           move zeroes to fd-otxn-id.
           start OldTransactionFile key is greater than fd-otxn-id
               invalid key
                   move "N" to ws-more
           end-start.

           perform until ws-more = "N"
               read OldTransactionFile next record
                   at end
                       move "N" to ws-more
               end-read

               if ws-more = "Y"
                   add 1 to ws-unload-count
                   move fd-otxn-record to ws-txn-record
                   add ws-txn-amount to ws-unload-hash
                   move ws-txn-record to fd-txn-record
                   write fd-txn-record
                   end-write
               end-if
           end-perform.

           close OldTransactionFile.
           close NewTransactionFile.
           move "Y" to ws-more.

      * The recount walks the new date key itself, so a proved
      * conversion has also proved the new index reaches every
      * row.
       RecountTxns.
           open input NewTransactionFile.

           move zeroes to fd-txn-date.
           start NewTransactionFile key is not less than fd-txn-date
               invalid key
                   move "N" to ws-more
           end-start.

           perform until ws-more = "N"
               read NewTransactionFile next record
                   at end
                       move "N" to ws-more
               end-read

               if ws-more = "Y"
                   add 1 to ws-reload-count
                   move fd-txn-record to ws-txn-record
                   add ws-txn-amount to ws-reload-hash
               end-if
           end-perform.

           close NewTransactionFile.
           move "Y" to ws-more.

       WriteProofReport.
           move ws-unload-hash to ws-hash-display.
           move ws-reload-hash to ws-hash-display2.

           move "Posting-date key conversion proof - txn.dat"
               to fd-proof-line.
           write fd-proof-line.

           move spaces to fd-proof-line.
           string "Unloaded: " delimited by size
                  ws-unload-count delimited by size
                  " record(s), hash " delimited by size
                  ws-hash-display delimited by size
               into fd-proof-line.
           write fd-proof-line.

           move spaces to fd-proof-line.
           string "Reloaded: " delimited by size
                  ws-reload-count delimited by size
                  " record(s), hash " delimited by size
                  ws-hash-display2 delimited by size
               into fd-proof-line.
           write fd-proof-line.

           move spaces to fd-proof-line.
           evaluate true
               when ws-proved = "Y"
                   move "PROVED - both sides agree, .old copy kept"
                       to fd-proof-line
               when copy-failed
                   string "*** SAFETY COPY FAILED - nothing was"
                          " touched" delimited by size
                       into fd-proof-line
               when other
                   string "*** MISMATCH - original file restored"
                          " from the .old copy" delimited by size
                       into fd-proof-line
           end-evaluate.
           write fd-proof-line.

      * Appends the conversion to runlog.dat - the operational
      * history the loaders write, and where the morning digest
      * looks for the cutover date.
       WriteRunLog.
           accept ws-runlog-date from date yyyymmdd.
           accept ws-runlog-time from time.

           open extend RunLogFile.
           move spaces to fd-runlog-line.
           string ws-runlog-date   delimited by size
                  " "              delimited by size
                  ws-runlog-time   delimited by size
                  " CNVTXDT rows=" delimited by size
                  ws-reload-count  delimited by size
                  " outcome=PROVED" delimited by size
               into fd-runlog-line.
           write fd-runlog-line.
           close RunLogFile.
