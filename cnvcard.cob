       IDENTIFICATION DIVISION.
       PROGRAM-ID. cnvcard.
       AUTHOR. Andrew Notman.

      * One-shot layout conversion - rebuilds txn.dat and
      * txnarch.dat (the year-end archive shares the transaction
      * layout byte for byte) into the layout txn.fd now carries,
      * with the card tender marker, the authorisation code and
      * the card settlement marker on the end of every row. A
      * pre-release row reads as it always did: tender, code and
      * settlement marker all spaces - no row before this release
      * was ever a card payment. Same discipline as cnvext and
      * cnvtxdt: each live file is copied aside to its .old name
      * with the CBL_COPY_FILE safety net, unloaded in key order
      * through the old layout into a freshly written live file,
      * and the new file is re-read and its record count and
      * amount hash compared with the unload's. Any difference
      * puts both .old copies back over the live names and
      * reports failure. The month-end lock is held throughout so
      * nobody posts mid-conversion. Run once at the cutover,
      * never again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select OldTransactionFile assign to "txn.old"
               organization is indexed
               access mode is dynamic
               record key is fd-otxn-id
               alternate record key is fd-otxn-clnt-id
                   with duplicates
               alternate record key is fd-otxn-date
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

           select OldArchiveFile assign to "txnarch.old"
               organization is indexed
               access mode is dynamic
               record key is fd-oarc-id
               alternate record key is fd-oarc-clnt-id
                   with duplicates
               file status is oarc-status.

           select NewArchiveFile assign to "txnarch.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-narc-id
               alternate record key is fd-narc-clnt-id
                   with duplicates
               file status is narc-status.

           select ProofFile assign to "cnvcard.rpt"
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
      * the pre-release record shapes, re-labelled so old and new
      * can sit in the one program - only the keys and the amount
      * the hash is taken on are broken out
       FD OldTransactionFile.
       01 fd-otxn-record.
           05 fd-otxn-id                pic 9(7).
           05 fd-otxn-clnt-id           pic 9(7).
           05 fd-otxn-date              pic 9(6).
           05 fd-otxn-type              pic X(1).
           05 fd-otxn-amount            pic S9(7)V9(2) comp-3.
           05 fd-otxn-rest              pic X(37).

       FD NewTransactionFile.
           copy "txn.fd".

       FD OldArchiveFile.
       01 fd-oarc-record.
           05 fd-oarc-id                pic 9(7).
           05 fd-oarc-clnt-id           pic 9(7).
           05 fd-oarc-date              pic 9(6).
           05 fd-oarc-type              pic X(1).
           05 fd-oarc-amount            pic S9(7)V9(2) comp-3.
           05 fd-oarc-rest              pic X(37).

       FD NewArchiveFile.
       01 fd-narc-record.
           05 fd-narc-id                pic 9(7).
           05 fd-narc-clnt-id           pic 9(7).
           05 fd-narc-rest              pic X(57).

       FD ProofFile.
       01 fd-proof-line pic X(80).

       WORKING-STORAGE SECTION.
           copy "txn.ws".

       01 otxn-status pic X(2).
           88 otxn-success value "00".
       01 ntxn-status pic X(2).
           88 ntxn-success value "00".
       01 oarc-status pic X(2).
           88 oarc-success value "00".
       01 narc-status pic X(2).
           88 narc-success value "00".

       01 ws-hold-held     pic X(1).
       01 ws-molock-status pic 9(2).

       01 ws-copy-rc pic 9(9) comp-5.

       01 ws-more pic X(1) value "Y".

       01 ws-old-txn-count pic 9(7) value zeroes.
       01 ws-new-txn-count pic 9(7) value zeroes.
       01 ws-old-txn-hash  pic S9(13)V9(2) comp-3 value zeroes.
       01 ws-new-txn-hash  pic S9(13)V9(2) comp-3 value zeroes.

       01 ws-old-arc-count pic 9(7) value zeroes.
       01 ws-new-arc-count pic 9(7) value zeroes.
       01 ws-old-arc-hash  pic S9(13)V9(2) comp-3 value zeroes.
       01 ws-new-arc-hash  pic S9(13)V9(2) comp-3 value zeroes.

       01 ws-hash-display  pic +Z(12)9.99.
       01 ws-hash-display2 pic +Z(12)9.99.

       01 ws-proved pic X(1) value "N".

       01 ws-copy-failed pic X(1) value "N".
           88 copy-failed value "Y".

      * a dataset that has never run the year-end archive has no
      * txnarch.dat - nothing to carry across, and nothing to
      * restore
       01 ws-archive-found pic X(1) value "N".
           88 archive-found value "Y".

       PROCEDURE DIVISION.
       Main.
           call 'molockio' using "S", ws-hold-held,
                                 ws-molock-status.

           open output ProofFile.

           perform CopyFilesAside.

           if not copy-failed
               perform UnloadReloadTxns
               perform RecountTxns

               if archive-found
                   perform UnloadReloadArchive
                   perform RecountArchive
               end-if

               if ws-old-txn-count = ws-new-txn-count
                   and ws-old-txn-hash = ws-new-txn-hash
                   and ws-old-txn-count not equal zeroes
                   and ws-old-arc-count = ws-new-arc-count
                   and ws-old-arc-hash = ws-new-arc-hash
                   move "Y" to ws-proved
               else
                   perform RestoreOldFiles
               end-if
           end-if.

           perform WriteProofReport.

           close ProofFile.

           call 'molockio' using "C", ws-hold-held,
                                 ws-molock-status.

           evaluate true
               when ws-proved = "Y"
                   display "Conversion PROVED - card tender layout "
                           "built, see cnvcard.rpt"
               when copy-failed
                   display "Conversion NOT RUN - safety copy "
                           "failed, nothing touched"
                   move 1 to return-code
               when other
                   display "Conversion FAILED - original files put "
                           "back, see cnvcard.rpt"
                   move 1 to return-code
           end-evaluate.

           goback.

      * Return code 35 from CBL_COPY_FILE on the archive means it
      * simply does not exist yet. Anything else stops the run
      * before a single record is rewritten.
       CopyFilesAside.
           call "CBL_COPY_FILE" using "txn.dat", "txn.old"
               returning ws-copy-rc.
           if ws-copy-rc not equal zero
               move "Y" to ws-copy-failed
           end-if.

           call "CBL_COPY_FILE" using "txnarch.dat", "txnarch.old"
               returning ws-copy-rc.
           evaluate ws-copy-rc
               when zero
                   move "Y" to ws-archive-found
               when 35
                   continue
               when other
                   move "Y" to ws-copy-failed
           end-evaluate.

      * The old row is moved whole into the new layout, so every
      * field it had lands where it was and the card fields on
      * the end come up spaces.
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
                   add 1 to ws-old-txn-count
                   add fd-otxn-amount to ws-old-txn-hash
                   move fd-otxn-record to ws-txn-record
                   move ws-txn-record to fd-txn-record
                   write fd-txn-record
                   end-write
               end-if
           end-perform.

           close OldTransactionFile.
           close NewTransactionFile.
           move "Y" to ws-more.

       RecountTxns.
           open input NewTransactionFile.

           move zeroes to fd-txn-id.
           start NewTransactionFile key is greater than fd-txn-id
               invalid key
                   move "N" to ws-more
           end-start.

           perform until ws-more = "N"
               read NewTransactionFile next record
                   at end
                       move "N" to ws-more
               end-read

               if ws-more = "Y"
                   add 1 to ws-new-txn-count
                   add fd-txn-amount to ws-new-txn-hash
               end-if
           end-perform.

           close NewTransactionFile.
           move "Y" to ws-more.

       UnloadReloadArchive.
           open input OldArchiveFile.
           open output NewArchiveFile.

           move zeroes to fd-oarc-id.
           start OldArchiveFile key is greater than fd-oarc-id
               invalid key
                   move "N" to ws-more
           end-start.

           perform until ws-more = "N"
               read OldArchiveFile next record
                   at end
                       move "N" to ws-more
               end-read

               if ws-more = "Y"
                   add 1 to ws-old-arc-count
                   add fd-oarc-amount to ws-old-arc-hash
                   move fd-oarc-record to ws-txn-record
                   move ws-txn-record to fd-narc-record
                   write fd-narc-record
                   end-write
               end-if
           end-perform.

           close OldArchiveFile.
           close NewArchiveFile.
           move "Y" to ws-more.

       RecountArchive.
           open input NewArchiveFile.

           move zeroes to fd-narc-id.
           start NewArchiveFile key is greater than fd-narc-id
               invalid key
                   move "N" to ws-more
           end-start.

           perform until ws-more = "N"
               read NewArchiveFile next record
                   at end
                       move "N" to ws-more
               end-read

               if ws-more = "Y"
                   add 1 to ws-new-arc-count
                   move fd-narc-record to ws-txn-record
                   add ws-txn-amount to ws-new-arc-hash
               end-if
           end-perform.

           close NewArchiveFile.
           move "Y" to ws-more.

       RestoreOldFiles.
           call "CBL_COPY_FILE" using "txn.old", "txn.dat"
               returning ws-copy-rc.
           if archive-found
               call "CBL_COPY_FILE" using "txnarch.old",
                                          "txnarch.dat"
                   returning ws-copy-rc
           end-if.

       WriteProofReport.
           move "Card tender layout conversion proof" to fd-proof-line.
           write fd-proof-line.

           move ws-old-txn-hash to ws-hash-display.
           move ws-new-txn-hash to ws-hash-display2.
           move spaces to fd-proof-line.
           string "txn.dat     unloaded: " delimited by size
                  ws-old-txn-count        delimited by size
                  " hash "                delimited by size
                  ws-hash-display         delimited by size
               into fd-proof-line.
           write fd-proof-line.
           move spaces to fd-proof-line.
           string "txn.dat     reloaded: " delimited by size
                  ws-new-txn-count        delimited by size
                  " hash "                delimited by size
                  ws-hash-display2        delimited by size
               into fd-proof-line.
           write fd-proof-line.

           move spaces to fd-proof-line.
           if archive-found
               move ws-old-arc-hash to ws-hash-display
               move ws-new-arc-hash to ws-hash-display2
               string "txnarch.dat unloaded: " delimited by size
                      ws-old-arc-count        delimited by size
                      " hash "                delimited by size
                      ws-hash-display         delimited by size
                   into fd-proof-line
               write fd-proof-line
               move spaces to fd-proof-line
               string "txnarch.dat reloaded: " delimited by size
                      ws-new-arc-count        delimited by size
                      " hash "                delimited by size
                      ws-hash-display2        delimited by size
                   into fd-proof-line
           else
               move "txnarch.dat not on file - nothing to carry"
                   to fd-proof-line
           end-if.
           write fd-proof-line.

           move spaces to fd-proof-line.
           evaluate true
               when ws-proved = "Y"
                   move "PROVED - both sides agree, .old copies kept"
                       to fd-proof-line
               when copy-failed
                   string "*** SAFETY COPY FAILED - nothing was"
                          " touched" delimited by size
                       into fd-proof-line
               when other
                   string "*** MISMATCH - original files restored"
                          " from the .old copies" delimited by size
                       into fd-proof-line
           end-evaluate.
           write fd-proof-line.
