       IDENTIFICATION DIVISION.
       PROGRAM-ID. fwdrcvr.
       AUTHOR. Andrew Notman.

      * Forward recovery - brings a restored backup generation
      * (rstrbkup) forward by replaying the after-image journal
      * (aijio) onto it, so a failure mid-day loses nothing done
      * since the night before. The operator names the generation
      * that was restored and, optionally, a point in time to stop
      * at (yyyymmddhhmmss - blank replays everything journalled),
      * which is how a bad run is recovered from: restore, then
      * replay up to the moment before it started. Journals are
      * taken in catalog order from the generation restored -
      * bkpYYYYMMDD.aij.dat beside each later generation, then
      * the live aij.dat - and every link has to be there, paired
      * with its generation, before anything is replayed.
      * Each after-image is put back as it stands: a written or
      * rewritten record is written, or rewritten over whatever is
      * there, and a deleted one is deleted. The replay is then
      * proved - the client balances are summed again and must
      * equal the total before the replay moved by exactly the
      * balance changes the journal carried, and the cross-file
      * integrity check (fileschk) must pass - before success is
      * declared. A stop point inside the live journal cuts the
      * rows after it off the journal (kept in aijcut.dat) so the
      * journal still pairs with the files; a stop point in an
      * older journal means the live journal no longer pairs, and
      * a backup has to be taken before work restarts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select CatalogFile assign to "bkupdir.dat"
               organization is line sequential
               file status is catalog-status.

           select JournalFile assign to ws-journal-name
               organization is indexed
               access mode is dynamic
               record key is fd-aij-seq
               file status is aij-file-status.

           select ClientFile assign to "clnt.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-clnt-id
               alternate record key is fd-clnt-surname with duplicates
               file status is clnt-file-status.

           select TransactionFile assign to "txn.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-txn-id
               alternate record key is fd-txn-clnt-id with duplicates
               alternate record key is fd-txn-date with duplicates
               file status is txn-file-status.

           select ContinueFile assign to "cont.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-cont-id
               file status is cont-file-status.

           select TxnContinueFile assign to "txncnt.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-txncnt-id
               file status is txncnt-file-status.

           select BalanceControlFile assign to "balcnt.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-balcnt-id
               file status is balcnt-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD CatalogFile.
       01 fd-catalog-line pic X(10).
           88 catalog-EOF value high-values.

       FD JournalFile.
           copy "aij.fd".

       FD ClientFile.
           copy "clnt.fd".

       FD TransactionFile.
           copy "txn.fd".

       FD ContinueFile.
           copy "cont.fd".

       FD TxnContinueFile.
           copy "txncnt.fd".

       FD BalanceControlFile.
           copy "balcnt.fd".

       WORKING-STORAGE SECTION.
           copy "aij.ws".
           copy "clnt.ws".
           copy "balcnt.ws".

       01 catalog-status pic X(2).
           88 catalog-success value "00".
       01 aij-file-status pic X(2).
           88 aij-success value "00".
       01 clnt-file-status pic X(2).
           88 clnt-success value "00".
       01 txn-file-status pic X(2).
           88 txn-success value "00".
       01 cont-file-status pic X(2).
           88 cont-success value "00".
       01 txncnt-file-status pic X(2).
           88 txncnt-success value "00".
       01 balcnt-file-status pic X(2).
           88 balcnt-success value "00".

       01 ws-training-flag pic X(1) value "N".
       01 ws-training-oper pic X(8) value spaces.

       01 ws-gen-table.
           05 ws-gen-date occurs 60 times pic X(8).
       01 ws-gen-count pic 9(2) value zeroes.
       01 gen-idx      pic 9(2).
       01 ws-chosen-date pic X(8) value spaces.
       01 ws-chosen-idx  pic 9(2) value zeroes.

      * the journals to replay, oldest first, and the generation
      * each has to pair with
       01 ws-chain-table.
           05 ws-chain-link occurs 60 times.
               10 ws-chain-name pic X(24).
               10 ws-chain-gen  pic X(8).
       01 ws-chain-count pic 9(2) value zeroes.
       01 chain-idx      pic 9(2).
       01 ws-journal-name pic X(24) value "aij.dat".

       01 ws-stop-entry pic X(14) value spaces.
       01 ws-stop-stamp pic 9(16).
       01 ws-stop-stamp-x redefines ws-stop-stamp.
           05 ws-stop-to-second pic X(14).
           05 ws-stop-hundredth pic X(2).
       01 ws-confirm pic X(3).

       01 ws-reading pic X(1).
           88 more-images value "Y".
       01 ws-stopped pic X(1) value "N".
           88 replay-stopped value "Y".
       01 ws-stop-link  pic 9(2) value zeroes.
       01 ws-first-unapplied pic 9(9) value zeroes.
       01 ws-image-exists pic X(1).
       01 ws-failed pic X(1) value "N".

       01 ws-clnt-applied   pic 9(7) value zeroes.
       01 ws-txn-applied    pic 9(7) value zeroes.
       01 ws-cont-applied   pic 9(7) value zeroes.
       01 ws-txncnt-applied pic 9(7) value zeroes.
       01 ws-balcnt-applied pic 9(7) value zeroes.
       01 ws-cut-count      pic 9(7) value zeroes.

      * the proof - client balances before and after, and the
      * movement the replayed client images account for
       01 ws-navigation-status pic X(2) value "YY".
           88 next-allowed value "YY", "YN".
       01 ws-msg pic X(80).
       01 ws-total-before   pic S9(11)V9(2) value zeroes.
       01 ws-total-after    pic S9(11)V9(2) value zeroes.
       01 ws-total-sum      pic S9(11)V9(2) value zeroes.
       01 ws-movement       pic S9(11)V9(2) value zeroes.
       01 ws-expected-total pic S9(11)V9(2) value zeroes.
       01 ws-prior-balance  pic S9(7)V9(2) value zeroes.
       01 ws-total-display  pic -(11)9.99.
       01 ws-expect-display pic -(11)9.99.
       01 ws-balcnt-display pic -(11)9.99.

       01 ws-copy-rc pic 9(9) comp-5.

       PROCEDURE DIVISION.
       Main.
           call 'trmodeio' using "R",
                                 ws-training-flag,
                                 ws-training-oper.
           if ws-training-flag = "Y"
               display "Forward recovery works the live dataset - "
                       "leave TRAINING first"
               move 1 to return-code
               goback
           end-if.

           perform LoadCatalog.

           if ws-gen-count equal zeroes
               display "No backup generations on the catalog"
               move 1 to return-code
               goback
           end-if.

           display "Generation that was restored (yyyymmdd): "
               with no advancing.
           accept ws-chosen-date.

           move zeroes to ws-chosen-idx.
           perform varying gen-idx from 1 by 1
               until gen-idx > ws-gen-count
               if ws-gen-date(gen-idx) = ws-chosen-date
                   move gen-idx to ws-chosen-idx
               end-if
           end-perform.

           if ws-chosen-idx = zeroes
               display "That generation is not on the catalog"
               move 1 to return-code
               goback
           end-if.

           display "Replay up to (yyyymmddhhmmss, blank = "
                   "everything journalled): " with no advancing.
           accept ws-stop-entry.

           if ws-stop-entry = spaces
               move all "9" to ws-stop-stamp-x
           else
               if ws-stop-entry not numeric
                   display "Stop point must be 14 digits, "
                           "yyyymmddhhmmss"
                   move 1 to return-code
                   goback
               end-if
               move ws-stop-entry to ws-stop-to-second
               move "99" to ws-stop-hundredth
           end-if.

           perform BuildChain.
           perform CheckChainLink
               varying chain-idx from 1 by 1
               until chain-idx > ws-chain-count.

           if ws-failed = "Y"
               display "Journal chain BROKEN - nothing replayed"
               move 1 to return-code
               goback
           end-if.

           display "This replays " ws-chain-count " journal(s) onto "
                   "the live data files restored from "
                   ws-chosen-date ".".
           display "Type YES to continue: " with no advancing.
           accept ws-confirm.

           if ws-confirm not = "YES"
               display "Forward recovery not run"
               goback
           end-if.

           perform SumClientBalances.
           move ws-total-sum to ws-total-before.

           open i-o ClientFile.
           open i-o TransactionFile.
           open i-o ContinueFile.
           open i-o TxnContinueFile.
           open i-o BalanceControlFile.

           perform ReplayJournal
               varying chain-idx from 1 by 1
               until chain-idx > ws-chain-count
                  or replay-stopped.

           close ClientFile.
           close TransactionFile.
           close ContinueFile.
           close TxnContinueFile.
           close BalanceControlFile.

           display "Replayed: clnt " ws-clnt-applied
                   "  txn " ws-txn-applied
                   "  cont " ws-cont-applied
                   "  txncnt " ws-txncnt-applied
                   "  balcnt " ws-balcnt-applied.

           if replay-stopped
               if ws-stop-link = ws-chain-count
                   perform CutLiveJournal
               else
                   display "Stopped inside the journal of generation "
                           ws-chain-gen(ws-stop-link)
                           " - the live journal no longer pairs"
                   display "Take a backup (btchbkup) before work "
                           "restarts"
               end-if
           end-if.

           perform ProveReplay.

           if ws-failed = "Y"
               display "Forward recovery NOT PROVED - do not trust "
                       "the live dataset, investigate before "
                       "restarting work"
               move 1 to return-code
           else
               display "Forward recovery from generation "
                       ws-chosen-date " verified complete"
           end-if.

           goback.

       LoadCatalog.
           move zeroes to ws-gen-count.
           open input CatalogFile.
           if catalog-success
               move spaces to fd-catalog-line
               perform until catalog-EOF or not catalog-success
                   read CatalogFile
                       at end set catalog-EOF to true
                   end-read
                   if not catalog-EOF and catalog-success
                       and ws-gen-count < 60
                       add 1 to ws-gen-count
                       move fd-catalog-line(1:8)
                           to ws-gen-date(ws-gen-count)
                   end-if
               end-perform
               close CatalogFile
           end-if.

      * Every generation after the one restored kept the journal
      * that ran up to it; the newest generation's journal is the
      * live one, still running.
       BuildChain.
           move zeroes to ws-chain-count.
           perform varying gen-idx from ws-chosen-idx by 1
               until gen-idx >= ws-gen-count
               add 1 to ws-chain-count
               move spaces to ws-chain-name(ws-chain-count)
               string "bkp"                 delimited by size
                      ws-gen-date(gen-idx)  delimited by size
                      ".aij.dat"            delimited by size
                   into ws-chain-name(ws-chain-count)
               move ws-gen-date(gen-idx)
                   to ws-chain-gen(ws-chain-count)
           end-perform.

           add 1 to ws-chain-count.
           move "aij.dat" to ws-chain-name(ws-chain-count).
           move ws-gen-date(ws-gen-count)
               to ws-chain-gen(ws-chain-count).

       CheckChainLink.
           move ws-chain-name(chain-idx) to ws-journal-name.
           open input JournalFile.
           if not aij-success
               display "Journal " ws-journal-name " is missing, "
                       "status " aij-file-status
               move "Y" to ws-failed
           else
               move zeroes to fd-aij-seq
               read JournalFile
                   key is fd-aij-seq
                   invalid key
                       move spaces to fd-aij-record
               end-read
               move fd-aij-record to ws-aij-record
               if not ws-aij-is-header
                   or ws-aij-generation not = ws-chain-gen(chain-idx)
                   display "Journal " ws-journal-name " does not "
                           "pair with generation "
                           ws-chain-gen(chain-idx)
                   move "Y" to ws-failed
               end-if
               close JournalFile
           end-if.

       ReplayJournal.
           move ws-chain-name(chain-idx) to ws-journal-name.
           open input JournalFile.

           move "Y" to ws-reading.
           move zeroes to fd-aij-seq.
           start JournalFile key is greater than fd-aij-seq
               invalid key
                   move "N" to ws-reading
           end-start.

           perform until not more-images or replay-stopped
               read JournalFile next record
                   at end
                       move "N" to ws-reading
               end-read
               if more-images
                   move fd-aij-record to ws-aij-record
                   if ws-aij-stamp-n > ws-stop-stamp
                       move "Y" to ws-stopped
                       move chain-idx to ws-stop-link
                       move ws-aij-seq to ws-first-unapplied
                   else
                       perform ApplyImage
                   end-if
               end-if
           end-perform.

           close JournalFile.

       ApplyImage.
           evaluate true
               when ws-aij-is-clnt   perform ApplyClientImage
               when ws-aij-is-txn    perform ApplyTxnImage
               when ws-aij-is-cont   perform ApplyContImage
               when ws-aij-is-txncnt perform ApplyTxnCountImage
               when ws-aij-is-balcnt perform ApplyBalanceImage
               when other
                   display "Journal row " ws-aij-seq
                           " names no file - skipped"
           end-evaluate.

      * A record is put back as the image has it whatever is on
      * file - the restored copy may be older or newer than the
      * change that was journalled - and the balance it moves by
      * is kept for the proof.
       ApplyClientImage.
           move ws-aij-image(1:143) to fd-clnt-record.
           move "N" to ws-image-exists.
           move zeroes to ws-prior-balance.
           read ClientFile
               key is fd-clnt-id
               invalid key
                   continue
           end-read.
           if clnt-success
               move "Y" to ws-image-exists
               move fd-clnt-balance to ws-prior-balance
           end-if.

           move ws-aij-image(1:143) to fd-clnt-record.
           move ws-aij-image(1:143) to ws-clnt-record.
           evaluate true
               when ws-aij-deleted
                   if ws-image-exists = "Y"
                       delete ClientFile record
                       end-delete
                       subtract ws-prior-balance from ws-movement
                   else
                       move "00" to clnt-file-status
                   end-if
               when ws-image-exists = "Y"
                   rewrite fd-clnt-record
                   end-rewrite
                   compute ws-movement = ws-movement
                       + ws-clnt-balance - ws-prior-balance
               when other
                   write fd-clnt-record
                   end-write
                   add ws-clnt-balance to ws-movement
           end-evaluate.
           perform CountClientImage.

       CountClientImage.
           if clnt-success
               add 1 to ws-clnt-applied
           else
               display "Journal row " ws-aij-seq " not applied to "
                       "clnt.dat, status " clnt-file-status
               move "Y" to ws-failed
           end-if.

       ApplyTxnImage.
           move ws-aij-image(1:71) to fd-txn-record.
           move "N" to ws-image-exists.
           read TransactionFile
               key is fd-txn-id
               invalid key
                   continue
           end-read.
           if txn-success
               move "Y" to ws-image-exists
           end-if.

           move ws-aij-image(1:71) to fd-txn-record.
           evaluate true
               when ws-aij-deleted
                   if ws-image-exists = "Y"
                       delete TransactionFile record
                       end-delete
                   else
                       move "00" to txn-file-status
                   end-if
               when ws-image-exists = "Y"
                   rewrite fd-txn-record
                   end-rewrite
               when other
                   write fd-txn-record
                   end-write
           end-evaluate.

           if txn-success
               add 1 to ws-txn-applied
           else
               display "Journal row " ws-aij-seq " not applied to "
                       "txn.dat, status " txn-file-status
               move "Y" to ws-failed
           end-if.

       ApplyContImage.
           move ws-aij-image(1:10) to fd-cont-record.
           read ContinueFile
               key is fd-cont-id
               invalid key
                   continue
           end-read.

           move ws-aij-image(1:10) to fd-cont-record.
           if cont-success
               rewrite fd-cont-record
               end-rewrite
           else
               write fd-cont-record
               end-write
           end-if.

           if cont-success
               add 1 to ws-cont-applied
           else
               display "Journal row " ws-aij-seq " not applied to "
                       "cont.dat, status " cont-file-status
               move "Y" to ws-failed
           end-if.

       ApplyTxnCountImage.
           move ws-aij-image(1:10) to fd-txncnt-record.
           read TxnContinueFile
               key is fd-txncnt-id
               invalid key
                   continue
           end-read.

           move ws-aij-image(1:10) to fd-txncnt-record.
           if txncnt-success
               rewrite fd-txncnt-record
               end-rewrite
           else
               write fd-txncnt-record
               end-write
           end-if.

           if txncnt-success
               add 1 to ws-txncnt-applied
           else
               display "Journal row " ws-aij-seq " not applied to "
                       "txncnt.dat, status " txncnt-file-status
               move "Y" to ws-failed
           end-if.

       ApplyBalanceImage.
           move ws-aij-image(1:17) to fd-balcnt-record.
           read BalanceControlFile
               key is fd-balcnt-id
               invalid key
                   continue
           end-read.

           move ws-aij-image(1:17) to fd-balcnt-record.
           if balcnt-success
               rewrite fd-balcnt-record
               end-rewrite
           else
               write fd-balcnt-record
               end-write
           end-if.

           if balcnt-success
               add 1 to ws-balcnt-applied
               move ws-aij-image(1:17) to ws-balcnt-record
           else
               display "Journal row " ws-aij-seq " not applied to "
                       "balcnt.dat, status " balcnt-file-status
               move "Y" to ws-failed
           end-if.

      * Work journalled after the stop point is no longer on the
      * files, so it comes off the live journal too - copied aside
      * first, in case the stop point was chosen wrongly.
       CutLiveJournal.
           call "CBL_COPY_FILE" using "aij.dat", "aijcut.dat"
               returning ws-copy-rc.
           if ws-copy-rc not = zero
               display "Live journal not copied aside, return code "
                       ws-copy-rc " - rows after the stop point "
                       "left on it"
               move "Y" to ws-failed
           else
               move "aij.dat" to ws-journal-name
               open i-o JournalFile
               move ws-first-unapplied to fd-aij-seq
               move "Y" to ws-reading
               start JournalFile key is not less than fd-aij-seq
                   invalid key
                       move "N" to ws-reading
               end-start
               perform until not more-images
                   read JournalFile next record
                       at end
                           move "N" to ws-reading
                   end-read
                   if more-images
                       delete JournalFile record
                       end-delete
                       add 1 to ws-cut-count
                   end-if
               end-perform
               close JournalFile
               display ws-cut-count " journal row(s) after the stop "
                       "point cut off - kept in aijcut.dat"
           end-if.

      * The replayed client images must account for every penny
      * the total moved, and the files must still agree with one
      * another.
       ProveReplay.
           perform SumClientBalances.
           move ws-total-sum to ws-total-after.
           compute ws-expected-total = ws-total-before + ws-movement.

           move ws-total-after    to ws-total-display.
           move ws-expected-total to ws-expect-display.
           display "Client balances now " ws-total-display
                   ", expected " ws-expect-display.
           if ws-balcnt-applied > zeroes
               move ws-balcnt-total to ws-balcnt-display
               display "Control total as last journalled "
                       ws-balcnt-display
           end-if.

           if ws-total-after not = ws-expected-total
               display "Client balances do NOT agree with the "
                       "journal"
               move "Y" to ws-failed
           end-if.

           call 'fileschk'.
           if return-code not equal zero
               display "Integrity check failed, see fileschk.rpt"
               move "Y" to ws-failed
           end-if.

       SumClientBalances.
           move zeroes to ws-total-sum.
           call 'clntio' using "O",
                               ws-clnt-record,
                               ws-navigation-status,
                               ws-msg.
           call 'clntio' using "F",
                               ws-clnt-record,
                               ws-navigation-status,
                               ws-msg.

           perform until not next-allowed
               add ws-clnt-balance to ws-total-sum
               call 'clntio' using "N",
                                   ws-clnt-record,
                                   ws-navigation-status,
                                   ws-msg
           end-perform.

           call 'clntio' using "C",
                               ws-clnt-record,
                               ws-navigation-status,
                               ws-msg.
