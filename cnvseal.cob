       IDENTIFICATION DIVISION.
       PROGRAM-ID. cnvseal.
       AUTHOR. Andrew Notman.

      * One-shot conversion - seals the audit trail and the client
      * notes as they stand at the cutover, so the nightly seal
      * check starts from a whole chain rather than flagging every
      * line written before sealing began.
      *   audit.dat - each line keeps its 120 columns and gains
      *               its sequence number (1 upwards, in file
      *               order) and a check chained from the line
      *               before (sealhash), exactly as audseal seals
      *               a line today; the last number and check go
      *               on audseal.dat so the next append carries on
      *               the chain. The training trail (traudit.dat,
      *               traudseal.dat) is done the same way.
      *   note.dat  - rebuilt into the longer layout note.fd now
      *               carries, each note sealed in note-number
      *               order from the note before, as noteio seals
      *               an append.
      * Every generation on btchbkup's catalog is converted too
      * (bkp<gen>.audit.dat with bkp<gen>.audseal.dat, and
      * bkp<gen>.note.dat), so a later restore brings back files
      * the seal check can prove.
      * Each file is first copied aside to a .old name with the
      * same CBL_COPY_FILE safety net cnvext uses, then read back
      * through the old layout while the file is written fresh;
      * lines and notes are counted on both sides and must agree.
      * A trail whose first line already carries a sequence number
      * has been sealed and is left alone. The .old copies are
      * kept either way; any count that does not prove leaves a
      * non-zero return-code. Run once at the cutover, never
      * again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select CatalogFile assign to "bkupdir.dat"
               organization is line sequential
               file status is catalog-status.

           select OldAuditFile assign to ws-old-name
               organization is line sequential
               file status is oaudit-status.

           select NewAuditFile assign to ws-new-name
               organization is line sequential
               file status is naudit-status.

           select SealStateFile assign to ws-state-name
               organization is line sequential
               file status is state-status.

           select OldNoteFile assign to ws-old-name
               organization is indexed
               access mode is dynamic
               record key is fd-onote-id
               alternate record key is fd-onote-clnt-id
                   with duplicates
               file status is onote-status.

           select NewNoteFile assign to ws-new-name
               organization is indexed
               access mode is dynamic
               record key is fd-note-id
               alternate record key is fd-note-clnt-id
                   with duplicates
               file status is nnote-status.

       DATA DIVISION.
       FILE SECTION.
       FD CatalogFile.
       01 fd-catalog-line pic X(10).
           88 catalog-EOF value high-values.

       FD OldAuditFile.
       01 fd-oaudit-line pic X(146).
           88 oaudit-EOF value high-values.

       FD NewAuditFile.
       01 fd-naudit-line pic X(146).
           88 naudit-EOF value high-values.

       FD SealStateFile.
       01 fd-state-line.
           05 fd-state-seq   pic 9(8).
           05 fd-state-check pic X(16).

       FD OldNoteFile.
       01 fd-onote-record.
           05 fd-onote-id               pic 9(7).
           05 fd-onote-clnt-id          pic 9(7).
           05 fd-onote-date             pic 9(8).
           05 fd-onote-time             pic 9(6).
           05 fd-onote-oper-id          pic X(8).
           05 fd-onote-text             pic X(60).

       FD NewNoteFile.
           copy "note.fd".

       WORKING-STORAGE SECTION.
       01 catalog-status pic X(2).
           88 catalog-success value "00".
       01 oaudit-status pic X(2).
           88 oaudit-success value "00".
       01 naudit-status pic X(2).
           88 naudit-success value "00".
       01 state-status pic X(2).
           88 state-success value "00".
       01 onote-status pic X(2).
           88 onote-success value "00".
       01 nnote-status pic X(2).
           88 nnote-success value "00".

      * backup generations on the catalog
       01 ws-gen-table.
           05 ws-gen occurs 100 times pic X(8).
       01 ws-gen-used pic 9(3) value zeroes.
       01 gen-idx pic 9(3).

       01 ws-old-name   pic X(32).
       01 ws-new-name   pic X(32).
       01 ws-state-name pic X(32).
       01 ws-copy-rc pic 9(9) comp-5.

      * a sealed audit line, laid out as audseal writes it
       01 ws-sealed-line.
           05 ws-line-body  pic X(120).
           05 filler        pic X(1).
           05 ws-line-seq   pic X(8).
           05 ws-line-seq-n redefines ws-line-seq pic 9(8).
           05 filler        pic X(1).
           05 ws-line-check pic X(16).

       01 ws-seal-text.
           05 ws-text-seq  pic 9(8).
           05 ws-text-body pic X(120).
       01 ws-note-text pic X(128).

       01 ws-last-seq   pic 9(8).
       01 ws-last-check pic X(16).
       01 ws-new-check  pic X(16).

       01 ws-old-count pic 9(8) value zeroes.
       01 ws-new-count pic 9(8) value zeroes.

       01 ws-files-converted pic 9(3) value zeroes.
       01 ws-more pic X(1) value "Y".

       01 ws-sealed-already pic X(1) value "N".
           88 sealed-already value "Y".

       01 ws-failed pic X(1) value "N".
           88 conversion-failed value "Y".

       PROCEDURE DIVISION.
       Main.
           move "audit.dat"   to ws-new-name.
           move "audit.old"   to ws-old-name.
           move "audseal.dat" to ws-state-name.
           perform SealOneTrail.

           move "traudit.dat"   to ws-new-name.
           move "traudit.old"   to ws-old-name.
           move "traudseal.dat" to ws-state-name.
           perform SealOneTrail.

           move "note.dat" to ws-new-name.
           move "note.old" to ws-old-name.
           perform SealOneNoteFile.

           perform LoadGenerations.
           perform varying gen-idx from 1 by 1
               until gen-idx > ws-gen-used
               perform SealOneGeneration
           end-perform.

           if conversion-failed
               display "Conversion FAILED - counts disagree, .old "
                       "copies kept to go back to"
               move 1 to return-code
           else
               display "Conversion proved - " ws-files-converted
                       " file(s) sealed, .old copies kept"
           end-if.

           goback.

       SealOneGeneration.
           move spaces to ws-new-name.
           string "bkp"           delimited by size
                  ws-gen(gen-idx) delimited by space
                  ".audit.dat"    delimited by size
               into ws-new-name.
           move spaces to ws-old-name.
           string "bkp"           delimited by size
                  ws-gen(gen-idx) delimited by space
                  ".audit.old"    delimited by size
               into ws-old-name.
           move spaces to ws-state-name.
           string "bkp"           delimited by size
                  ws-gen(gen-idx) delimited by space
                  ".audseal.dat"  delimited by size
               into ws-state-name.
           perform SealOneTrail.

           move spaces to ws-new-name.
           string "bkp"           delimited by size
                  ws-gen(gen-idx) delimited by space
                  ".note.dat"     delimited by size
               into ws-new-name.
           move spaces to ws-old-name.
           string "bkp"           delimited by size
                  ws-gen(gen-idx) delimited by space
                  ".note.old"     delimited by size
               into ws-old-name.
           perform SealOneNoteFile.

       LoadGenerations.
           move zeroes to ws-gen-used.

           open input CatalogFile.
           if catalog-success
               perform ReadCatalogEntry
                   until catalog-EOF or not catalog-success
               close CatalogFile
           end-if.

       ReadCatalogEntry.
           read CatalogFile
               at end set catalog-EOF to true
           end-read.

           if not catalog-EOF and catalog-success
               and fd-catalog-line(1:8) not equal spaces
               and ws-gen-used < 100
               add 1 to ws-gen-used
               move fd-catalog-line(1:8) to ws-gen(ws-gen-used)
           end-if.

      * Return code 35 from CBL_COPY_FILE means the file simply is
      * not there (no training trail, a generation already purged)
      * - nothing to convert. Any other failure leaves the file
      * exactly as it was.
       SealOneTrail.
           perform CheckTrailSealed.
           if sealed-already
               display ws-new-name " already sealed - left alone"
           else
               call "CBL_COPY_FILE" using ws-new-name, ws-old-name
                   returning ws-copy-rc
               evaluate ws-copy-rc
                   when zero
                       perform RebuildTrail
                   when 35
                       continue
                   when other
                       display "Copy of " ws-new-name " failed, "
                               "return code " ws-copy-rc
                               " - left alone"
                       move "Y" to ws-failed
               end-evaluate
           end-if.

       CheckTrailSealed.
           move "N" to ws-sealed-already.

           open input NewAuditFile.
           if naudit-success
               read NewAuditFile
                   at end set naudit-EOF to true
               end-read
               if not naudit-EOF and naudit-success
                   and fd-naudit-line(122:8) is numeric
                   move "Y" to ws-sealed-already
               end-if
               close NewAuditFile
           end-if.

       RebuildTrail.
           move zeroes to ws-old-count.
           move zeroes to ws-new-count.
           move zeroes to ws-last-seq.
           move all "0" to ws-last-check.

           open input OldAuditFile.
           if not oaudit-success
               display ws-old-name " not readable (status "
                       oaudit-status ") - " ws-new-name
                       " left alone"
               move "Y" to ws-failed
           else
               open output NewAuditFile
               perform SealOneLine
                   until oaudit-EOF or not oaudit-success
               close NewAuditFile
               close OldAuditFile

               open output SealStateFile
               move ws-last-seq   to fd-state-seq
               move ws-last-check to fd-state-check
               write fd-state-line
               close SealStateFile

               perform RecountTrail
               perform ProveOneFile
           end-if.

       SealOneLine.
           read OldAuditFile
               at end set oaudit-EOF to true
           end-read.

           if not oaudit-EOF and oaudit-success
               add 1 to ws-old-count

               move spaces to ws-sealed-line
               move fd-oaudit-line(1:120) to ws-line-body
               compute ws-line-seq-n = ws-last-seq + 1
               move ws-line-seq-n to ws-text-seq
               move ws-line-body  to ws-text-body
               call 'sealhash' using ws-last-check,
                                     ws-seal-text,
                                     ws-new-check
               move ws-new-check to ws-line-check

               move ws-line-seq-n to ws-last-seq
               move ws-new-check  to ws-last-check

               move ws-sealed-line to fd-naudit-line
               write fd-naudit-line
           end-if.

       RecountTrail.
           open input NewAuditFile.
           if naudit-success
               perform CountOneLine
                   until naudit-EOF or not naudit-success
               close NewAuditFile
           end-if.

       CountOneLine.
           read NewAuditFile
               at end set naudit-EOF to true
           end-read.

           if not naudit-EOF and naudit-success
               and fd-naudit-line(122:8) is numeric
               add 1 to ws-new-count
           end-if.

       SealOneNoteFile.
           call "CBL_COPY_FILE" using ws-new-name, ws-old-name
               returning ws-copy-rc.

           evaluate ws-copy-rc
               when zero
                   perform RebuildNotes
               when 35
                   continue
               when other
                   display "Copy of " ws-new-name " failed, return "
                           "code " ws-copy-rc " - left alone"
                   move "Y" to ws-failed
           end-evaluate.

      * A note file that will not open through the old layout is
      * either damaged or already converted - either way it is
      * left exactly as it was.
       RebuildNotes.
           move zeroes to ws-old-count.
           move zeroes to ws-new-count.
           move all "0" to ws-last-check.

           open input OldNoteFile.
           if not onote-success
               display ws-old-name " not readable in the old layout "
                       "(status " onote-status ") - " ws-new-name
                       " left alone"
           else
               open output NewNoteFile

               move "Y" to ws-more
               move low-values to fd-onote-id
               start OldNoteFile
                   key is greater than fd-onote-id
                   invalid key
                       move "N" to ws-more
               end-start

               perform SealOneNote
                   until ws-more = "N"

               close NewNoteFile
               close OldNoteFile

               perform RecountNotes
               perform ProveOneFile
           end-if.

       SealOneNote.
           read OldNoteFile next record
               at end
                   move "N" to ws-more
           end-read.

           if ws-more = "Y"
               add 1 to ws-old-count

               move fd-onote-id      to fd-note-id
               move fd-onote-clnt-id to fd-note-clnt-id
               move fd-onote-date    to fd-note-date
               move fd-onote-time    to fd-note-time
               move fd-onote-oper-id to fd-note-oper-id
               move fd-onote-text    to fd-note-text

               move spaces to ws-note-text
               move fd-note-record(1:96) to ws-note-text
               call 'sealhash' using ws-last-check,
                                     ws-note-text,
                                     fd-note-seal
               move fd-note-seal to ws-last-check

               write fd-note-record
               end-write
           end-if.

       RecountNotes.
           open input NewNoteFile.

           move "Y" to ws-more.
           move low-values to fd-note-id.
           start NewNoteFile key is greater than fd-note-id
               invalid key
                   move "N" to ws-more
           end-start.

           perform until ws-more = "N"
               read NewNoteFile next record
                   at end
                       move "N" to ws-more
               end-read

               if ws-more = "Y"
                   add 1 to ws-new-count
               end-if
           end-perform.

           close NewNoteFile.

       ProveOneFile.
           if ws-old-count not equal ws-new-count
               move "Y" to ws-failed
               display ws-new-name " DOES NOT PROVE - old "
                       ws-old-count " new " ws-new-count
                       " - " ws-old-name " kept"
           else
               add 1 to ws-files-converted
               display ws-new-name " sealed - " ws-new-count
                       " entries carried across"
           end-if.
