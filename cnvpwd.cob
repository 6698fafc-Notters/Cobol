       IDENTIFICATION DIVISION.
       PROGRAM-ID. cnvpwd.
       AUTHOR. Andrew Notman.

      * One-shot conversion - replaces the plain-text passwords on
      * operator.dat with their one-way hash (pwhash) and an empty
      * password history, the layout oper.fd now carries. The
      * same is done to every copy of the operator master that
      * would otherwise go on holding passwords as typed: the
      * training copy (troperator.dat) where there is one, and
      * each generation on btchbkup's catalog (bkp<gen>.operator
      * .dat), so a later restore brings back a hashed file rather
      * than the old layout.
      * Each file is copied aside to a .old name with the same
      * CBL_COPY_FILE safety net cnvext uses, read back through
      * the old layout while the file is written fresh, and the
      * records counted on both sides. Where the counts agree the
      * .old copy is deleted - it is the very plain text this
      * conversion exists to remove. Where they do not, the .old
      * copy is kept to go back to and the run ends with a
      * non-zero return-code. Run once at the cutover, never
      * again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select CatalogFile assign to "bkupdir.dat"
               organization is line sequential
               file status is catalog-status.

           select OldOperatorFile assign to ws-old-name
               organization is indexed
               access mode is dynamic
               record key is fd-ooper-id
               file status is ooper-status.

           select NewOperatorFile assign to ws-new-name
               organization is indexed
               access mode is dynamic
               record key is fd-oper-id
               file status is noper-status.

       DATA DIVISION.
       FILE SECTION.
       FD CatalogFile.
       01 fd-catalog-line pic X(10).
           88 catalog-EOF value high-values.

       FD OldOperatorFile.
       01 fd-ooper-record.
           05 fd-ooper-id               pic X(8).
           05 fd-ooper-password         pic X(8).
           05 fd-ooper-name             pic X(20).
           05 fd-ooper-level            pic X(1).
           05 fd-ooper-status           pic X(1).
           05 fd-ooper-pwd-date         pic 9(8).
           05 fd-ooper-force-change     pic X(1).
           05 fd-ooper-fail-count       pic 9(1).
           05 fd-ooper-branch           pic X(2).
           05 fd-ooper-training         pic X(1).

       FD NewOperatorFile.
           copy "oper.fd".

       WORKING-STORAGE SECTION.
       01 catalog-status pic X(2).
           88 catalog-success value "00".
       01 ooper-status pic X(2).
           88 ooper-success value "00".
       01 noper-status pic X(2).
           88 noper-success value "00".

      * backup generations on the catalog
       01 ws-gen-table.
           05 ws-gen occurs 100 times pic X(8).
       01 ws-gen-used pic 9(3) value zeroes.
       01 gen-idx pic 9(3).

       01 ws-old-name pic X(32).
       01 ws-new-name pic X(32).
       01 ws-copy-rc pic 9(9) comp-5.

       01 ws-old-oper-count pic 9(5) value zeroes.
       01 ws-new-oper-count pic 9(5) value zeroes.

       01 ws-files-converted pic 9(3) value zeroes.
       01 ws-more pic X(1) value "Y".

       01 ws-failed pic X(1) value "N".
           88 conversion-failed value "Y".

       PROCEDURE DIVISION.
       Main.
           move "operator.dat" to ws-new-name.
           move "operator.old" to ws-old-name.
           perform ConvertOneFile.

           move "troperator.dat" to ws-new-name.
           move "troperator.old" to ws-old-name.
           perform ConvertOneFile.

           perform LoadGenerations.
           perform varying gen-idx from 1 by 1
               until gen-idx > ws-gen-used
               move spaces to ws-new-name
               string "bkp"           delimited by size
                      ws-gen(gen-idx) delimited by space
                      ".operator.dat" delimited by size
                   into ws-new-name
               move spaces to ws-old-name
               string "bkp"           delimited by size
                      ws-gen(gen-idx) delimited by space
                      ".operator.old" delimited by size
                   into ws-old-name
               perform ConvertOneFile
           end-perform.

           if conversion-failed
               display "Conversion FAILED - counts disagree, .old "
                       "copies kept to go back to"
               move 1 to return-code
           else
               display "Conversion proved - " ws-files-converted
                       " operator file(s) hashed, .old copies "
                       "removed"
           end-if.

           goback.

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
      * not there (no training copy, a generation already purged)
      * - nothing to convert. Any other failure leaves the file
      * exactly as it was.
       ConvertOneFile.
           call "CBL_COPY_FILE" using ws-new-name, ws-old-name
               returning ws-copy-rc.

           evaluate ws-copy-rc
               when zero
                   perform RebuildOperators
               when 35
                   continue
               when other
                   display "Copy of " ws-new-name " failed, return "
                           "code " ws-copy-rc " - left alone"
                   move "Y" to ws-failed
           end-evaluate.

       RebuildOperators.
           move zeroes to ws-old-oper-count.
           move zeroes to ws-new-oper-count.

           open input OldOperatorFile.
           if not ooper-success
               display ws-old-name " not readable in the old layout "
                       "(status " ooper-status ") - " ws-new-name
                       " left alone"
               call "CBL_DELETE_FILE" using ws-old-name
               move "Y" to ws-failed
           else
               open output NewOperatorFile

               move "Y" to ws-more
               move low-values to fd-ooper-id
               start OldOperatorFile
                   key is greater than fd-ooper-id
                   invalid key
                       move "N" to ws-more
               end-start

               perform ConvertOneOperator
                   until ws-more = "N"

               close NewOperatorFile
               close OldOperatorFile

               perform RecountOperators
               perform ProveOneFile
           end-if.

       ConvertOneOperator.
           read OldOperatorFile next record
               at end
                   move "N" to ws-more
           end-read.

           if ws-more = "Y"
               add 1 to ws-old-oper-count

               move fd-ooper-id           to fd-oper-id
               call 'pwhash' using fd-ooper-id,
                                   fd-ooper-password,
                                   fd-oper-pwd-hash
               move fd-ooper-name         to fd-oper-name
               move fd-ooper-level        to fd-oper-level
               move fd-ooper-status       to fd-oper-status
               move fd-ooper-pwd-date     to fd-oper-pwd-date
               move fd-ooper-force-change to fd-oper-force-change
               move fd-ooper-fail-count   to fd-oper-fail-count
               move fd-ooper-branch       to fd-oper-branch
               move fd-ooper-training     to fd-oper-training
      *        no history before today - reuse checking starts
      *        with the next change
               move spaces                to fd-oper-pwd-history

               write fd-oper-record
               end-write
           end-if.

       RecountOperators.
           open input NewOperatorFile.

           move "Y" to ws-more.
           move low-values to fd-oper-id.
           start NewOperatorFile key is greater than fd-oper-id
               invalid key
                   move "N" to ws-more
           end-start.

           perform until ws-more = "N"
               read NewOperatorFile next record
                   at end
                       move "N" to ws-more
               end-read

               if ws-more = "Y"
                   add 1 to ws-new-oper-count
               end-if
           end-perform.

           close NewOperatorFile.

       ProveOneFile.
           if ws-old-oper-count not equal ws-new-oper-count
               move "Y" to ws-failed
               display ws-new-name " DOES NOT PROVE - old "
                       ws-old-oper-count " new " ws-new-oper-count
                       " - " ws-old-name " kept"
           else
               add 1 to ws-files-converted
               call "CBL_DELETE_FILE" using ws-old-name
               display ws-new-name " hashed - " ws-new-oper-count
                       " operator(s) carried across"
           end-if.
