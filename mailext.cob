       IDENTIFICATION DIVISION.
       PROGRAM-ID. mailext.
       AUTHOR. Andrew Notman.

      * Print-and-mail house extract - sends every document the
      * statement, dunning-letter and advance-notice runs have
      * queued (mail.dat) as one combined file in the mail house's
      * record layout, mailhse.dat, under the next batch number:
      *
      *   H  batch number, date
      *   D  one per item, in postal sort order so the post earns
      *      the sortation discount: sequence in the file, barcode
      *      (the mail number), document type, postal sort key,
      *      page and line counts, client, addressee and address
      *   P  the item's print lines, behind its D record
      *   T  control trailer - item, page and print-line counts
      *
      * The file is written in full before any item is touched, so
      * a run that dies while writing it simply runs again; then
      * the batch goes on the mail batch register (mbat.dat) and
      * every item is stamped sent with its batch and sequence,
      * which is what the manifest import (mailrec) reconciles
      * against. A night with nothing queued writes no file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select MailHouseFile assign to "mailhse.dat"
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD MailHouseFile.
       01 fd-mailhse-line pic X(120).

       WORKING-STORAGE SECTION.
           copy "mail.ws".
           copy "mlin.ws".
           copy "mbat.ws".

       01 ws-mail-msg pic X(80).
       01 ws-mail-nav pic X(2).
           88 mail-next-allowed value "YY", "YN".
       01 ws-mlin-msg pic X(80).
       01 ws-mlin-nav pic X(2).
           88 mlin-next-allowed value "YY", "YN".
       01 ws-mbat-msg pic X(80).
       01 ws-mbat-nav pic X(2).
           88 mbat-next-allowed value "YY", "YN".

       01 ws-today     pic 9(8) value zeroes.
       01 ws-batch     pic 9(5) value zeroes.
       01 ws-file-seq  pic 9(6) value zeroes.

       01 ws-item-count  pic 9(7) value zeroes.
       01 ws-page-count  pic 9(9) value zeroes.
       01 ws-line-count  pic 9(9) value zeroes.
       01 ws-stamp-count pic 9(7) value zeroes.

       PROCEDURE DIVISION.
       Main.
           call 'procdtio' using "R", ws-today.
           if ws-today equal zeroes
               accept ws-today from date yyyymmdd
           end-if.

           move spaces to ws-mail-record.
           move zeroes to ws-mail-batch.
           move "YY" to ws-mail-nav.
           move spaces to ws-mail-msg.
           call 'mailio' using "P",
                               ws-mail-record,
                               ws-mail-nav,
                               ws-mail-msg.

           if not mail-next-allowed
               display "Mail extract - nothing queued for the mail "
                       "house"
               goback
           end-if.

           perform FindNextBatch.

           open output MailHouseFile.

           move spaces to fd-mailhse-line.
           string "H"      delimited by size
                  ws-batch delimited by size
                  ws-today delimited by size
                  " PRINT AND MAIL ITEMS" delimited by size
               into fd-mailhse-line.
           write fd-mailhse-line.

           perform until not mail-next-allowed
               perform WriteItem
               call 'mailio' using "R",
                                   ws-mail-record,
                                   ws-mail-nav,
                                   ws-mail-msg
           end-perform.

           move spaces to fd-mailhse-line.
           string "T"           delimited by size
                  ws-batch      delimited by size
                  ws-item-count delimited by size
                  ws-page-count delimited by size
                  ws-line-count delimited by size
               into fd-mailhse-line.
           write fd-mailhse-line.

           close MailHouseFile.

           perform RecordBatch.
           perform StampItems.

           display "Mail extract - batch " ws-batch " written to "
                   "mailhse.dat, " ws-item-count " item(s), "
                   ws-page-count " page(s)".

           if ws-stamp-count not = ws-item-count
               display "Mail extract - " ws-stamp-count
                       " item(s) stamped sent against "
                       ws-item-count " in the file"
               move 1 to return-code
           end-if.

           goback.

      * The next batch number is one past the highest on the mail
      * batch register.
       FindNextBatch.
           move zeroes to ws-batch.
           move spaces to ws-mbat-record.
           move "YY" to ws-mbat-nav.
           move spaces to ws-mbat-msg.
           call 'mbatio' using "F",
                               ws-mbat-record,
                               ws-mbat-nav,
                               ws-mbat-msg.

           perform until not mbat-next-allowed
               if ws-mbat-batch > ws-batch
                   move ws-mbat-batch to ws-batch
               end-if
               call 'mbatio' using "N",
                                   ws-mbat-record,
                                   ws-mbat-nav,
                                   ws-mbat-msg
           end-perform.

           add 1 to ws-batch.

       WriteItem.
           add 1 to ws-item-count.
           add ws-mail-page-count to ws-page-count.

           move spaces to fd-mailhse-line.
           string "D"                 delimited by size
                  ws-item-count(2:6)  delimited by size
                  ws-mail-id          delimited by size
                  ws-mail-doc-type    delimited by size
                  ws-mail-postal      delimited by size
                  ws-mail-page-count  delimited by size
                  ws-mail-line-count  delimited by size
                  ws-mail-clnt-id     delimited by size
                  ws-mail-addressee   delimited by size
                  ws-mail-address     delimited by size
               into fd-mailhse-line.
           write fd-mailhse-line.

           move spaces to ws-mlin-record.
           move ws-mail-id to ws-mlin-mail-id.
           move "YY" to ws-mlin-nav.
           move spaces to ws-mlin-msg.
           call 'mlinio' using "S",
                               ws-mlin-record,
                               ws-mlin-nav,
                               ws-mlin-msg.

           perform until not mlin-next-allowed
               add 1 to ws-line-count
               move spaces to fd-mailhse-line
               string "P"             delimited by size
                      ws-mlin-mail-id delimited by size
                      ws-mlin-line-no delimited by size
                      ws-mlin-text    delimited by size
                   into fd-mailhse-line
               write fd-mailhse-line
               call 'mlinio' using "T",
                                   ws-mlin-record,
                                   ws-mlin-nav,
                                   ws-mlin-msg
           end-perform.

       RecordBatch.
           move spaces to ws-mbat-record.
           move ws-batch to ws-mbat-batch.
           move ws-today to ws-mbat-sent-date.
           move ws-item-count to ws-mbat-item-count.
           move ws-page-count to ws-mbat-page-count.
           move ws-line-count to ws-mbat-line-count.
           move "S" to ws-mbat-status.
           move zeroes to ws-mbat-manifest-date.
           move zeroes to ws-mbat-received-count.
           move zeroes to ws-mbat-printed-count.
           move zeroes to ws-mbat-posted-count.
           move zeroes to ws-mbat-short-count.
           move spaces to ws-mbat-msg.
           call 'mbatio' using "A",
                               ws-mbat-record,
                               ws-mbat-nav,
                               ws-mbat-msg.

      * Each item sent leaves the queue for its batch - the first
      * queued item left is always the next one the file carries,
      * so the sequence numbers stamped match the file's.
       StampItems.
           move zeroes to ws-file-seq.

           move spaces to ws-mail-record.
           move zeroes to ws-mail-batch.
           move "YY" to ws-mail-nav.
           move spaces to ws-mail-msg.
           call 'mailio' using "P",
                               ws-mail-record,
                               ws-mail-nav,
                               ws-mail-msg.

           perform until not mail-next-allowed
               or ws-file-seq not < ws-item-count
               add 1 to ws-file-seq
               move ws-batch to ws-mail-batch
               move ws-file-seq to ws-mail-file-seq
               move "S" to ws-mail-status
               move ws-today to ws-mail-sent-date
               move spaces to ws-mail-msg
               call 'mailio' using "U",
                                   ws-mail-record,
                                   ws-mail-nav,
                                   ws-mail-msg
               if ws-mail-msg equal "Mail item updated"
                   add 1 to ws-stamp-count
               end-if

               move spaces to ws-mail-record
               move zeroes to ws-mail-batch
               move "YY" to ws-mail-nav
               move spaces to ws-mail-msg
               call 'mailio' using "P",
                                   ws-mail-record,
                                   ws-mail-nav,
                                   ws-mail-msg
           end-perform.
