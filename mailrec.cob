       IDENTIFICATION DIVISION.
       PROGRAM-ID. mailrec.
       AUTHOR. Andrew Notman.

      * Mail-house manifest import - reads the manifest the print
      * and mail house returns (mailman.csv, one row per item and
      * stage it reached: barcode;stage;date, stage "R" received,
      * "P" printed and "M" posted, e.g. 0000123;M;20261014) and
      * moves each item on mail.dat to the furthest stage its rows
      * show. Every batch the manifest touches is then reconciled
      * against what mailext sent: the items received, printed and
      * posted are counted onto the batch's mbat.dat row, and each
      * item short of posted is listed by client - client, name,
      * document type, barcode and the stage it reached - so
      * nothing goes silently unmailed. The print lines of items
      * posted are dropped from the spool. Barcodes that are not
      * ours or were never sent, and batches sent more than
      * MAIL-WAIT days ago (5 when the parameter is not set) with
      * no manifest yet, are listed too. Everything lands on
      * mailrec.rpt, the cardstl results shape.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select ManifestCSV assign to "mailman.csv"
               organization is line sequential.

           select ResultsFile assign to "mailrec.rpt"
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD ManifestCSV.
       01 fd-manifest-record pic X(30).
           88 EOF value high-values.

       FD ResultsFile.
       01 fd-result-line pic X(80).

       WORKING-STORAGE SECTION.
           copy "clnt.ws".
           copy "mail.ws".
           copy "mlin.ws".
           copy "mbat.ws".
           copy "parm.ws".

       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-mail-msg pic X(80).
       01 ws-mail-nav pic X(2).
           88 mail-next-allowed value "YY", "YN".
       01 ws-mlin-msg pic X(80).
       01 ws-mlin-nav pic X(2).
           88 mlin-next-allowed value "YY", "YN".
       01 ws-mbat-msg pic X(80).
       01 ws-mbat-nav pic X(2).
           88 mbat-next-allowed value "YY", "YN".
       01 ws-parm-msg pic X(80).
       01 ws-parm-nav pic X(2).

       01 ws-manifest-record pic X(30).

       01 ws-csv-barcode pic X(7).
       01 ws-csv-stage   pic X(1).
       01 ws-csv-date    pic X(8).

      * how far along an item is - sent 0, received 1, printed 2,
      * posted 3 - so a manifest row never moves an item back
       01 ws-row-rank  pic 9(1).
       01 ws-item-rank pic 9(1).

      * the batches this manifest touches, reconciled once the
      * whole file is read
       01 ws-bat-count pic 9(3) value zeroes.
       01 ws-bat-table.
           05 ws-bat-entry occurs 100 times indexed by bat-idx.
               10 ws-bat-batch pic 9(5).

       01 ws-bat-found pic X(1).
           88 bat-found value "Y".

       01 ws-today        pic 9(8) value zeroes.
       01 ws-today-julian pic 9(6).
       01 ws-sent-julian  pic 9(6).
       01 ws-wait-days    pic 9(3).

       01 ws-received pic 9(7).
       01 ws-printed  pic 9(7).
       01 ws-posted   pic 9(7).
       01 ws-short    pic 9(7).

       01 ws-stage-text pic X(9).

       01 ws-read-count     pic 9(5) value zeroes.
       01 ws-moved-count    pic 9(5) value zeroes.
       01 ws-short-count    pic 9(5) value zeroes.
       01 ws-overdue-count  pic 9(5) value zeroes.
       01 ws-error-count    pic 9(5) value zeroes.

       PROCEDURE DIVISION.
       Main.
           call 'procdtio' using "R", ws-today.
           if ws-today equal zeroes
               accept ws-today from date yyyymmdd
           end-if.
           call 'dates' using "J", ws-today-julian, ws-today.

           move spaces to ws-parm-record.
           move "MAIL-WAIT" to ws-parm-name.
           move spaces to ws-parm-msg.
           call 'parmio' using "Q",
                               ws-parm-record,
                               ws-parm-nav,
                               ws-parm-msg.
           if ws-parm-msg equal "Parameter not found"
               move 5 to ws-wait-days
           else
               move ws-parm-value to ws-wait-days
           end-if.

           open input ManifestCSV.
           open output ResultsFile.

           move spaces to fd-result-line.
           string "Mail-House Manifest Reconciliation - "
                   delimited by size
                  ws-today delimited by size
               into fd-result-line.
           write fd-result-line.
           move spaces to fd-result-line.
           write fd-result-line.

           read ManifestCSV
               at end set EOF to true
           end-read.

           perform until EOF
               add 1 to ws-read-count
               move fd-manifest-record to ws-manifest-record
               perform LoadManifestRow

               read ManifestCSV
                   at end set EOF to true
               end-read
           end-perform.

           close ManifestCSV.

           perform varying bat-idx from 1 by 1
                   until bat-idx > ws-bat-count
               perform ReconcileBatch
           end-perform.

           perform ListOverdueBatches.

           move spaces to fd-result-line.
           write fd-result-line.
           move spaces to fd-result-line.
           string "Rows read: "        delimited by size
                  ws-read-count        delimited by size
                  "  Items moved on: " delimited by size
                  ws-moved-count       delimited by size
                  "  Batches: "        delimited by size
                  ws-bat-count         delimited by size
               into fd-result-line.
           write fd-result-line.
           move spaces to fd-result-line.
           string "Short of posted: "     delimited by size
                  ws-short-count          delimited by size
                  "  No manifest: "       delimited by size
                  ws-overdue-count        delimited by size
                  "  Errors: "            delimited by size
                  ws-error-count          delimited by size
               into fd-result-line.
           write fd-result-line.

           close ResultsFile.

           display "Mail manifest loaded - " ws-moved-count
                   " item(s) moved on, " ws-short-count
                   " short of posted, " ws-overdue-count
                   " batch(es) with no manifest, errors "
                   ws-error-count.

           if ws-short-count not equal zeroes
               or ws-overdue-count not equal zeroes
               or ws-error-count not equal zeroes
               move 1 to return-code
           end-if.

           goback.

       LoadManifestRow.
           move spaces to ws-csv-barcode.
           move spaces to ws-csv-stage.
           move spaces to ws-csv-date.
           unstring ws-manifest-record delimited by ";"
               into ws-csv-barcode, ws-csv-stage, ws-csv-date.

           evaluate true
               when ws-csv-barcode not numeric
                   or ws-csv-date not numeric
                   perform RejectRow
               when ws-csv-stage = "R"
                   move 1 to ws-row-rank
                   perform ApplyManifestRow
               when ws-csv-stage = "P"
                   move 2 to ws-row-rank
                   perform ApplyManifestRow
               when ws-csv-stage = "M"
                   move 3 to ws-row-rank
                   perform ApplyManifestRow
               when other
                   perform RejectRow
           end-evaluate.

       ApplyManifestRow.
           move spaces to ws-mail-record.
           move ws-csv-barcode to ws-mail-id.
           move spaces to ws-mail-msg.
           call 'mailio' using "Q",
                               ws-mail-record,
                               ws-mail-nav,
                               ws-mail-msg.

           evaluate true
               when ws-mail-msg equal "Mail item not found"
                   add 1 to ws-error-count
                   move spaces to fd-result-line
                   string "Row "          delimited by size
                          ws-read-count   delimited by size
                          ": barcode "    delimited by size
                          ws-csv-barcode  delimited by size
                          " *** not one of our mail items"
                              delimited by size
                       into fd-result-line
                   write fd-result-line
               when ws-mail-building or ws-mail-queued
                   add 1 to ws-error-count
                   move spaces to fd-result-line
                   string "Row "          delimited by size
                          ws-read-count   delimited by size
                          ": barcode "    delimited by size
                          ws-csv-barcode  delimited by size
                          " *** never sent to the mail house"
                              delimited by size
                       into fd-result-line
                   write fd-result-line
               when other
                   perform NoteBatch
                   perform RankItem
                   if ws-row-rank > ws-item-rank
                       move ws-csv-stage to ws-mail-status
                       move ws-csv-date to ws-mail-manifest-date
                       move spaces to ws-mail-msg
                       call 'mailio' using "U",
                                           ws-mail-record,
                                           ws-mail-nav,
                                           ws-mail-msg
                       add 1 to ws-moved-count
                   end-if
           end-evaluate.

       RankItem.
           evaluate true
               when ws-mail-received move 1 to ws-item-rank
               when ws-mail-printed  move 2 to ws-item-rank
               when ws-mail-posted   move 3 to ws-item-rank
               when other            move 0 to ws-item-rank
           end-evaluate.

       NoteBatch.
           move "N" to ws-bat-found.
           perform varying bat-idx from 1 by 1
                   until bat-idx > ws-bat-count or bat-found
               if ws-bat-batch(bat-idx) = ws-mail-batch
                   move "Y" to ws-bat-found
               end-if
           end-perform.

           if not bat-found and ws-bat-count < 100
               add 1 to ws-bat-count
               set bat-idx to ws-bat-count
               move ws-mail-batch to ws-bat-batch(bat-idx)
           end-if.

      * Every item the batch carried is counted, whether or not
      * today's manifest mentions it - an item the mail house
      * never reports is exactly the one that must not be lost.
       ReconcileBatch.
           move zeroes to ws-received.
           move zeroes to ws-printed.
           move zeroes to ws-posted.
           move zeroes to ws-short.

           move spaces to fd-result-line.
           write fd-result-line.
           move spaces to fd-result-line.
           string "Batch "               delimited by size
                  ws-bat-batch(bat-idx)  delimited by size
                  " - items short of posted:" delimited by size
               into fd-result-line.
           write fd-result-line.

           move spaces to ws-mail-record.
           move ws-bat-batch(bat-idx) to ws-mail-batch.
           move "YY" to ws-mail-nav.
           move spaces to ws-mail-msg.
           call 'mailio' using "P",
                               ws-mail-record,
                               ws-mail-nav,
                               ws-mail-msg.

           perform until not mail-next-allowed
               perform RankItem
               if ws-item-rank > 0
                   add 1 to ws-received
               end-if
               if ws-item-rank > 1
                   add 1 to ws-printed
               end-if
               if ws-item-rank > 2
                   add 1 to ws-posted
                   perform DropPrintLines
               else
                   add 1 to ws-short
                   perform WriteShortLine
               end-if
               call 'mailio' using "R",
                                   ws-mail-record,
                                   ws-mail-nav,
                                   ws-mail-msg
           end-perform.

           add ws-short to ws-short-count.

           move spaces to ws-mbat-record.
           move ws-bat-batch(bat-idx) to ws-mbat-batch.
           move spaces to ws-mbat-msg.
           call 'mbatio' using "Q",
                               ws-mbat-record,
                               ws-mbat-nav,
                               ws-mbat-msg.

           move spaces to fd-result-line.
           if ws-mbat-msg equal "Mail batch not found"
               add 1 to ws-error-count
               string "*** batch "            delimited by size
                      ws-bat-batch(bat-idx)   delimited by size
                      " is not on the mail batch register"
                          delimited by size
                   into fd-result-line
           else
               move ws-today    to ws-mbat-manifest-date
               move ws-received to ws-mbat-received-count
               move ws-printed  to ws-mbat-printed-count
               move ws-posted   to ws-mbat-posted-count
               move ws-short    to ws-mbat-short-count
               move "R"         to ws-mbat-status
               move spaces to ws-mbat-msg
               call 'mbatio' using "U",
                                   ws-mbat-record,
                                   ws-mbat-nav,
                                   ws-mbat-msg
               string "Sent "               delimited by size
                      ws-mbat-item-count    delimited by size
                      " received "          delimited by size
                      ws-received           delimited by size
                      " printed "           delimited by size
                      ws-printed            delimited by size
                      " posted "            delimited by size
                      ws-posted             delimited by size
                      " short "             delimited by size
                      ws-short              delimited by size
                   into fd-result-line
           end-if.
           write fd-result-line.

       WriteShortLine.
           move spaces to ws-clnt-record.
           move ws-mail-clnt-id to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.
           if ws-clnt-msg equal "Client not found"
               move spaces to ws-clnt-surname
           end-if.

           evaluate true
               when ws-mail-received move "RECEIVED" to ws-stage-text
               when ws-mail-printed  move "PRINTED"  to ws-stage-text
               when other            move "NOT SEEN" to ws-stage-text
           end-evaluate.

           move spaces to fd-result-line.
           string "Client "          delimited by size
                  ws-mail-clnt-id    delimited by size
                  " "                delimited by size
                  ws-clnt-surname    delimited by size
                  " "                delimited by size
                  ws-mail-doc-type   delimited by size
                  " barcode "        delimited by size
                  ws-mail-id         delimited by size
                  " *** "            delimited by size
                  ws-stage-text      delimited by size
               into fd-result-line.
           write fd-result-line.

      * A posted item is done with - its print lines are not
      * needed again.
       DropPrintLines.
           move spaces to ws-mlin-record.
           move ws-mail-id to ws-mlin-mail-id.
           move "YY" to ws-mlin-nav.
           move spaces to ws-mlin-msg.
           call 'mlinio' using "S",
                               ws-mlin-record,
                               ws-mlin-nav,
                               ws-mlin-msg.

           perform until not mlin-next-allowed
               move spaces to ws-mlin-msg
               call 'mlinio' using "D",
                                   ws-mlin-record,
                                   ws-mlin-nav,
                                   ws-mlin-msg
               call 'mlinio' using "T",
                                   ws-mlin-record,
                                   ws-mlin-nav,
                                   ws-mlin-msg
           end-perform.

       ListOverdueBatches.
           move spaces to fd-result-line.
           write fd-result-line.
           move spaces to fd-result-line.
           string "Batches sent over " delimited by size
                  ws-wait-days         delimited by size
                  " days ago with no manifest:" delimited by size
               into fd-result-line.
           write fd-result-line.

           move spaces to ws-mbat-record.
           move "YY" to ws-mbat-nav.
           move spaces to ws-mbat-msg.
           call 'mbatio' using "F",
                               ws-mbat-record,
                               ws-mbat-nav,
                               ws-mbat-msg.

           perform until not mbat-next-allowed
               if ws-mbat-awaiting
                   call 'dates' using "J", ws-sent-julian,
                                      ws-mbat-sent-date
                   if ws-sent-julian + ws-wait-days < ws-today-julian
                       add 1 to ws-overdue-count
                       move spaces to fd-result-line
                       string "Batch "           delimited by size
                              ws-mbat-batch      delimited by size
                              " sent "           delimited by size
                              ws-mbat-sent-date  delimited by size
                              " items "          delimited by size
                              ws-mbat-item-count delimited by size
                              " *** NO MANIFEST" delimited by size
                           into fd-result-line
                       write fd-result-line
                   end-if
               end-if
               call 'mbatio' using "N",
                                   ws-mbat-record,
                                   ws-mbat-nav,
                                   ws-mbat-msg
           end-perform.

       RejectRow.
           add 1 to ws-error-count.

           move spaces to fd-result-line.
           string "Row "               delimited by size
                  ws-read-count        delimited by size
                  ": "                 delimited by size
                  ws-manifest-record   delimited by size
                  " - invalid row"     delimited by size
               into fd-result-line.
           write fd-result-line.
