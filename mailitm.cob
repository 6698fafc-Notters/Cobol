       IDENTIFICATION DIVISION.
       PROGRAM-ID. mailitm.
       AUTHOR. Andrew Notman.

      * Mail-house item capture for the document runs (stmtrun,
      * dunlet, ddnotice). Not INITIAL - it remembers the item it
      * has open between calls, the way sckptio carries the
      * statement run's place.
      *
      *   "O"  opens an item for the client record handed in: the
      *        addressee and address as the document prints them,
      *        the document type and the local print file, and the
      *        postal sort key off the end of the address line
      *   "L"  spools the print line handed in against the open
      *        item - a line written while no item is open (a run
      *        heading, a control page) is not mail and is ignored
      *   "C"  closes the open item with its line and page counts
      *        and queues it for the nightly mail extract
      *
      * An item a run opened but never closed (the run died partway)
      * is never queued, so a half-printed document cannot reach an
      * envelope; the rerun produces it again as a new item. Nor is
      * anything captured during a training sitting.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           copy "clnt.ws".
           copy "mail.ws".
           copy "mlin.ws".

       01 ws-mail-msg pic X(80).
       01 ws-mail-nav pic X(2).
       01 ws-mlin-msg pic X(80).
       01 ws-mlin-nav pic X(2).

       01 ws-training-flag pic X(1) value "N".
       01 ws-training-oper pic X(8) value spaces.

       01 ws-open-mail-id pic 9(7) value zeroes.
       01 ws-line-count   pic 9(4) value zeroes.

      * a page of the mail house's stationery
       01 ws-page-lines pic 9(3) value 60.

      * the postal sort key is the last two words of the address
      * line (outward and inward code), found scanning backwards
       01 ws-addr-pos     pic 9(2).
       01 ws-addr-start   pic 9(2).
       01 ws-addr-end     pic 9(2).
       01 ws-addr-length  pic 9(2).
       01 ws-word-count   pic 9(1).
       01 ws-in-word      pic X(1).

       LINKAGE SECTION.
       01 ls-operation   pic X(1).
       01 ls-clnt-record pic X(143).
       01 ls-doc-type    pic X(8).
       01 ls-source      pic X(30).
       01 ls-line        pic X(80).

       PROCEDURE DIVISION USING ls-operation,
                                ls-clnt-record,
                                ls-doc-type,
                                ls-source,
                                ls-line.
       Main.
           evaluate ls-operation
               when "O" perform OpenItem
               when "L" perform SpoolLine
               when "C" perform QueueItem
               when other continue
           end-evaluate.

           EXIT PROGRAM.

      * A document produced during a training sitting must never
      * reach an envelope, so no item is opened for it.
       OpenItem.
           move zeroes to ws-open-mail-id.
           move zeroes to ws-line-count.
           call 'trmodeio' using "R",
                                 ws-training-flag,
                                 ws-training-oper.
           if ws-training-flag not = "Y"
               perform RecordItem
           end-if.

       RecordItem.
           move ls-clnt-record to ws-clnt-record.

           move spaces to ws-mail-record.
           move zeroes to ws-mail-id.
           move ws-clnt-id to ws-mail-clnt-id.
           move ls-doc-type to ws-mail-doc-type.
           accept ws-mail-created-date from date yyyymmdd.
           move ls-source to ws-mail-source.
           string ws-clnt-first-name delimited by size
                  " "                delimited by size
                  ws-clnt-surname    delimited by size
               into ws-mail-addressee.
           move ws-clnt-address to ws-mail-address.
           move zeroes to ws-mail-line-count.
           move zeroes to ws-mail-page-count.
           move 99999 to ws-mail-batch.
           perform FindPostalKey.
           move zeroes to ws-mail-file-seq.
           move "B" to ws-mail-status.
           move zeroes to ws-mail-sent-date.
           move zeroes to ws-mail-manifest-date.

           move spaces to ws-mail-msg.
           call 'mailio' using "A",
                               ws-mail-record,
                               ws-mail-nav,
                               ws-mail-msg.

           if ws-mail-msg equal "Mail item recorded"
               move ws-mail-id to ws-open-mail-id
           end-if.

       FindPostalKey.
           move spaces to ws-mail-postal.
           move zeroes to ws-addr-start.
           move zeroes to ws-addr-end.
           move zeroes to ws-word-count.
           move "N" to ws-in-word.

           perform varying ws-addr-pos from 20 by -1
               until ws-addr-pos < 1 or ws-word-count > 2
               if ws-clnt-address(ws-addr-pos:1) = space
                   move "N" to ws-in-word
               else
                   if ws-addr-end = zeroes
                       move ws-addr-pos to ws-addr-end
                   end-if
                   if ws-in-word = "N"
                       move "Y" to ws-in-word
                       add 1 to ws-word-count
                   end-if
                   if ws-word-count not > 2
                       move ws-addr-pos to ws-addr-start
                   end-if
               end-if
           end-perform.

           if ws-addr-end not = zeroes
               compute ws-addr-length =
                   ws-addr-end - ws-addr-start + 1
               move ws-clnt-address(ws-addr-start:ws-addr-length)
                   to ws-mail-postal
           end-if.

       SpoolLine.
           if ws-open-mail-id not = zeroes
               add 1 to ws-line-count
               move ws-open-mail-id to ws-mlin-mail-id
               move ws-line-count to ws-mlin-line-no
               move ls-line to ws-mlin-text
               move spaces to ws-mlin-msg
               call 'mlinio' using "A",
                                   ws-mlin-record,
                                   ws-mlin-nav,
                                   ws-mlin-msg
           end-if.

       QueueItem.
           if ws-open-mail-id not = zeroes
               move spaces to ws-mail-record
               move ws-open-mail-id to ws-mail-id
               move spaces to ws-mail-msg
               call 'mailio' using "Q",
                                   ws-mail-record,
                                   ws-mail-nav,
                                   ws-mail-msg
               if ws-mail-msg not equal "Mail item not found"
                   move ws-line-count to ws-mail-line-count
                   compute ws-mail-page-count =
                       (ws-line-count + ws-page-lines - 1)
                       / ws-page-lines
                   move zeroes to ws-mail-batch
                   move "Q" to ws-mail-status
                   move spaces to ws-mail-msg
                   call 'mailio' using "U",
                                       ws-mail-record,
                                       ws-mail-nav,
                                       ws-mail-msg
               end-if
           end-if.

           move zeroes to ws-open-mail-id.
           move zeroes to ws-line-count.
