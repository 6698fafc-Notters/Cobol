       IDENTIFICATION DIVISION.
       PROGRAM-ID. sarpack IS INITIAL.
       AUTHOR. Andrew Notman.

      * Subject-access pack - everything the system holds about one
      * client, gathered into a single document for a data-protection
      * request: the master record (live on clnt.dat and any copy
      * archclnt left on clntarch.dat), every transaction on txn.dat
      * and txnarch.dat, the notes, the correspondence history, the
      * counter receipts, the dunning history, the mandate row, the
      * dispute, promise, closure and returned-mail registers, the
      * refund cheques drawn to them, and every audit.dat line
      * that names the client. Each section is headed with the
      * file it came from and ends with its row count, so the pack
      * shows where each item is held as well as what it says.
      * The output is dated and catalogued through rptname, and
      * the pack is logged on corr.dat as a document sent to the
      * client. Admin operators only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select PackFile assign to ws-report-name
               organization is line sequential.

           select ClientArchiveFile assign to "clntarch.dat"
               organization is line sequential
               file status is carch-file-status.

           select TransactionFile assign to "txn.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-txn-id
               alternate record key is fd-txn-clnt-id with duplicates
               alternate record key is fd-txn-date with duplicates
               file status is txn-file-status.

           select ArchiveFile assign to "txnarch.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-txnarch-id
               alternate record key is fd-txnarch-clnt-id
                   with duplicates
               file status is arch-file-status.

           select AuditFile assign to "audit.dat"
               organization is line sequential
               file status is audit-status.

       DATA DIVISION.
       FILE SECTION.
       FD PackFile.
       01 fd-pack-line pic X(120).

       FD ClientArchiveFile.
       01 fd-archive-line pic X(130).

       FD TransactionFile.
           copy "txn.fd".

      * txnarch.dat holds rows in txn.dat's own layout - only the
      * keys are named here, the rest moves over as the record
      * txnarch gives it
       FD ArchiveFile.
       01 fd-txnarch-record.
           05 fd-txnarch-id             pic 9(7).
           05 fd-txnarch-clnt-id        pic 9(7).
           05 fd-txnarch-rest           pic X(57).

       FD AuditFile.
       01 fd-audit-line pic X(146).

       WORKING-STORAGE SECTION.
           copy "oper.ws".
           copy "clnt.ws".
           copy "txn.ws".
           copy "note.ws".
           copy "corr.ws".
           copy "rcpt.ws".
           copy "dun.ws".
           copy "mand.ws".
           copy "disp.ws".
           copy "ptp.ws".
           copy "clos.ws".
           copy "gone.ws".
           copy "rchq.ws".

       01 carch-file-status pic X(2).
           88 carch-success value "00".
       01 txn-file-status pic X(2).
           88 txn-success value "00".
       01 arch-file-status pic X(2).
           88 arch-success value "00".
       01 audit-status pic X(2).
           88 audit-success value "00".

       01 ws-oper-msg pic X(80).
       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-note-msg pic X(80).
       01 ws-note-nav pic X(2).
           88 note-next-allowed value "YY", "YN".
       01 ws-corr-msg pic X(80).
       01 ws-corr-nav pic X(2).
           88 corr-next-allowed value "YY", "YN".
       01 ws-rcpt-msg pic X(80).
       01 ws-dun-msg  pic X(80).
       01 ws-mand-msg pic X(80).
       01 ws-mand-nav pic X(2).
       01 ws-disp-msg pic X(80).
       01 ws-disp-nav pic X(2).
           88 disp-next-allowed value "YY", "YN".
       01 ws-ptp-msg  pic X(80).
       01 ws-ptp-nav  pic X(2).
           88 ptp-next-allowed value "YY", "YN".
       01 ws-clos-msg pic X(80).
       01 ws-clos-nav pic X(2).
       01 ws-gone-msg pic X(80).
       01 ws-gone-nav pic X(2).
       01 ws-rchq-msg pic X(80).
       01 ws-rchq-nav pic X(2).
           88 rchq-next-allowed value "YY", "YN".

       01 ws-entered-password pic X(8) value spaces.
       01 ws-signon-result    pic X(1) value "N".

       01 ws-entry-clnt-id   pic 9(7) value zeroes.
       01 ws-entry-clnt-disp pic 9(7).
       01 ws-live-found      pic X(1) value "N".
       01 ws-archive-found   pic X(1) value "N".
       01 ws-archive-pass    pic X(1) value "F".
           88 archive-writing value "W".

      * one clntarch.dat line split back into its fields, the same
      * way archinq reads them
       01 ws-arch-clnt-id      pic X(7).
       01 ws-arch-surname      pic X(10).
       01 ws-arch-first-name   pic X(10).
       01 ws-arch-dob          pic X(10).
       01 ws-arch-balance      pic X(11).
       01 ws-arch-status       pic X(1).
       01 ws-arch-address      pic X(20).
       01 ws-arch-phone        pic X(12).
       01 ws-arch-credit-limit pic X(11).
       01 ws-arch-last-updated pic X(14).
       01 ws-arch-archived     pic X(10).

       01 ws-today        pic 9(8) value zeroes.
       01 ws-greg-date    pic 9(8).

       01 ws-amount-display  pic +ZZZZZZ9.99.
       01 ws-balance-display pic +ZZZZZZ9.99.

       01 ws-section-count pic 9(5) value zeroes.
       01 ws-total-count   pic 9(7) value zeroes.

       01 ws-report-name  pic X(30) value spaces.
       01 ws-catalog-base pic X(8).
       01 ws-catalog-prog pic X(8).
       01 ws-catalog-rows pic 9(7) value zeroes.

       PROCEDURE DIVISION.
       Main.
           display "Operator id: " with no advancing.
           accept ws-oper-id.
           display "Password: " with no advancing.
           accept ws-entered-password.

           move spaces to ws-oper-msg.
           call 'signon' using "S",
                               ws-oper-id,
                               ws-entered-password,
                               ws-oper-record,
                               ws-signon-result,
                               ws-oper-msg.

           if ws-signon-result not equal "Y"
               display ws-oper-msg
               move 1 to return-code
               goback
           end-if.

           if not ws-oper-is-admin
               display "Access denied - admin operator required"
               move 1 to return-code
               goback
           end-if.

           display "Client id: " with no advancing.
           accept ws-entry-clnt-id.
           move ws-entry-clnt-id to ws-entry-clnt-disp.

           accept ws-today from date yyyymmdd.

           move spaces to ws-clnt-record.
           move ws-entry-clnt-id to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.
           if ws-clnt-msg not equal "Client not found"
               move "Y" to ws-live-found
           end-if.

           perform FindArchiveCopy.

           if ws-live-found = "N" and ws-archive-found = "N"
               display "Client " ws-entry-clnt-disp
                       " is not on clnt.dat or clntarch.dat"
               move 1 to return-code
               goback
           end-if.

           move "sarpack" to ws-catalog-base.
           move "sarpack" to ws-catalog-prog.
           call 'rptname' using "N", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           open output PackFile.

           move spaces to fd-pack-line.
           string "Subject-Access Pack - client " delimited by size
                  ws-entry-clnt-disp              delimited by size
                  " - produced "                  delimited by size
                  ws-today                        delimited by size
                  " by "                          delimited by size
                  ws-oper-id                      delimited by size
               into fd-pack-line.
           write fd-pack-line.

           perform PackClientRecord.
           perform PackTransactions.
           perform PackNotes.
           perform PackCorrespondence.
           perform PackReceipts.
           perform PackDunning.
           perform PackMandate.
           perform PackDisputes.
           perform PackPromises.
           perform PackClosure.
           perform PackReturnedMail.
           perform PackRefundCheques.
           perform PackAuditTrail.

           move spaces to fd-pack-line.
           write fd-pack-line.
           move spaces to fd-pack-line.
           string "End of pack - items listed: " delimited by size
                  ws-total-count                 delimited by size
               into fd-pack-line.
           write fd-pack-line.

           close PackFile.

           move ws-total-count to ws-catalog-rows.
           call 'rptname' using "C", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           move spaces to ws-corr-record.
           move zeroes to ws-corr-id.
           move ws-entry-clnt-id to ws-corr-clnt-id.
           move ws-today to ws-corr-date.
           move "SAR" to ws-corr-doc-type.
           move ws-report-name to ws-corr-reference.
           move spaces to ws-corr-msg.
           call 'corrio' using "A",
                               ws-corr-record,
                               ws-corr-nav,
                               ws-corr-msg.

           display "Subject-access pack written to " ws-report-name
                   " - " ws-total-count " item(s)".

           goback.

      * An archived client can have been restored since, so both
      * copies are looked for and both go in the pack.
       FindArchiveCopy.
           open input ClientArchiveFile.
           if carch-success
               perform ScanArchiveForClient
                   until not carch-success
               close ClientArchiveFile
           end-if.

       ScanArchiveForClient.
           read ClientArchiveFile
               at end move "10" to carch-file-status
           end-read.

           if carch-success
               perform SplitArchiveLine
               if ws-arch-clnt-id = ws-entry-clnt-disp
                   move "Y" to ws-archive-found
                   if archive-writing
                       perform WriteArchiveEntry
                   end-if
               end-if
           end-if.

       SplitArchiveLine.
           move spaces to ws-arch-clnt-id.
           move spaces to ws-arch-surname.
           move spaces to ws-arch-first-name.
           move spaces to ws-arch-dob.
           move spaces to ws-arch-balance.
           move spaces to ws-arch-status.
           move spaces to ws-arch-address.
           move spaces to ws-arch-phone.
           move spaces to ws-arch-credit-limit.
           move spaces to ws-arch-last-updated.
           move spaces to ws-arch-archived.

           unstring fd-archive-line delimited by ";"
               into ws-arch-clnt-id, ws-arch-surname,
                    ws-arch-first-name, ws-arch-dob,
                    ws-arch-balance, ws-arch-status,
                    ws-arch-address, ws-arch-phone,
                    ws-arch-credit-limit, ws-arch-last-updated,
                    ws-arch-archived.

       PackClientRecord.
           move spaces to fd-pack-line.
           write fd-pack-line.
           move spaces to fd-pack-line.
           string "Client master record - source clnt.dat"
                      delimited by size
               into fd-pack-line.
           write fd-pack-line.

           if ws-live-found = "Y"
               perform WriteLiveClient
           else
               move "  Not on the live client file" to fd-pack-line
               write fd-pack-line
           end-if.

           move spaces to fd-pack-line.
           write fd-pack-line.
           move spaces to fd-pack-line.
           string "Archived client record - source clntarch.dat"
                      delimited by size
               into fd-pack-line.
           write fd-pack-line.

      * the second pass over the archive writes what the first
      * one only looked for
           if ws-archive-found = "Y"
               move "W" to ws-archive-pass
               perform FindArchiveCopy
           else
               move "  Not on the client archive" to fd-pack-line
               write fd-pack-line
           end-if.

       WriteLiveClient.
           add 1 to ws-total-count.
           call 'dates' using "G", ws-clnt-dob, ws-greg-date.
           move ws-clnt-balance to ws-balance-display.
           move ws-clnt-credit-limit to ws-amount-display.

           move spaces to fd-pack-line.
           string "  Id " ws-clnt-id  delimited by size
                  " Name "            delimited by size
                  ws-clnt-first-name  delimited by size
                  " "                 delimited by size
                  ws-clnt-surname     delimited by size
                  " Born "            delimited by size
                  ws-greg-date        delimited by size
                  " Status "          delimited by size
                  ws-clnt-status      delimited by size
                  " Branch "          delimited by size
                  ws-clnt-branch      delimited by size
               into fd-pack-line.
           write fd-pack-line.

           move spaces to fd-pack-line.
           string "  Address "        delimited by size
                  ws-clnt-address     delimited by size
                  " Phone "           delimited by size
                  ws-clnt-phone       delimited by size
                  " Category "        delimited by size
                  ws-clnt-category    delimited by size
                  " Group "           delimited by size
                  ws-clnt-group-id    delimited by size
               into fd-pack-line.
           write fd-pack-line.

           move spaces to fd-pack-line.
           string "  Balance "        delimited by size
                  ws-balance-display  delimited by size
                  " Credit limit "    delimited by size
                  ws-amount-display   delimited by size
                  " Risk grade "      delimited by size
                  ws-clnt-risk        delimited by size
                  " Last updated "    delimited by size
                  ws-clnt-last-updated delimited by size
               into fd-pack-line.
           write fd-pack-line.

           move spaces to fd-pack-line.
           string "  Direct debit "   delimited by size
                  ws-clnt-dd-flag     delimited by size
                  " Sort code "       delimited by size
                  ws-clnt-bank-sort   delimited by size
                  " Account "         delimited by size
                  ws-clnt-bank-acct   delimited by size
                  " Hold "            delimited by size
                  ws-clnt-hold        delimited by size
                  " "                 delimited by size
                  ws-clnt-hold-date   delimited by size
                  " "                 delimited by size
                  ws-clnt-hold-reason delimited by size
               into fd-pack-line.
           write fd-pack-line.

       WriteArchiveEntry.
           add 1 to ws-total-count.
           move spaces to fd-pack-line.
           string "  Id " ws-arch-clnt-id delimited by size
                  " Name "                delimited by size
                  ws-arch-first-name      delimited by size
                  " "                     delimited by size
                  ws-arch-surname         delimited by size
                  " Born "                delimited by size
                  ws-arch-dob             delimited by size
                  " Status "              delimited by size
                  ws-arch-status          delimited by size
                  " Archived "            delimited by size
                  ws-arch-archived        delimited by size
               into fd-pack-line.
           write fd-pack-line.

           move spaces to fd-pack-line.
           string "  Address "            delimited by size
                  ws-arch-address         delimited by size
                  " Phone "               delimited by size
                  ws-arch-phone           delimited by size
                  " Balance "             delimited by size
                  ws-arch-balance         delimited by size
                  " Credit limit "        delimited by size
                  ws-arch-credit-limit    delimited by size
                  " Last updated "        delimited by size
                  ws-arch-last-updated    delimited by size
               into fd-pack-line.
           write fd-pack-line.

      * Live rows first on the client key, then whatever the
      * year-end archive has moved - txnarch.dat need not exist yet.
       PackTransactions.
           perform WriteSectionHeading.
           move "Transactions - source txn.dat" to fd-pack-line.
           write fd-pack-line.

           open input TransactionFile.
           move ws-entry-clnt-id to fd-txn-clnt-id.
           start TransactionFile key is equal to fd-txn-clnt-id
               invalid key
                   move "99" to txn-file-status
           end-start.

           if txn-success
               perform PackOneLiveRow
                   until fd-txn-clnt-id not equal ws-entry-clnt-id
                      or not txn-success
           end-if.
           close TransactionFile.
           perform WriteSectionCount.

           perform WriteSectionHeading.
           move "Archived transactions - source txnarch.dat"
               to fd-pack-line.
           write fd-pack-line.

           open input ArchiveFile.
           if arch-success
               move ws-entry-clnt-id to fd-txnarch-clnt-id
               start ArchiveFile key is equal to fd-txnarch-clnt-id
                   invalid key
                       move "99" to arch-file-status
               end-start

               if arch-success
                   perform PackOneArchiveRow
                       until fd-txnarch-clnt-id
                             not equal ws-entry-clnt-id
                          or not arch-success
               end-if
               close ArchiveFile
           end-if.
           perform WriteSectionCount.

       PackOneLiveRow.
           read TransactionFile next record
               at end
                   move "99" to txn-file-status
           end-read.

           if txn-success and fd-txn-clnt-id = ws-entry-clnt-id
               move fd-txn-record to ws-txn-record
               perform WriteTransaction
           end-if.

       PackOneArchiveRow.
           read ArchiveFile next record
               at end
                   move "99" to arch-file-status
           end-read.

           if arch-success
               and fd-txnarch-clnt-id = ws-entry-clnt-id
               move fd-txnarch-record to ws-txn-record
               perform WriteTransaction
           end-if.

       WriteTransaction.
           add 1 to ws-section-count.
           call 'dates' using "G", ws-txn-date, ws-greg-date.
           move ws-txn-amount to ws-amount-display.
           move ws-txn-balance-after to ws-balance-display.

           move spaces to fd-pack-line.
           string "  "                 delimited by size
                  ws-txn-id            delimited by size
                  " "                  delimited by size
                  ws-greg-date         delimited by size
                  " "                  delimited by size
                  ws-txn-type          delimited by size
                  " "                  delimited by size
                  ws-amount-display    delimited by size
                  " bal "              delimited by size
                  ws-balance-display   delimited by size
                  " ref "              delimited by size
                  ws-txn-ref           delimited by size
                  " rev "              delimited by size
                  ws-txn-reversed      delimited by size
                  " rcpt "             delimited by size
                  ws-txn-receipt-no    delimited by size
                  " br "               delimited by size
                  ws-txn-branch        delimited by size
               into fd-pack-line.
           write fd-pack-line.

       PackNotes.
           perform WriteSectionHeading.
           move "Notes - source note.dat" to fd-pack-line.
           write fd-pack-line.

           move spaces to ws-note-record.
           move ws-entry-clnt-id to ws-note-clnt-id.
           move "YY" to ws-note-nav.
           move spaces to ws-note-msg.
           call 'noteio' using "S",
                               ws-note-record,
                               ws-note-nav,
                               ws-note-msg.

           perform until not note-next-allowed
               add 1 to ws-section-count
               move spaces to fd-pack-line
               string "  "             delimited by size
                      ws-note-date     delimited by size
                      " "              delimited by size
                      ws-note-time     delimited by size
                      " "              delimited by size
                      ws-note-oper-id  delimited by size
                      " "              delimited by size
                      ws-note-text     delimited by size
                   into fd-pack-line
               write fd-pack-line
               call 'noteio' using "N",
                                   ws-note-record,
                                   ws-note-nav,
                                   ws-note-msg
           end-perform.
           perform WriteSectionCount.

       PackCorrespondence.
           perform WriteSectionHeading.
           move "Correspondence - source corr.dat" to fd-pack-line.
           write fd-pack-line.

           move spaces to ws-corr-record.
           move zeroes to ws-corr-id.
           move ws-entry-clnt-id to ws-corr-clnt-id.
           move "YY" to ws-corr-nav.
           move spaces to ws-corr-msg.
           call 'corrio' using "S",
                               ws-corr-record,
                               ws-corr-nav,
                               ws-corr-msg.

           perform until not corr-next-allowed
               add 1 to ws-section-count
               move spaces to fd-pack-line
               string "  "              delimited by size
                      ws-corr-id        delimited by size
                      " "               delimited by size
                      ws-corr-date      delimited by size
                      " "               delimited by size
                      ws-corr-doc-type  delimited by size
                      " "               delimited by size
                      ws-corr-reference delimited by size
                   into fd-pack-line
               write fd-pack-line
               call 'corrio' using "T",
                                   ws-corr-record,
                                   ws-corr-nav,
                                   ws-corr-msg
           end-perform.
           perform WriteSectionCount.

      * rcpt.dat has no client key, so the whole file is walked in
      * receipt-number order and the client's own picked out.
       PackReceipts.
           perform WriteSectionHeading.
           move "Counter receipts - source rcpt.dat" to fd-pack-line.
           write fd-pack-line.

           move spaces to ws-rcpt-record.
           move spaces to ws-rcpt-msg.
           call 'rcptio' using "F",
                               ws-rcpt-record,
                               ws-rcpt-msg.

           perform until ws-rcpt-msg not equal spaces
               if ws-rcpt-clnt-id = ws-entry-clnt-id
                   perform WriteReceipt
               end-if
               call 'rcptio' using "W",
                                   ws-rcpt-record,
                                   ws-rcpt-msg
           end-perform.
           perform WriteSectionCount.

       WriteReceipt.
           add 1 to ws-section-count.
           move ws-rcpt-amount to ws-amount-display.
           move ws-rcpt-new-balance to ws-balance-display.

           move spaces to fd-pack-line.
           string "  "                 delimited by size
                  ws-rcpt-no           delimited by size
                  " "                  delimited by size
                  ws-rcpt-date         delimited by size
                  " "                  delimited by size
                  ws-rcpt-time         delimited by size
                  " "                  delimited by size
                  ws-rcpt-name         delimited by size
                  " "                  delimited by size
                  ws-amount-display    delimited by size
                  " bal "              delimited by size
                  ws-balance-display   delimited by size
                  " by "               delimited by size
                  ws-rcpt-oper-id      delimited by size
                  " txn "              delimited by size
                  ws-rcpt-txn-id       delimited by size
               into fd-pack-line.
           write fd-pack-line.

       PackDunning.
           perform WriteSectionHeading.
           move "Dunning letter history - source dunhist.dat"
               to fd-pack-line.
           write fd-pack-line.

           move spaces to ws-dun-record.
           move ws-entry-clnt-id to ws-dun-clnt-id.
           move spaces to ws-dun-msg.
           call 'dunio' using "Q",
                              ws-dun-record,
                              ws-dun-msg.

           if ws-dun-level > zeroes
               add 1 to ws-section-count
               move spaces to fd-pack-line
               string "  Last letter level " delimited by size
                      ws-dun-level           delimited by size
                      " sent "               delimited by size
                      ws-dun-date            delimited by size
                   into fd-pack-line
               write fd-pack-line
           end-if.
           perform WriteSectionCount.

       PackMandate.
           perform WriteSectionHeading.
           move "Direct-debit mandate - source mand.dat"
               to fd-pack-line.
           write fd-pack-line.

           move spaces to ws-mand-record.
           move ws-entry-clnt-id to ws-mand-clnt-id.
           move spaces to ws-mand-msg.
           call 'mandio' using "Q",
                               ws-mand-record,
                               ws-mand-nav,
                               ws-mand-msg.

           if ws-mand-msg not equal "Mandate status not found"
               add 1 to ws-section-count
               move spaces to fd-pack-line
               string "  Status "            delimited by size
                      ws-mand-status         delimited by size
                      " sent "               delimited by size
                      ws-mand-sent           delimited by size
                      " requested "          delimited by size
                      ws-mand-request-date   delimited by size
                      " answered "           delimited by size
                      ws-mand-response-date  delimited by size
                   into fd-pack-line
               write fd-pack-line
           end-if.
           perform WriteSectionCount.

       PackDisputes.
           perform WriteSectionHeading.
           move "Disputed charges - source disp.dat" to fd-pack-line.
           write fd-pack-line.

           move spaces to ws-disp-record.
           move ws-entry-clnt-id to ws-disp-clnt-id.
           move "YY" to ws-disp-nav.
           move spaces to ws-disp-msg.
           call 'dispio' using "S",
                               ws-disp-record,
                               ws-disp-nav,
                               ws-disp-msg.

           perform until not disp-next-allowed
               add 1 to ws-section-count
               move ws-disp-amount to ws-amount-display
               move spaces to fd-pack-line
               string "  "                  delimited by size
                      ws-disp-id            delimited by size
                      " item "              delimited by size
                      ws-disp-oitm-id       delimited by size
                      " "                   delimited by size
                      ws-disp-reason        delimited by size
                      " "                   delimited by size
                      ws-amount-display     delimited by size
                      " raised "            delimited by size
                      ws-disp-raised-date   delimited by size
                      " "                   delimited by size
                      ws-disp-raised-by     delimited by size
                      " status "            delimited by size
                      ws-disp-status        delimited by size
                      " "                   delimited by size
                      ws-disp-resolved-date delimited by size
                   into fd-pack-line
               write fd-pack-line
               call 'dispio' using "T",
                                   ws-disp-record,
                                   ws-disp-nav,
                                   ws-disp-msg
           end-perform.
           perform WriteSectionCount.

       PackPromises.
           perform WriteSectionHeading.
           move "Promises to pay - source ptp.dat" to fd-pack-line.
           write fd-pack-line.

           move spaces to ws-ptp-record.
           move ws-entry-clnt-id to ws-ptp-clnt-id.
           move "YY" to ws-ptp-nav.
           move spaces to ws-ptp-msg.
           call 'ptpio' using "S",
                              ws-ptp-record,
                              ws-ptp-nav,
                              ws-ptp-msg.

           perform until not ptp-next-allowed
               add 1 to ws-section-count
               move ws-ptp-amount to ws-amount-display
               move ws-ptp-paid to ws-balance-display
               move spaces to fd-pack-line
               string "  "                 delimited by size
                      ws-ptp-id            delimited by size
                      " "                  delimited by size
                      ws-amount-display    delimited by size
                      " taken "            delimited by size
                      ws-ptp-taken-date    delimited by size
                      " due "              delimited by size
                      ws-ptp-due-date      delimited by size
                      " by "               delimited by size
                      ws-ptp-oper-id       delimited by size
                      " status "           delimited by size
                      ws-ptp-status        delimited by size
                      " paid "             delimited by size
                      ws-balance-display   delimited by size
                   into fd-pack-line
               write fd-pack-line
               call 'ptpio' using "T",
                                  ws-ptp-record,
                                  ws-ptp-nav,
                                  ws-ptp-msg
           end-perform.
           perform WriteSectionCount.

       PackRefundCheques.
           perform WriteSectionHeading.
           move "Refund cheques - source rchq.dat" to fd-pack-line.
           write fd-pack-line.

           move spaces to ws-rchq-record.
           move zeroes to ws-rchq-id.
           move ws-entry-clnt-id to ws-rchq-clnt-id.
           move "YY" to ws-rchq-nav.
           move spaces to ws-rchq-msg.
           call 'rchqio' using "S",
                               ws-rchq-record,
                               ws-rchq-nav,
                               ws-rchq-msg.

           perform until not rchq-next-allowed
               add 1 to ws-section-count
               move ws-rchq-amount to ws-amount-display
               move spaces to fd-pack-line
               string "  "                 delimited by size
                      ws-rchq-id           delimited by size
                      " "                  delimited by size
                      ws-amount-display    delimited by size
                      " issued "           delimited by size
                      ws-rchq-issue-date   delimited by size
                      " to "               delimited by size
                      ws-rchq-payee        delimited by size
                      " status "           delimited by size
                      ws-rchq-status       delimited by size
                   into fd-pack-line
               write fd-pack-line
               call 'rchqio' using "T",
                                   ws-rchq-record,
                                   ws-rchq-nav,
                                   ws-rchq-msg
           end-perform.
           perform WriteSectionCount.

       PackClosure.
           perform WriteSectionHeading.
           move "Account closure - source clos.dat" to fd-pack-line.
           write fd-pack-line.

           move spaces to ws-clos-record.
           move ws-entry-clnt-id to ws-clos-clnt-id.
           move spaces to ws-clos-msg.
           call 'closio' using "Q",
                               ws-clos-record,
                               ws-clos-nav,
                               ws-clos-msg.

           if ws-clos-msg not equal "Closure not found"
               add 1 to ws-section-count
               move ws-clos-final-charges to ws-amount-display
               move ws-clos-final-balance to ws-balance-display
               move spaces to fd-pack-line
               string "  Status "              delimited by size
                      ws-clos-status           delimited by size
                      " closes "               delimited by size
                      ws-clos-close-date       delimited by size
                      " keyed "                delimited by size
                      ws-clos-keyed-date       delimited by size
                      " "                      delimited by size
                      ws-clos-keyed-by         delimited by size
                      " charges "              delimited by size
                      ws-amount-display        delimited by size
                      " final bal "            delimited by size
                      ws-balance-display       delimited by size
                      " completed "            delimited by size
                      ws-clos-complete-date    delimited by size
                   into fd-pack-line
               write fd-pack-line
           end-if.
           perform WriteSectionCount.

       PackReturnedMail.
           perform WriteSectionHeading.
           move "Returned mail - source gone.dat" to fd-pack-line.
           write fd-pack-line.

           move spaces to ws-gone-record.
           move ws-entry-clnt-id to ws-gone-clnt-id.
           move spaces to ws-gone-msg.
           call 'goneio' using "Q",
                               ws-gone-record,
                               ws-gone-nav,
                               ws-gone-msg.

           if ws-gone-msg not equal "Returned-mail row not found"
               add 1 to ws-section-count
               move spaces to fd-pack-line
               string "  Status "              delimited by size
                      ws-gone-status           delimited by size
                      " returned "             delimited by size
                      ws-gone-returned-date    delimited by size
                      " "                      delimited by size
                      ws-gone-doc-type         delimited by size
                      " corr "                 delimited by size
                      ws-gone-corr-id          delimited by size
                      " returns "              delimited by size
                      ws-gone-return-count     delimited by size
                      " cleared "              delimited by size
                      ws-gone-cleared-date     delimited by size
                      " "                      delimited by size
                      ws-gone-cleared-by       delimited by size
                   into fd-pack-line
               write fd-pack-line
           end-if.
           perform WriteSectionCount.

      * Every audit line carries the client id at the position
      * clntio's WriteAudit puts it, whichever program wrote it.
       PackAuditTrail.
           perform WriteSectionHeading.
           move "Audit trail - source audit.dat" to fd-pack-line.
           write fd-pack-line.

           open input AuditFile.
           if audit-success
               perform PackOneAuditLine
                   until not audit-success
               close AuditFile
           end-if.
           perform WriteSectionCount.

       PackOneAuditLine.
           read AuditFile
               at end move "10" to audit-status
           end-read.

           if audit-success
               and fd-audit-line(37:7) = ws-entry-clnt-disp
               add 1 to ws-section-count
               move fd-audit-line to fd-pack-line
               write fd-pack-line
           end-if.

       WriteSectionHeading.
           move zeroes to ws-section-count.
           move spaces to fd-pack-line.
           write fd-pack-line.

       WriteSectionCount.
           add ws-section-count to ws-total-count.
           move spaces to fd-pack-line.
           if ws-section-count = zeroes
               move "  Nothing held" to fd-pack-line
           else
               string "  Rows: "       delimited by size
                      ws-section-count delimited by size
                   into fd-pack-line
           end-if.
           write fd-pack-line.
