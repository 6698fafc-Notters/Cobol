       IDENTIFICATION DIVISION.
       PROGRAM-ID. anonarch IS INITIAL.
       AUTHOR. Andrew Notman.

      * Archive anonymisation - once an archived client has sat on
      * clntarch.dat longer than the retention period (ANON-YEARS
      * on parm.dat, counted from the date archclnt archived them)
      * their personal fields are scrubbed: surname, first name,
      * date of birth, address and phone on the archive line, and
      * the surname and the personal before/after images on every
      * audit.dat line that names them. The client id, balance,
      * credit limit and status stay, and txnarch.dat (which holds
      * ids and amounts, nothing personal) is not touched, so the
      * financial history still adds up and fileschk reads the
      * audit trail exactly as before. A client with money still
      * waiting on uncl.dat, a refund cheque still unpresented, a
      * write-off still proposed, or an approved write-off not yet
      * fully recovered is refused and kept as it is; so is one
      * restored to clnt.dat since. The payee name on the client's
      * refund cheque register rows goes with the rest, as do the
      * name, dob, address and phone on the client's CRM change
      * rows on cdlt.dat (the archive row included, so a resend
      * carries nothing personal) and the addressee and address
      * on their print-house mail items on mail.dat; the register
      * counts the rows scrubbed on each. The
      * anonymised line carries the date it was done as a twelfth
      * field, and each run writes a dated register (catalogued
      * through rptname) of what it anonymised and what it
      * refused. Both files are copied aside to .old names first
      * (the CBL_COPY_FILE safety net reorg takes) and rebuilt
      * through a work file the way rptpurge rebuilds the report
      * catalog; the month-end lock is held throughout so nobody
      * appends to the audit trail mid-rewrite. The rewritten
      * trail is sealed again line by line (audseal), each line
      * keeping the number it carried, and a RESEAL line naming
      * the first line scrubbed goes on the end, so the nightly
      * seal check can tell the anonymisation from tampering.
      * Admin operators only, run from the menu.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select ArchiveFile assign to "clntarch.dat"
               organization is line sequential
               file status is arch-file-status.

           select ArchiveWorkFile assign to "clntarch.wrk"
               organization is line sequential.

           select AuditFile assign to "audit.dat"
               organization is line sequential
               file status is audit-status.

           select AuditWorkFile assign to "audit.wrk"
               organization is line sequential.

           select RegisterFile assign to ws-report-name
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD ArchiveFile.
       01 fd-archive-line pic X(130).

       FD ArchiveWorkFile.
       01 fd-archive-work-line pic X(130).
           88 archive-work-EOF value high-values.

       FD AuditFile.
       01 fd-audit-line pic X(146).

       FD AuditWorkFile.
       01 fd-audit-work-line pic X(146).
           88 audit-work-EOF value high-values.

       FD RegisterFile.
       01 fd-register-line pic X(100).

       WORKING-STORAGE SECTION.
           copy "oper.ws".
           copy "parm.ws".
           copy "clnt.ws".
           copy "uncl.ws".
           copy "rchq.ws".
           copy "woff.ws".
           copy "recv.ws".
           copy "cdlt.ws".
           copy "mail.ws".

       01 arch-file-status pic X(2).
           88 arch-success value "00".
       01 audit-status pic X(2).
           88 audit-success value "00".

       01 ws-oper-msg pic X(80).
       01 ws-parm-msg pic X(80).
       01 ws-parm-nav pic X(2).
       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-uncl-msg pic X(80).
       01 ws-uncl-nav pic X(2).
           88 uncl-next-allowed value "YY", "YN".
       01 ws-rchq-msg pic X(80).
       01 ws-rchq-nav pic X(2).
           88 rchq-next-allowed value "YY", "YN".
       01 ws-woff-msg pic X(80).
       01 ws-woff-nav pic X(2).
           88 woff-next-allowed value "YY", "YN".
       01 ws-recv-msg pic X(80).
       01 ws-recv-nav pic X(2).
           88 recv-next-allowed value "YY", "YN".
       01 ws-cdlt-msg pic X(80).
       01 ws-cdlt-nav pic X(2).
           88 cdlt-next-allowed value "YY", "YN".
       01 ws-mail-msg pic X(80).
       01 ws-mail-nav pic X(2).
           88 mail-next-allowed value "YY", "YN".

       01 ws-entered-password pic X(8) value spaces.
       01 ws-signon-result    pic X(1) value "N".

       01 ws-hold-held     pic X(1).
       01 ws-molock-status pic 9(2).
       01 ws-copy-rc       pic 9(9) comp-5.
       01 ws-delete-rc     pic 9(9) comp-5.
       01 ws-first-scrubbed pic X(8) value spaces.

       01 ws-years-kept pic 9(3) value zeroes.

       01 ws-today-gregorian.
           05 ws-today-year  pic 9(4).
           05 ws-today-month pic 9(2).
           05 ws-today-day   pic 9(2).
       01 ws-today-julian   pic 9(6).
       01 ws-cutoff-julian  pic 9(6).
       01 ws-today-display  pic X(10).

      * one clntarch.dat line split back into its fields, the same
      * way archinq reads them, plus the anonymised date this run
      * adds on the end
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
       01 ws-arch-anonymised   pic X(10).

       01 ws-archived-day   pic X(2).
       01 ws-archived-month pic X(2).
       01 ws-archived-year  pic X(4).
       01 ws-archived-gregorian.
           05 ws-archived-greg-year  pic 9(4).
           05 ws-archived-greg-month pic 9(2).
           05 ws-archived-greg-day   pic 9(2).
       01 ws-archived-julian pic 9(6).

       01 ws-clnt-id-n   pic 9(7).
       01 ws-recovered   pic S9(9)V9(2) comp-3.
       01 ws-refusal     pic X(30).
       01 ws-result-text pic X(12).

      * the ids anonymised this run, for the audit-trail pass - a
      * run that fills the table leaves the rest for the next run
       01 ws-anon-ids.
           05 ws-anon-id occurs 2000 times pic 9(7).
       01 ws-anon-count pic 9(4) value zeroes.
       01 anon-idx      pic 9(4).
       01 ws-id-listed  pic X(1).

       01 ws-audit-clnt-id pic X(7).
       01 ws-audit-op      pic X(10).

       01 ws-already-count  pic 9(5) value zeroes.
       01 ws-refused-count  pic 9(5) value zeroes.
       01 ws-deferred-count pic 9(5) value zeroes.
       01 ws-audit-count    pic 9(7) value zeroes.
       01 ws-change-count   pic 9(7) value zeroes.
       01 ws-mail-count     pic 9(7) value zeroes.

      * a failed safety copy means NOTHING was touched - the run
      * still has to fall through to drop the lock and close the
      * register, never bail out holding the month-end hold
       01 ws-copy-failed pic X(1) value "N".
           88 copy-failed value "Y".

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

      *    the retention period is never guessed at a prompt - an
      *    unset or zero parameter anonymises nothing
           move spaces to ws-parm-record.
           move "ANON-YEARS" to ws-parm-name.
           move spaces to ws-parm-msg.
           call 'parmio' using "Q",
                               ws-parm-record,
                               ws-parm-nav,
                               ws-parm-msg.
           if ws-parm-msg not equal "Parameter not found"
               move ws-parm-value to ws-years-kept
           end-if.

           if ws-years-kept = zeroes
               display "ANON-YEARS is not set on parm.dat - "
                       "nothing anonymised"
               move 1 to return-code
               goback
           end-if.

           accept ws-today-gregorian from date yyyymmdd.
           call 'dates' using "J",
                              ws-today-julian,
                              ws-today-gregorian.
           compute ws-cutoff-julian =
               ws-today-julian - (ws-years-kept * 365).

           move spaces to ws-today-display.
           string ws-today-day   delimited by size
                  "/"            delimited by size
                  ws-today-month delimited by size
                  "/"            delimited by size
                  ws-today-year  delimited by size
               into ws-today-display.

           call 'molockio' using "S", ws-hold-held,
                                 ws-molock-status.

           move "anonreg" to ws-catalog-base.
           move "anonarch" to ws-catalog-prog.
           call 'rptname' using "N", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           open output RegisterFile.

           move spaces to fd-register-line.
           string "Archive Anonymisation Register - "
                      delimited by size
                  ws-today-gregorian delimited by size
                  " - retention "    delimited by size
                  ws-years-kept      delimited by size
                  " years"           delimited by size
               into fd-register-line.
           write fd-register-line.

           move spaces to fd-register-line.
           string "Client  Surname    Archived   Result       Detail"
                      delimited by size
               into fd-register-line.
           write fd-register-line.

           perform TakeSafetyCopies.

           if not copy-failed
               perform AnonymiseArchive
               if ws-anon-count > zeroes
                   perform ScrubAuditTrail
               end-if
           end-if.

           perform WriteTotals.

           close RegisterFile.

           call 'molockio' using "C", ws-hold-held,
                                 ws-molock-status.

           move ws-anon-count to ws-catalog-rows.
           call 'rptname' using "C", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           if copy-failed
               display "Anonymisation NOT RUN - safety copy failed, "
                       "nothing touched"
               move 1 to return-code
           else
               display "Anonymisation complete - " ws-anon-count
                       " anonymised, " ws-refused-count " refused, "
                       ws-audit-count " audit lines scrubbed - see "
                       ws-report-name
               move zero to return-code
           end-if.

           goback.

      * CBL_COPY_FILE answers 0 for a clean copy and 35 when the
      * file is not there - no archive or no audit trail yet is
      * not a failure.
       TakeSafetyCopies.
           call "CBL_COPY_FILE" using "clntarch.dat", "clntarch.old"
               returning ws-copy-rc.
           if ws-copy-rc not equal zero
               and ws-copy-rc not equal 35
               move "Y" to ws-copy-failed
           end-if.

           if not copy-failed
               call "CBL_COPY_FILE" using "audit.dat", "audit.old"
                   returning ws-copy-rc
               if ws-copy-rc not equal zero
                   and ws-copy-rc not equal 35
                   move "Y" to ws-copy-failed
               end-if
           end-if.

       AnonymiseArchive.
           open input ArchiveFile.
           if not arch-success
               close ArchiveFile
           else
               perform RebuildArchive
           end-if.

       RebuildArchive.
           open output ArchiveWorkFile.

           perform ConsiderArchiveLine
               until not arch-success.

           close ArchiveFile.
           close ArchiveWorkFile.

      *    the work file becomes the new archive
           open input ArchiveWorkFile.
           open output ArchiveFile.

           read ArchiveWorkFile
               at end set archive-work-EOF to true
           end-read.

           perform until archive-work-EOF
               move fd-archive-work-line to fd-archive-line
               write fd-archive-line

               read ArchiveWorkFile
                   at end set archive-work-EOF to true
               end-read
           end-perform.

           close ArchiveWorkFile.
           close ArchiveFile.

           call "CBL_DELETE_FILE" using "clntarch.wrk"
               returning ws-delete-rc.

       ConsiderArchiveLine.
           read ArchiveFile
               at end move "10" to arch-file-status
           end-read.

           if arch-success
               move fd-archive-line to fd-archive-work-line
               perform SplitArchiveLine
               evaluate true
                   when ws-arch-surname = "ANONYMISED"
                       add 1 to ws-already-count
                   when other
                       perform WorkOutArchivedDate
                       if ws-archived-julian < ws-cutoff-julian
                           perform CheckCanAnonymise
                       end-if
               end-evaluate
               write fd-archive-work-line
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
           move spaces to ws-arch-anonymised.

           unstring fd-archive-line delimited by ";"
               into ws-arch-clnt-id, ws-arch-surname,
                    ws-arch-first-name, ws-arch-dob,
                    ws-arch-balance, ws-arch-status,
                    ws-arch-address, ws-arch-phone,
                    ws-arch-credit-limit, ws-arch-last-updated,
                    ws-arch-archived, ws-arch-anonymised.

      * archclnt writes the archived date as dd/mm/yyyy - one that
      * will not read back is left alone, never scrubbed on a guess
       WorkOutArchivedDate.
           move spaces to ws-archived-day.
           move spaces to ws-archived-month.
           move spaces to ws-archived-year.
           unstring ws-arch-archived delimited by "/"
               into ws-archived-day, ws-archived-month,
                    ws-archived-year.

           if ws-archived-day numeric
               and ws-archived-month numeric
               and ws-archived-year numeric
               move ws-archived-year  to ws-archived-greg-year
               move ws-archived-month to ws-archived-greg-month
               move ws-archived-day   to ws-archived-greg-day
               call 'dates' using "J",
                                  ws-archived-julian,
                                  ws-archived-gregorian
           else
               move 999999 to ws-archived-julian
           end-if.

       CheckCanAnonymise.
           move spaces to ws-refusal.
           move ws-arch-clnt-id to ws-clnt-id-n.

           perform CheckRestored.
           if ws-refusal = spaces
               perform CheckUnclaimed
           end-if.
           if ws-refusal = spaces
               perform CheckOutstandingCheque
           end-if.
           if ws-refusal = spaces
               perform CheckRecovery
           end-if.

           evaluate true
               when ws-refusal not equal spaces
                   add 1 to ws-refused-count
                   move "REFUSED" to ws-result-text
                   perform WriteRegisterLine
               when ws-anon-count not < 2000
                   add 1 to ws-deferred-count
                   move "NEXT RUN" to ws-result-text
                   move "run limit reached" to ws-refusal
                   perform WriteRegisterLine
               when other
                   move "ANONYMISED" to ws-result-text
                   perform WriteRegisterLine
                   perform ScrubArchiveLine
           end-evaluate.

      * a client brought back onto clnt.dat by archinq is live
      * again, and its audit history goes with it
       CheckRestored.
           move spaces to ws-clnt-record.
           move ws-clnt-id-n to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.
           if ws-clnt-msg not equal "Client not found"
               move "restored to clnt.dat" to ws-refusal
           end-if.

       CheckUnclaimed.
           move spaces to ws-uncl-record.
           move zeroes to ws-uncl-id.
           move "YY" to ws-uncl-nav.
           move spaces to ws-uncl-msg.
           call 'unclio' using "F",
                               ws-uncl-record,
                               ws-uncl-nav,
                               ws-uncl-msg.

           perform until not uncl-next-allowed
               or ws-refusal not equal spaces
               if ws-uncl-clnt-id = ws-clnt-id-n
                   and ws-uncl-unclaimed
                   move "money held on uncl.dat" to ws-refusal
               end-if
               call 'unclio' using "N",
                                   ws-uncl-record,
                                   ws-uncl-nav,
                                   ws-uncl-msg
           end-perform.

      * A cheque still out with the client may yet come back to
      * the stale-cheque sweep as money owed to them.
       CheckOutstandingCheque.
           move spaces to ws-rchq-record.
           move zeroes to ws-rchq-id.
           move ws-clnt-id-n to ws-rchq-clnt-id.
           move "YY" to ws-rchq-nav.
           move spaces to ws-rchq-msg.
           call 'rchqio' using "S",
                               ws-rchq-record,
                               ws-rchq-nav,
                               ws-rchq-msg.

           perform until not rchq-next-allowed
               or ws-refusal not equal spaces
               if ws-rchq-issued
                   move "refund cheque unpresented" to ws-refusal
               end-if
               call 'rchqio' using "T",
                                   ws-rchq-record,
                                   ws-rchq-nav,
                                   ws-rchq-msg
           end-perform.

      * A write-off still awaiting a decision is open, and so is an
      * approved one until the recoveries clnttxn has linked to it
      * add up to the amount written off.
       CheckRecovery.
           move spaces to ws-woff-record.
           move zeroes to ws-woff-id.
           move "YY" to ws-woff-nav.
           move spaces to ws-woff-msg.
           call 'woffio' using "F",
                               ws-woff-record,
                               ws-woff-nav,
                               ws-woff-msg.

           perform until not woff-next-allowed
               or ws-refusal not equal spaces
               if ws-woff-clnt-id = ws-clnt-id-n
                   evaluate true
                       when ws-woff-proposed
                           move "write-off still proposed"
                               to ws-refusal
                       when ws-woff-approved
                           perform SumRecoveries
                           if ws-recovered < ws-woff-amount
                               move "write-off recovery open"
                                   to ws-refusal
                           end-if
                       when other
                           continue
                   end-evaluate
               end-if
               call 'woffio' using "N",
                                   ws-woff-record,
                                   ws-woff-nav,
                                   ws-woff-msg
           end-perform.

       SumRecoveries.
           move zeroes to ws-recovered.
           move spaces to ws-recv-record.
           move zeroes to ws-recv-id.
           move "YY" to ws-recv-nav.
           move spaces to ws-recv-msg.
           call 'recvio' using "F",
                               ws-recv-record,
                               ws-recv-nav,
                               ws-recv-msg.

           perform until not recv-next-allowed
               if ws-recv-woff-id = ws-woff-id
                   add ws-recv-amount to ws-recovered
               end-if
               call 'recvio' using "N",
                                   ws-recv-record,
                                   ws-recv-nav,
                                   ws-recv-msg
           end-perform.

      * The id, balance, status, credit limit, last-updated stamp
      * and archived date survive; the personal fields go.
       ScrubArchiveLine.
           add 1 to ws-anon-count.
           move ws-clnt-id-n to ws-anon-id(ws-anon-count).

           perform ScrubChequePayees.
           perform ScrubClientChanges.
           perform ScrubMailItems.

           move spaces to fd-archive-work-line.
           string ws-arch-clnt-id      delimited by size
                  ";"                  delimited by size
                  "ANONYMISED"         delimited by size
                  ";"                  delimited by size
                  " "                  delimited by size
                  ";"                  delimited by size
                  "00/00/0000"         delimited by size
                  ";"                  delimited by size
                  ws-arch-balance      delimited by size
                  ";"                  delimited by size
                  ws-arch-status       delimited by size
                  ";"                  delimited by size
                  " "                  delimited by size
                  ";"                  delimited by size
                  " "                  delimited by size
                  ";"                  delimited by size
                  ws-arch-credit-limit delimited by size
                  ";"                  delimited by size
                  ws-arch-last-updated delimited by size
                  ";"                  delimited by size
                  ws-arch-archived     delimited by size
                  ";"                  delimited by size
                  ws-today-display     delimited by size
               into fd-archive-work-line.

      * The cheque number, amount and dates stay for the bank
      * reconciliation; the name the cheque was made out to goes.
       ScrubChequePayees.
           move spaces to ws-rchq-record.
           move zeroes to ws-rchq-id.
           move ws-clnt-id-n to ws-rchq-clnt-id.
           move "YY" to ws-rchq-nav.
           move spaces to ws-rchq-msg.
           call 'rchqio' using "S",
                               ws-rchq-record,
                               ws-rchq-nav,
                               ws-rchq-msg.

           perform until not rchq-next-allowed
               if ws-rchq-payee not equal "ANONYMISED"
                   move "ANONYMISED" to ws-rchq-payee
                   move spaces to ws-rchq-msg
                   call 'rchqio' using "U",
                                       ws-rchq-record,
                                       ws-rchq-nav,
                                       ws-rchq-msg
               end-if
               call 'rchqio' using "T",
                                   ws-rchq-record,
                                   ws-rchq-nav,
                                   ws-rchq-msg
           end-perform.

      * The CRM change rows keep their type, dates and feed stamp so
      * the feed history still reads; the personal part of the
      * after-image goes, so a resend carries nothing to identify
      * the client. The archive row is scrubbed like the rest.
       ScrubClientChanges.
           move spaces to ws-cdlt-record.
           move zeroes to ws-cdlt-id.
           move ws-clnt-id-n to ws-cdlt-clnt-id.
           move "YY" to ws-cdlt-nav.
           move spaces to ws-cdlt-msg.
           call 'cdltio' using "S",
                               ws-cdlt-record,
                               ws-cdlt-nav,
                               ws-cdlt-msg.

           perform until not cdlt-next-allowed
               if ws-cdlt-surname not equal "ANONYMISED"
                   move "ANONYMISED" to ws-cdlt-surname
                   move spaces to ws-cdlt-first-name
                   move zeroes to ws-cdlt-dob
                   move spaces to ws-cdlt-address
                   move spaces to ws-cdlt-phone
                   move spaces to ws-cdlt-msg
                   call 'cdltio' using "U",
                                       ws-cdlt-record,
                                       ws-cdlt-nav,
                                       ws-cdlt-msg
                   if ws-cdlt-msg = "Client change updated"
                       add 1 to ws-change-count
                   end-if
               end-if
               call 'cdltio' using "T",
                                   ws-cdlt-record,
                                   ws-cdlt-nav,
                                   ws-cdlt-msg
           end-perform.

      * The manifest keeps the document, counts, batch and dates for
      * the print-house reconciliation; who it went to and where
      * goes.
       ScrubMailItems.
           move spaces to ws-mail-record.
           move zeroes to ws-mail-id.
           move ws-clnt-id-n to ws-mail-clnt-id.
           move "YY" to ws-mail-nav.
           move spaces to ws-mail-msg.
           call 'mailio' using "S",
                               ws-mail-record,
                               ws-mail-nav,
                               ws-mail-msg.

           perform until not mail-next-allowed
               if ws-mail-addressee not equal "ANONYMISED"
                   move "ANONYMISED" to ws-mail-addressee
                   move spaces to ws-mail-address
                   move spaces to ws-mail-msg
                   call 'mailio' using "U",
                                       ws-mail-record,
                                       ws-mail-nav,
                                       ws-mail-msg
                   if ws-mail-msg = "Mail item updated"
                       add 1 to ws-mail-count
                   end-if
               end-if
               call 'mailio' using "T",
                                   ws-mail-record,
                                   ws-mail-nav,
                                   ws-mail-msg
           end-perform.

       WriteRegisterLine.
           move spaces to fd-register-line.
           string ws-arch-clnt-id   delimited by size
                  " "               delimited by size
                  ws-arch-surname   delimited by size
                  " "               delimited by size
                  ws-arch-archived  delimited by size
                  " "               delimited by size
                  ws-result-text    delimited by size
                  " "               delimited by size
                  ws-refusal        delimited by size
               into fd-register-line.
           write fd-register-line.

      * Audit lines keep clntio's WriteAudit layout - the client id
      * at 37 and the surname at 45 - so the surname is overwritten
      * in place, and the images that carry personal data (name and
      * dob on INSERT, UPDATE and RESTORE, the reason on HOLD) are
      * replaced. Balance, status and grade images stay as written.
       ScrubAuditTrail.
           open input AuditFile.
           if audit-success
               open output AuditWorkFile
               perform ScrubAuditLine
                   until not audit-success
               close AuditWorkFile
               close AuditFile
               perform RewriteAuditTrail
           else
               close AuditFile
           end-if.

       ScrubAuditLine.
           read AuditFile
               at end move "10" to audit-status
           end-read.

           if audit-success
               move fd-audit-line to fd-audit-work-line
               move fd-audit-line(37:7) to ws-audit-clnt-id
               move "N" to ws-id-listed
               if ws-audit-clnt-id numeric
                   perform CheckIdListed
               end-if
               if ws-id-listed = "Y"
                   add 1 to ws-audit-count
                   if ws-first-scrubbed = spaces
                       move fd-audit-line(122:8) to ws-first-scrubbed
                   end-if
                   move "ANONYMISED" to fd-audit-work-line(45:10)
                   move fd-audit-line(19:10) to ws-audit-op
                   if ws-audit-op = "INSERT" or "UPDATE" or "RESTORE"
                       or "HOLD"
                       move " before[ANONYMISED] after[ANONYMISED]"
                           to fd-audit-work-line(55:66)
                   end-if
               end-if
               write fd-audit-work-line
           end-if.

       CheckIdListed.
           move ws-audit-clnt-id to ws-clnt-id-n.
           move 1 to anon-idx.
           perform until anon-idx > ws-anon-count
               or ws-id-listed = "Y"
               if ws-anon-id(anon-idx) = ws-clnt-id-n
                   move "Y" to ws-id-listed
               end-if
               add 1 to anon-idx
           end-perform.

       RewriteAuditTrail.
           open input AuditWorkFile.
           open output AuditFile.

           read AuditWorkFile
               at end set audit-work-EOF to true
           end-read.

           call 'audseal' using "R", "A", fd-audit-line.

           perform until audit-work-EOF
               move fd-audit-work-line to fd-audit-line
               call 'audseal' using "K", "A", fd-audit-line
               write fd-audit-line

               read AuditWorkFile
                   at end set audit-work-EOF to true
               end-read
           end-perform.

           perform WriteResealLine.

           close AuditWorkFile.
           close AuditFile.

           call "CBL_DELETE_FILE" using "audit.wrk"
               returning ws-delete-rc.

      * Laid out like every other audit line - date, operator and
      * operation first - with the first line scrubbed (where the
      * re-sealing made a difference) at 39.
       WriteResealLine.
           move spaces to fd-audit-line.
           string ws-today-gregorian delimited by size
                  " "                delimited by size
                  ws-oper-id         delimited by size
                  " "                delimited by size
                  "RESEAL    "       delimited by size
                  "from line "       delimited by size
                  ws-first-scrubbed  delimited by size
                  " - "              delimited by size
                  ws-audit-count     delimited by size
                  " line(s) anonymised" delimited by size
               into fd-audit-line.
           call 'audseal' using "S", "A", fd-audit-line.
           write fd-audit-line.

       WriteTotals.
           move spaces to fd-register-line.
           write fd-register-line.

           if copy-failed
               move "Safety copy failed - nothing was touched"
                   to fd-register-line
               write fd-register-line
           end-if.

           move spaces to fd-register-line.
           string "Anonymised: "          delimited by size
                  ws-anon-count           delimited by size
                  "  Refused: "           delimited by size
                  ws-refused-count        delimited by size
                  "  Left for next run: " delimited by size
                  ws-deferred-count       delimited by size
               into fd-register-line.
           write fd-register-line.

           move spaces to fd-register-line.
           string "Already anonymised: "  delimited by size
                  ws-already-count        delimited by size
                  "  Audit lines scrubbed: " delimited by size
                  ws-audit-count          delimited by size
               into fd-register-line.
           write fd-register-line.

           move spaces to fd-register-line.
           string "Client changes scrubbed: " delimited by size
                  ws-change-count         delimited by size
                  "  Mail items scrubbed: " delimited by size
                  ws-mail-count           delimited by size
               into fd-register-line.
           write fd-register-line.
