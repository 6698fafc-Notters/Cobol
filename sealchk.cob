       IDENTIFICATION DIVISION.
       PROGRAM-ID. sealchk.
       AUTHOR. Andrew Notman.

      * Nightly seal check - walks the two sealed trails end to
      * end, audit.dat (sealed line by line through audseal) and
      * note.dat (sealed note by note through noteio), working
      * every check value out again from the entry before it:
      *   - the first broken link - an entry whose check does not
      *     follow from the one before (altered, inserted or
      *     unsealed), with a count of every other;
      *   - every run of missing entries - gaps in the numbering,
      *     and for audit.dat lines sealed (audseal.dat says so)
      *     but no longer at the end of the trail;
      *   - every entry dated before the one ahead of it.
      * The last entry of each trail checked tonight is written to
      * an anchor file (sealanc.dat); the next night that entry
      * must still be there with the same check, so a trail
      * rebuilt and sealed again from scratch is caught too. The
      * one sanctioned rewrite - the anonymisation run, which puts
      * a RESEAL line on the end - is reported as such.
      * Findings go to sealchk.rpt, closing with one "Seals" line
      * per trail that the morning digest shows; the return-code
      * is only set when a trail or the report cannot be opened.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select AuditFile assign to "audit.dat"
               organization is line sequential
               file status is audit-status.

           select SealStateFile assign to "audseal.dat"
               organization is line sequential
               file status is state-status.

           select NoteFile assign to "note.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-note-id
               alternate record key is fd-note-clnt-id
                   with duplicates
               file status is note-status.

           select AnchorFile assign to "sealanc.dat"
               organization is line sequential
               file status is anchor-status.

           select SealReport assign to "sealchk.rpt"
               organization is line sequential
               file status is report-status.

       DATA DIVISION.
       FILE SECTION.
       FD AuditFile.
       01 fd-audit-line pic X(146).

       FD SealStateFile.
       01 fd-state-line.
           05 fd-state-seq   pic 9(8).
           05 fd-state-check pic X(16).

       FD NoteFile.
           copy "note.fd".

       FD AnchorFile.
       01 fd-anchor-line.
           05 fd-anchor-trail pic X(1).
           05 fd-anchor-seq   pic 9(8).
           05 fd-anchor-check pic X(16).
           05 fd-anchor-date  pic 9(8).

       FD SealReport.
       01 fd-report-line pic X(100).

       WORKING-STORAGE SECTION.
       01 audit-status pic X(2).
           88 audit-success value "00".
       01 state-status pic X(2).
           88 state-success value "00".
       01 note-status pic X(2).
           88 note-success value "00".
       01 anchor-status pic X(2).
           88 anchor-success value "00".
       01 report-status pic X(2).
           88 report-success value "00".

       01 ws-proc-date pic 9(8) value zeroes.

      * last night's anchors - 1 audit.dat, 2 note.dat
       01 ws-anchor-table.
           05 ws-anchor occurs 2 times.
               10 ws-anc-loaded pic X(1).
               10 ws-anc-seq    pic 9(8).
               10 ws-anc-check  pic X(16).
               10 ws-anc-date   pic 9(8).
               10 ws-anc-seen   pic X(1).
               10 ws-anc-match  pic X(1).
       01 trail-idx pic 9(1).
       01 ws-trail-codes pic X(2) value "AN".

      * tonight's last entry on each trail, for the new anchors
       01 ws-last-table.
           05 ws-last occurs 2 times.
               10 ws-last-seq   pic 9(8).
               10 ws-last-check pic X(16).

      * the audit line as written - see audseal
       01 ws-sealed-line.
           05 ws-line-body  pic X(120).
           05 filler        pic X(1).
           05 ws-line-seq   pic X(8).
           05 ws-line-seq-n redefines ws-line-seq pic 9(8).
           05 filler        pic X(1).
           05 ws-line-check pic X(16).

       01 ws-line-date pic 9(8).

       01 ws-audit-text.
           05 ws-text-seq  pic 9(8).
           05 ws-text-body pic X(120).

      * one entry of whichever trail is being walked
       01 ws-cur-sealed pic X(1).
       01 ws-cur-seq    pic 9(8).
       01 ws-cur-text   pic X(128).
       01 ws-cur-check  pic X(16).
       01 ws-cur-stamp  pic 9(14).
       01 ws-new-check  pic X(16).

       01 ws-prev-seq   pic 9(8).
       01 ws-prev-check pic X(16).
       01 ws-prev-stamp pic 9(14).
       01 ws-gap-from   pic 9(8).
       01 ws-gap-to     pic 9(8).
       01 ws-gap-size   pic 9(8).
       01 ws-gap-seen   pic X(1).

       01 ws-entry-count   pic 9(8).
       01 ws-broken-count  pic 9(5).
       01 ws-missing-count pic 9(5).
       01 ws-order-count   pic 9(5).
       01 ws-listed-count  pic 9(3).
       01 ws-first-broken  pic X(1).

      * the anonymisation run's RESEAL line, where there is one
       01 ws-reseal-from pic 9(8).
       01 ws-reseal-seq  pic 9(8).
       01 ws-reseal-date pic X(8).

       01 ws-trail-name   pic X(10).
       01 ws-entry-word   pic X(5).
       01 ws-anchor-word  pic X(8).
       01 ws-more pic X(1).
       01 ws-failed pic X(1) value "N".

       PROCEDURE DIVISION.
       Main.
           call 'procdtio' using "R", ws-proc-date.
           if ws-proc-date equal zeroes
               accept ws-proc-date from date yyyymmdd
           end-if.

           open output SealReport.
           if not report-success
               display "Seal check: sealchk.rpt cannot be written"
               move 1 to return-code
               goback
           end-if.

           move spaces to fd-report-line.
           string "Audit Trail Seal Check - processing date "
                      delimited by size
                  ws-proc-date delimited by size
               into fd-report-line.
           write fd-report-line.

           perform LoadAnchors.

           perform CheckAuditTrail.
           perform CheckNoteTrail.

           perform SaveAnchors.

           close SealReport.

           if ws-failed = "Y"
               move 1 to return-code
           end-if.

           goback.

       LoadAnchors.
           perform varying trail-idx from 1 by 1 until trail-idx > 2
               move "N" to ws-anc-loaded(trail-idx)
               move zeroes to ws-anc-seq(trail-idx)
               move spaces to ws-anc-check(trail-idx)
               move zeroes to ws-anc-date(trail-idx)
               move "N" to ws-anc-seen(trail-idx)
               move "N" to ws-anc-match(trail-idx)
               move zeroes to ws-last-seq(trail-idx)
               move all "0" to ws-last-check(trail-idx)
           end-perform.

           open input AnchorFile.
           if anchor-success
               move "Y" to ws-more
               perform until ws-more = "N"
                   read AnchorFile
                       at end move "N" to ws-more
                   end-read
                   if ws-more = "Y" and fd-anchor-seq numeric
                       perform HoldAnchor
                   end-if
               end-perform
               close AnchorFile
           end-if.

       HoldAnchor.
           evaluate fd-anchor-trail
               when "A" move 1 to trail-idx
               when "N" move 2 to trail-idx
               when other move zero to trail-idx
           end-evaluate.

           if trail-idx not = zero
               move "Y" to ws-anc-loaded(trail-idx)
               move fd-anchor-seq   to ws-anc-seq(trail-idx)
               move fd-anchor-check to ws-anc-check(trail-idx)
               move fd-anchor-date  to ws-anc-date(trail-idx)
           end-if.

       SaveAnchors.
           open output AnchorFile.
           perform varying trail-idx from 1 by 1 until trail-idx > 2
               move ws-trail-codes(trail-idx:1) to fd-anchor-trail
               move ws-last-seq(trail-idx)      to fd-anchor-seq
               move ws-last-check(trail-idx)    to fd-anchor-check
               move ws-proc-date                to fd-anchor-date
               write fd-anchor-line
           end-perform.
           close AnchorFile.

      *-----------------------------------------------------------
      * audit.dat - numbered and sealed by audseal
      *-----------------------------------------------------------
       CheckAuditTrail.
           move 1 to trail-idx.
           move "audit.dat" to ws-trail-name.
           move "line" to ws-entry-word.
           perform StartTrail.
           move zeroes to ws-reseal-from.
           move zeroes to ws-reseal-seq.
           move spaces to ws-reseal-date.

           open input AuditFile.
           evaluate true
               when audit-success
                   move "Y" to ws-more
                   perform CheckAuditLine until ws-more = "N"
                   close AuditFile
                   perform CheckAuditTail
               when audit-status = "35"
                   move "  audit.dat is not on file" to fd-report-line
                   write fd-report-line
               when other
                   move spaces to fd-report-line
                   string "  audit.dat cannot be opened, status "
                              delimited by size
                          audit-status delimited by size
                       into fd-report-line
                   write fd-report-line
                   move "Y" to ws-failed
           end-evaluate.

           perform FinishTrail.

       CheckAuditLine.
           read AuditFile
               at end move "N" to ws-more
           end-read.

           if ws-more = "Y"
               move fd-audit-line to ws-sealed-line
               if ws-line-seq numeric
                   move "Y" to ws-cur-sealed
                   move ws-line-seq-n to ws-cur-seq
                   move ws-line-seq-n to ws-text-seq
                   move ws-line-body  to ws-text-body
                   move ws-audit-text to ws-cur-text
                   move ws-line-check to ws-cur-check
               else
                   move "N" to ws-cur-sealed
               end-if
      *        audit lines carry a date only - the stamp is the date
      *        with no time of day
               if ws-line-body(1:8) numeric
                   move ws-line-body(1:8) to ws-line-date
                   compute ws-cur-stamp = ws-line-date * 1000000
               else
                   move ws-prev-stamp to ws-cur-stamp
               end-if
               if ws-line-body(19:6) = "RESEAL"
                   and ws-line-body(39:8) numeric
                   and ws-line-seq numeric
                   move ws-line-body(39:8) to ws-reseal-from
                   move ws-line-seq-n to ws-reseal-seq
                   move ws-line-body(1:8)  to ws-reseal-date
               end-if
               perform CheckEntry
           end-if.

      * The state file holds the number and check of the last line
      * audseal sealed - a trail that ends short of it has lost
      * lines off the end.
       CheckAuditTail.
           open input SealStateFile.
           if state-success
               read SealStateFile
                   at end move spaces to fd-state-line
               end-read
               close SealStateFile

               evaluate true
                   when fd-state-seq not numeric
                       continue
                   when fd-state-seq > ws-prev-seq
                       compute ws-gap-from = ws-prev-seq + 1
                       move fd-state-seq to ws-gap-to
                       compute ws-gap-size = ws-gap-to - ws-gap-from
                                           + 1
                       add ws-gap-size to ws-missing-count
                       move spaces to fd-report-line
                       string "  Lines " delimited by size
                              ws-gap-from delimited by size
                              " to " delimited by size
                              ws-gap-to delimited by size
                              " missing from the end of the trail"
                                  delimited by size
                           into fd-report-line
                       write fd-report-line
                   when fd-state-seq = ws-prev-seq
                       and fd-state-check not = ws-prev-check
                       add 1 to ws-broken-count
                       move spaces to fd-report-line
                       string "  Line " delimited by size
                              ws-prev-seq delimited by size
                              " does not match the seal state "
                                  delimited by size
                              "(audseal.dat)" delimited by size
                           into fd-report-line
                       write fd-report-line
                   when fd-state-seq < ws-prev-seq
                       add 1 to ws-broken-count
                       move spaces to fd-report-line
                       string "  Lines after " delimited by size
                              fd-state-seq delimited by size
                              " were not sealed through audseal"
                                  delimited by size
                           into fd-report-line
                       write fd-report-line
               end-evaluate
           end-if.

      *-----------------------------------------------------------
      * note.dat - the note id is the number, sealed by noteio
      *-----------------------------------------------------------
       CheckNoteTrail.
           move 2 to trail-idx.
           move "note.dat" to ws-trail-name.
           move "note" to ws-entry-word.
           perform StartTrail.
           move zeroes to ws-reseal-from.
           move zeroes to ws-reseal-seq.

           open input NoteFile.
           evaluate true
               when note-success
                   move "Y" to ws-more
                   move low-values to fd-note-id
                   start NoteFile key is greater than fd-note-id
                       invalid key
                           move "N" to ws-more
                   end-start
                   perform CheckNoteRecord until ws-more = "N"
                   close NoteFile
               when note-status = "35"
                   move "  note.dat is not on file" to fd-report-line
                   write fd-report-line
               when other
                   move spaces to fd-report-line
                   string "  note.dat cannot be opened, status "
                              delimited by size
                          note-status delimited by size
                       into fd-report-line
                   write fd-report-line
                   move "Y" to ws-failed
           end-evaluate.

           perform FinishTrail.

       CheckNoteRecord.
           read NoteFile next record
               at end move "N" to ws-more
           end-read.

           if ws-more = "Y"
               if fd-note-seal = spaces
                   move "N" to ws-cur-sealed
               else
                   move "Y" to ws-cur-sealed
               end-if
               move fd-note-id to ws-cur-seq
               move spaces to ws-cur-text
               move fd-note-record(1:96) to ws-cur-text
               move fd-note-seal to ws-cur-check
               if fd-note-date numeric and fd-note-time numeric
                   compute ws-cur-stamp =
                       fd-note-date * 1000000 + fd-note-time
               else
                   move ws-prev-stamp to ws-cur-stamp
               end-if
               perform CheckEntry
           end-if.

      *-----------------------------------------------------------
      * shared by both trails
      *-----------------------------------------------------------
       StartTrail.
           move zeroes to ws-prev-seq.
           move all "0" to ws-prev-check.
           move zeroes to ws-prev-stamp.
           move zeroes to ws-entry-count.
           move zeroes to ws-broken-count.
           move zeroes to ws-missing-count.
           move zeroes to ws-order-count.
           move zeroes to ws-listed-count.
           move "Y" to ws-first-broken.

           move spaces to fd-report-line.
           write fd-report-line.
           move spaces to fd-report-line.
           string "Trail " delimited by size
                  ws-trail-name delimited by space
               into fd-report-line.
           write fd-report-line.

      * One entry against the one before it: numbering first (a
      * gap is missing entries, and the check across a gap cannot
      * hold, so it is not counted twice), then the chained check,
      * then the date order.
       CheckEntry.
           add 1 to ws-entry-count.

           if ws-cur-sealed = "N"
               add 1 to ws-broken-count
               if ws-first-broken = "Y"
                   move "N" to ws-first-broken
                   move spaces to fd-report-line
                   string "  First broken link: the "
                              delimited by size
                          ws-entry-word delimited by space
                          " after " delimited by size
                          ws-prev-seq delimited by size
                          " carries no seal" delimited by size
                       into fd-report-line
                   write fd-report-line
               end-if
           else
               move "N" to ws-gap-seen
               if ws-cur-seq > ws-prev-seq + 1
                   move "Y" to ws-gap-seen
                   compute ws-gap-from = ws-prev-seq + 1
                   compute ws-gap-to = ws-cur-seq - 1
                   compute ws-gap-size = ws-gap-to - ws-gap-from + 1
                   add ws-gap-size to ws-missing-count
                   perform ListGap
               end-if

               evaluate true
                   when ws-cur-seq not > ws-prev-seq
                       add 1 to ws-broken-count
                       if ws-first-broken = "Y"
                           move "N" to ws-first-broken
                           move spaces to fd-report-line
                           string "  First broken link: "
                                      delimited by size
                                  ws-entry-word delimited by space
                                  " " delimited by size
                                  ws-cur-seq delimited by size
                                  " out of sequence after "
                                      delimited by size
                                  ws-prev-seq delimited by size
                               into fd-report-line
                           write fd-report-line
                       end-if
                   when ws-gap-seen = "Y"
                       continue
                   when other
                       call 'sealhash' using ws-prev-check,
                                             ws-cur-text,
                                             ws-new-check
                       if ws-new-check not = ws-cur-check
                           add 1 to ws-broken-count
                           if ws-first-broken = "Y"
                               move "N" to ws-first-broken
                               perform ReportFirstBroken
                           end-if
                       end-if
               end-evaluate

               if ws-cur-seq = ws-anc-seq(trail-idx)
                   move "Y" to ws-anc-seen(trail-idx)
                   if ws-cur-check = ws-anc-check(trail-idx)
                       move "Y" to ws-anc-match(trail-idx)
                   end-if
               end-if

               move ws-cur-seq   to ws-prev-seq
               move ws-cur-check to ws-prev-check
               move ws-cur-seq   to ws-last-seq(trail-idx)
               move ws-cur-check to ws-last-check(trail-idx)
           end-if.

           if ws-cur-stamp < ws-prev-stamp
               add 1 to ws-order-count
               perform ListOutOfOrder
           else
               move ws-cur-stamp to ws-prev-stamp
           end-if.

       ReportFirstBroken.
           move spaces to fd-report-line.
           string "  First broken link: " delimited by size
                  ws-entry-word delimited by space
                  " " delimited by size
                  ws-cur-seq delimited by size
                  " does not follow from " delimited by size
                  ws-entry-word delimited by space
                  " " delimited by size
                  ws-prev-seq delimited by size
                  " - altered or replaced" delimited by size
               into fd-report-line.
           write fd-report-line.

       ListGap.
           add 1 to ws-listed-count.
           if ws-listed-count not > 50
               move spaces to fd-report-line
               string "  Missing: " delimited by size
                      ws-entry-word delimited by space
                      "s " delimited by size
                      ws-gap-from delimited by size
                      " to " delimited by size
                      ws-gap-to delimited by size
                   into fd-report-line
               write fd-report-line
           end-if.
           perform NoteListingCut.

       ListOutOfOrder.
           add 1 to ws-listed-count.
           if ws-listed-count not > 50
               move spaces to fd-report-line
               string "  Out of date order: " delimited by size
                      ws-entry-word delimited by space
                      " " delimited by size
                      ws-cur-seq delimited by size
                      " dated " delimited by size
                      ws-cur-stamp(1:8) delimited by size
                      ", before the one ahead of it"
                          delimited by size
                   into fd-report-line
               write fd-report-line
           end-if.
           perform NoteListingCut.

       NoteListingCut.
           if ws-listed-count = 51
               move "  ... further findings counted but not listed"
                   to fd-report-line
               write fd-report-line
           end-if.

      * Last night's anchor entry must still be on the trail with
      * the same check. A changed anchor with a RESEAL line after
      * it (re-sealing from the anchor or earlier) is the
      * anonymisation run at work; anything else is not.
       FinishTrail.
           evaluate true
               when ws-anc-loaded(trail-idx) = "N"
                   move "NEW" to ws-anchor-word
               when ws-anc-seq(trail-idx) = zeroes
                   move "OK" to ws-anchor-word
               when ws-anc-match(trail-idx) = "Y"
                   move "OK" to ws-anchor-word
               when ws-anc-seen(trail-idx) = "Y"
                   and ws-reseal-from not = zeroes
                   and ws-reseal-from not > ws-anc-seq(trail-idx)
                   and ws-reseal-seq > ws-anc-seq(trail-idx)
                   move "RESEALED" to ws-anchor-word
               when ws-anc-seen(trail-idx) = "Y"
                   move "CHANGED" to ws-anchor-word
               when other
                   move "LOST" to ws-anchor-word
           end-evaluate.

           move spaces to fd-report-line.
           evaluate ws-anchor-word
               when "NEW"
                   string "  No anchor from an earlier check - "
                              delimited by size
                          "anchored from tonight" delimited by size
                       into fd-report-line
               when "OK"
                   string "  Anchor " delimited by size
                          ws-entry-word delimited by space
                          " " delimited by size
                          ws-anc-seq(trail-idx) delimited by size
                          " (checked " delimited by size
                          ws-anc-date(trail-idx) delimited by size
                          ") unchanged" delimited by size
                       into fd-report-line
               when "RESEALED"
                   string "  Anchor " delimited by size
                          ws-entry-word delimited by space
                          " " delimited by size
                          ws-anc-seq(trail-idx) delimited by size
                          " re-sealed by the anonymisation run on "
                              delimited by size
                          ws-reseal-date delimited by size
                       into fd-report-line
               when "CHANGED"
                   string "  Anchor " delimited by size
                          ws-entry-word delimited by space
                          " " delimited by size
                          ws-anc-seq(trail-idx) delimited by size
                          " (checked " delimited by size
                          ws-anc-date(trail-idx) delimited by size
                          ") HAS CHANGED - trail sealed again"
                              delimited by size
                       into fd-report-line
               when other
                   string "  Anchor " delimited by size
                          ws-entry-word delimited by space
                          " " delimited by size
                          ws-anc-seq(trail-idx) delimited by size
                          " (checked " delimited by size
                          ws-anc-date(trail-idx) delimited by size
                          ") IS GONE from the trail"
                              delimited by size
                       into fd-report-line
           end-evaluate.
           write fd-report-line.

           move spaces to fd-report-line.
           string "  " delimited by size
                  ws-entry-count delimited by size
                  " " delimited by size
                  ws-entry-word delimited by space
                  "(s) checked" delimited by size
               into fd-report-line.
           write fd-report-line.

      *    the digest reads this line - counts zero-padded, so a
      *    clean trail reads "Broken 00000 Missing 00000 Order
      *    00000" with an anchor of OK, NEW or RESEALED
           move spaces to fd-report-line.
           string "Seals " delimited by size
                  ws-trail-name delimited by size
                  " Broken " delimited by size
                  ws-broken-count delimited by size
                  " Missing " delimited by size
                  ws-missing-count delimited by size
                  " Order " delimited by size
                  ws-order-count delimited by size
                  " Anchor " delimited by size
                  ws-anchor-word delimited by space
               into fd-report-line.
           write fd-report-line.

           display "Seal check " ws-trail-name ": "
                   ws-entry-count " checked, " ws-broken-count
                   " broken, " ws-missing-count " missing, "
                   ws-order-count " out of order, anchor "
                   ws-anchor-word.
