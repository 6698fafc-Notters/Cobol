       IDENTIFICATION DIVISION.
       PROGRAM-ID. crmfeed.
       AUTHOR. Andrew Notman.

      * Daily CRM delta feed - sends the CRM system every change to
      * the client master recorded since the last feed (crmchg's
      * rows on cdlt.dat still waiting) instead of the full clntexp
      * dump, in crmfeed.dat:
      *
      *   H  feed number, processing date, "N" (a resend carries
      *      "R" - see crmresnd)
      *   D  one per change, in the order the changes happened:
      *      sequence in the feed, change type (I inserted, A
      *      amended, C closed, M merged, X archived, R restored,
      *      H put on hold, O taken off hold), client, date and
      *      time of the change, the surviving client on a merge,
      *      then the client's fields after the change - surname,
      *      first name, date of birth, address, phone, status,
      *      category, branch, group, hold flag and date, direct-
      *      debit flag
      *   T  feed number and record count
      *
      * The feed number is one more than the last on the CRM feed
      * register (crmf.dat), so the CRM side can tell a day missed
      * or loaded twice; a day with no changes still sends a feed
      * with a zero count for the same reason. The file is written
      * in full before any change is touched, so a run that dies
      * while writing it simply runs again; then the feed goes on
      * the register and every change it carried is stamped with
      * the feed number, which is what a resend reads back. A
      * second feed for a processing date already fed is refused.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select CrmFeedFile assign to "crmfeed.dat"
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD CrmFeedFile.
       01 fd-crmfeed-line pic X(150).

       WORKING-STORAGE SECTION.
           copy "cdlt.ws".
           copy "crmf.ws".

       01 ws-cdlt-msg pic X(80).
       01 ws-cdlt-nav pic X(2).
           88 cdlt-next-allowed value "YY", "YN".
       01 ws-crmf-msg pic X(80).
       01 ws-crmf-nav pic X(2).
           88 crmf-next-allowed value "YY", "YN".

       01 ws-today     pic 9(8) value zeroes.
       01 ws-feed-no   pic 9(6) value zeroes.
       01 ws-last-date pic 9(8) value zeroes.

       01 ws-record-count pic 9(7) value zeroes.
       01 ws-stamp-count  pic 9(7) value zeroes.

       PROCEDURE DIVISION.
       Main.
           call 'procdtio' using "R", ws-today.
           if ws-today equal zeroes
               accept ws-today from date yyyymmdd
           end-if.

           perform FindNextFeed.

           if ws-last-date = ws-today
               display "CRM feed - " ws-today " has already been "
                       "fed; crmresnd sends a past feed again"
               goback
           end-if.

           open output CrmFeedFile.

           move spaces to fd-crmfeed-line.
           string "H"        delimited by size
                  ws-feed-no delimited by size
                  ws-today   delimited by size
                  "N"        delimited by size
                  " CRM CLIENT CHANGES" delimited by size
               into fd-crmfeed-line.
           write fd-crmfeed-line.

           move spaces to ws-cdlt-record.
           move zeroes to ws-cdlt-feed-no.
           move "YY" to ws-cdlt-nav.
           move spaces to ws-cdlt-msg.
           call 'cdltio' using "P",
                               ws-cdlt-record,
                               ws-cdlt-nav,
                               ws-cdlt-msg.

           perform until not cdlt-next-allowed
               perform WriteChange
               call 'cdltio' using "R",
                                   ws-cdlt-record,
                                   ws-cdlt-nav,
                                   ws-cdlt-msg
           end-perform.

           move spaces to fd-crmfeed-line.
           string "T"             delimited by size
                  ws-feed-no      delimited by size
                  ws-record-count delimited by size
               into fd-crmfeed-line.
           write fd-crmfeed-line.

           close CrmFeedFile.

           perform RecordFeed.
           perform StampChanges.

           display "CRM feed - feed " ws-feed-no " written to "
                   "crmfeed.dat, " ws-record-count " change(s)".

           if ws-stamp-count not = ws-record-count
               display "CRM feed - " ws-stamp-count
                       " change(s) stamped against "
                       ws-record-count " in the file"
               move 1 to return-code
           end-if.

           goback.

      * The next feed number is one past the highest on the CRM
      * feed register; the date of that last feed guards against
      * feeding the same day twice.
       FindNextFeed.
           move zeroes to ws-feed-no.
           move zeroes to ws-last-date.
           move spaces to ws-crmf-record.
           move "YY" to ws-crmf-nav.
           move spaces to ws-crmf-msg.
           call 'crmfio' using "F",
                               ws-crmf-record,
                               ws-crmf-nav,
                               ws-crmf-msg.

           perform until not crmf-next-allowed
               if ws-crmf-feed-no > ws-feed-no
                   move ws-crmf-feed-no to ws-feed-no
                   move ws-crmf-feed-date to ws-last-date
               end-if
               call 'crmfio' using "N",
                                   ws-crmf-record,
                                   ws-crmf-nav,
                                   ws-crmf-msg
           end-perform.

           add 1 to ws-feed-no.

       WriteChange.
           add 1 to ws-record-count.

           move spaces to fd-crmfeed-line.
           string "D"                 delimited by size
                  ws-record-count     delimited by size
                  ws-cdlt-type        delimited by size
                  ws-cdlt-clnt-id     delimited by size
                  ws-cdlt-date        delimited by size
                  ws-cdlt-time        delimited by size
                  ws-cdlt-merged-into delimited by size
                  ws-cdlt-surname     delimited by size
                  ws-cdlt-first-name  delimited by size
                  ws-cdlt-dob         delimited by size
                  ws-cdlt-address     delimited by size
                  ws-cdlt-phone       delimited by size
                  ws-cdlt-status      delimited by size
                  ws-cdlt-category    delimited by size
                  ws-cdlt-branch      delimited by size
                  ws-cdlt-group-id    delimited by size
                  ws-cdlt-hold        delimited by size
                  ws-cdlt-hold-date   delimited by size
                  ws-cdlt-dd-flag     delimited by size
               into fd-crmfeed-line.
           write fd-crmfeed-line.

       RecordFeed.
           move spaces to ws-crmf-record.
           move ws-feed-no to ws-crmf-feed-no.
           move ws-today to ws-crmf-feed-date.
           move ws-record-count to ws-crmf-record-count.
           move zeroes to ws-crmf-resend-count.
           move zeroes to ws-crmf-resend-date.
           move spaces to ws-crmf-resend-by.
           move spaces to ws-crmf-msg.
           call 'crmfio' using "A",
                               ws-crmf-record,
                               ws-crmf-nav,
                               ws-crmf-msg.

      * Each change sent leaves the waiting rows for the feed - the
      * first still waiting is always the next one the file
      * carries. A change recorded while the file was being written
      * sorts after every one in it and waits for tomorrow.
       StampChanges.
           move spaces to ws-cdlt-record.
           move zeroes to ws-cdlt-feed-no.
           move "YY" to ws-cdlt-nav.
           move spaces to ws-cdlt-msg.
           call 'cdltio' using "P",
                               ws-cdlt-record,
                               ws-cdlt-nav,
                               ws-cdlt-msg.

           perform until not cdlt-next-allowed
               or ws-stamp-count not < ws-record-count
               move ws-feed-no to ws-cdlt-feed-no
               move spaces to ws-cdlt-msg
               call 'cdltio' using "U",
                                   ws-cdlt-record,
                                   ws-cdlt-nav,
                                   ws-cdlt-msg
               if ws-cdlt-msg equal "Client change updated"
                   add 1 to ws-stamp-count
               else
                   move "NN" to ws-cdlt-nav
               end-if

               if cdlt-next-allowed
                   move spaces to ws-cdlt-record
                   move zeroes to ws-cdlt-feed-no
                   move "YY" to ws-cdlt-nav
                   move spaces to ws-cdlt-msg
                   call 'cdltio' using "P",
                                       ws-cdlt-record,
                                       ws-cdlt-nav,
                                       ws-cdlt-msg
               end-if
           end-perform.
