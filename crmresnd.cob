       IDENTIFICATION DIVISION.
       PROGRAM-ID. crmresnd IS INITIAL.
       AUTHOR. Andrew Notman.

      * CRM feed resend - when the CRM team asks for a past day's
      * feed again, re-produces the feed by its number from the
      * changes stamped with it on the client change file, in
      * crmfeed's layout with the same feed number, date, sequence
      * numbers and after-images as the original, the header
      * marked "R" for a resend. It goes to crmrsnd.dat so that
      * tonight's crmfeed.dat is never overwritten. A count that no
      * longer agrees with the one the feed went out with is
      * reported and the file is still written, so the difference
      * can be taken up with the CRM team. The resend is counted
      * on the feed's register row with who asked for it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select CrmResendFile assign to "crmrsnd.dat"
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD CrmResendFile.
       01 fd-crmfeed-line pic X(150).

       WORKING-STORAGE SECTION.
           copy "cdlt.ws".
           copy "crmf.ws".

       01 ws-cdlt-msg pic X(80).
       01 ws-cdlt-nav pic X(2).
           88 cdlt-next-allowed value "YY", "YN".
       01 ws-crmf-msg pic X(80).
       01 ws-crmf-nav pic X(2).

       01 ws-entry-feed-no pic 9(6) value zeroes.
       01 ws-today         pic 9(8) value zeroes.
       01 ws-record-count  pic 9(7) value zeroes.

       01 ws-operator-id pic X(8) value spaces.
       01 ws-oper-level  pic X(1) value spaces.

       PROCEDURE DIVISION.
       Main.
           call 'whoami' using "R", ws-operator-id, ws-oper-level.

           display "CRM feed number to send again: "
               with no advancing.
           accept ws-entry-feed-no.

           move spaces to ws-crmf-record.
           move ws-entry-feed-no to ws-crmf-feed-no.
           move spaces to ws-crmf-msg.
           call 'crmfio' using "Q",
                               ws-crmf-record,
                               ws-crmf-nav,
                               ws-crmf-msg.

           if ws-crmf-msg equal "CRM feed not found"
               display "CRM feed not found"
               move 1 to return-code
               goback
           end-if.

           open output CrmResendFile.

           move spaces to fd-crmfeed-line.
           string "H"               delimited by size
                  ws-crmf-feed-no   delimited by size
                  ws-crmf-feed-date delimited by size
                  "R"               delimited by size
                  " CRM CLIENT CHANGES" delimited by size
               into fd-crmfeed-line.
           write fd-crmfeed-line.

           move spaces to ws-cdlt-record.
           move ws-crmf-feed-no to ws-cdlt-feed-no.
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
                  ws-crmf-feed-no delimited by size
                  ws-record-count delimited by size
               into fd-crmfeed-line.
           write fd-crmfeed-line.

           close CrmResendFile.

           display "CRM feed " ws-crmf-feed-no " of "
                   ws-crmf-feed-date " written again to crmrsnd.dat, "
                   ws-record-count " change(s)".

           if ws-record-count not = ws-crmf-record-count
               display "*** the feed went out with "
                       ws-crmf-record-count " change(s)"
               move 1 to return-code
           end-if.

           call 'procdtio' using "R", ws-today.
           if ws-today equal zeroes
               accept ws-today from date yyyymmdd
           end-if.

           add 1 to ws-crmf-resend-count.
           move ws-today to ws-crmf-resend-date.
           move ws-operator-id to ws-crmf-resend-by.
           move spaces to ws-crmf-msg.
           call 'crmfio' using "U",
                               ws-crmf-record,
                               ws-crmf-nav,
                               ws-crmf-msg.

           goback.

      * The same record crmfeed writes - the sequence number is the
      * change's place in the feed, which the change-number order
      * of the feed key hands back unchanged.
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
