      * with a blank line after it, ready to feed to a label
      * printer. A household (clients sharing a group id) gets one
      * label, addressed to the first member met and their
      * household, instead of an envelope per member. Clients
      * flagged gone away are held back and counted. The phone
      * line prints masked (pimask).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       WORKING-STORAGE SECTION.
           copy "clnt.ws".

       01 ws-shown-details.
           05 ws-shown-phone pic X(12).
           05 ws-shown-sort  pic X(6).
           05 ws-shown-acct  pic X(8).

       01 ws-navigation-status pic X(2) value "YY".
           88 next-allowed value "YY", "YN".

       01 ws-full-name pic X(24).

       01 ws-label-count pic 9(5) value zeroes.
       01 ws-held-count  pic 9(5) value zeroes.

       01 ws-gone-result pic X(1) value "N".
       01 ws-gone-oper   pic X(8) value spaces.

       01 ws-seen-groups.
           05 ws-seen-group occurs 500 times pic 9(5).
           close LabelFile.

           display "Mailing labels written to mailer.rpt, "
                   ws-label-count " labels, "
                   ws-held-count " held back (gone away)".

           goback.

               move "N" to ws-household
           end-if.

      * A client flagged gone away (gonechk) gets no label - the
      * run counts what it held back instead.
       WriteLabel.
           call 'gonechk' using "Q",
                                ws-clnt-id,
                                ws-gone-result,
                                ws-gone-oper.

           if ws-gone-result = "Y"
               add 1 to ws-held-count
           else
               perform PrintLabel
           end-if.

       PrintLabel.
           add 1 to ws-label-count.

           move spaces to ws-full-name.
           string ws-clnt-address delimited by size into fd-label-line.
           write fd-label-line.

           call 'pimask' using "M", ws-clnt-record,
                               ws-shown-details.
           move spaces to fd-label-line.
           string ws-shown-phone delimited by size into fd-label-line.
           write fd-label-line.

           move spaces to fd-label-line.
