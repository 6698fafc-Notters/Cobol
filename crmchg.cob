       IDENTIFICATION DIVISION.
       PROGRAM-ID. crmchg IS INITIAL.
       AUTHOR. Andrew Notman.

      * Records a change to the client master on the client change
      * file (cdlt.dat) for the daily CRM feed, with the client's
      * fields as they stand after the change. Called by whatever
      * makes the change, once it has gone through:
      *   clntio    "I" insert, "A" amend (an update, a special
      *             status, a branch transfer), "C" close, "R"
      *             restore from the archive, "H"/"O" hold on/off
      *   archclnt  "X" archived off the master
      *   mergeclnt "M" merged - the source client's close, just
      *             recorded by clntio and not yet fed, becomes the
      *             merge, carrying the surviving client's id, so
      *             the CRM hears of it once
      * Balance postings and the monthly risk grade are not CRM
      * fields and are never recorded. Nothing is recorded during
      * a training sitting - the training copy is not the book the
      * CRM keeps in step with.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           copy "clnt.ws".
           copy "cdlt.ws".

       01 ws-cdlt-msg pic X(80).
       01 ws-cdlt-nav pic X(2).
           88 cdlt-next-allowed value "YY", "YN".

       01 ws-training-flag pic X(1) value "N".
       01 ws-training-oper pic X(8) value spaces.

       01 ws-time-now pic 9(8).

       01 ws-last-cdlt-record pic X(134) value spaces.
       01 ws-last-found pic X(1) value "N".
           88 last-found value "Y".

       LINKAGE SECTION.
       01 ls-change-type  pic X(1).
       01 ls-clnt-record  pic X(143).
       01 ls-operator-id  pic X(8).
       01 ls-merged-into  pic 9(7).

       PROCEDURE DIVISION USING ls-change-type,
                                ls-clnt-record,
                                ls-operator-id,
                                ls-merged-into.
       Main.
           call 'trmodeio' using "R",
                                 ws-training-flag,
                                 ws-training-oper.

           if ws-training-flag not = "Y"
               move ls-clnt-record to ws-clnt-record
               if ls-change-type = "M"
                   perform RecordMerge
               else
                   perform RecordChange
               end-if
           end-if.

           EXIT PROGRAM.

       RecordChange.
           move spaces to ws-cdlt-record.
           move zeroes to ws-cdlt-id.
           move ws-clnt-id to ws-cdlt-clnt-id.
           move ls-change-type to ws-cdlt-type.
           accept ws-cdlt-date from date yyyymmdd.
           accept ws-time-now from time.
           move ws-time-now(1:6) to ws-cdlt-time.
           move ls-operator-id to ws-cdlt-oper.
           move zeroes to ws-cdlt-feed-no.
           move zeroes to ws-cdlt-feed-id.
           if ls-change-type = "M"
               move ls-merged-into to ws-cdlt-merged-into
           else
               move zeroes to ws-cdlt-merged-into
           end-if.

           move ws-clnt-surname    to ws-cdlt-surname.
           move ws-clnt-first-name to ws-cdlt-first-name.
           move ws-clnt-dob        to ws-cdlt-dob.
           move ws-clnt-address    to ws-cdlt-address.
           move ws-clnt-phone      to ws-cdlt-phone.
           move ws-clnt-status     to ws-cdlt-status.
           move ws-clnt-category   to ws-cdlt-category.
           move ws-clnt-branch     to ws-cdlt-branch.
           move ws-clnt-group-id   to ws-cdlt-group-id.
           move ws-clnt-hold       to ws-cdlt-hold.
           move ws-clnt-hold-date  to ws-cdlt-hold-date.
           move ws-clnt-dd-flag    to ws-cdlt-dd-flag.

           move spaces to ws-cdlt-msg.
           call 'cdltio' using "A",
                               ws-cdlt-record,
                               ws-cdlt-nav,
                               ws-cdlt-msg.

      * The source client's latest change is the close clntio has
      * just recorded; while it still waits for the feed it is
      * turned into the merge. Anything else - it has already gone
      * out, or something came between - gets a merge row of its
      * own.
       RecordMerge.
           move "N" to ws-last-found.
           move spaces to ws-cdlt-record.
           move ws-clnt-id to ws-cdlt-clnt-id.
           move "YY" to ws-cdlt-nav.
           move spaces to ws-cdlt-msg.
           call 'cdltio' using "S",
                               ws-cdlt-record,
                               ws-cdlt-nav,
                               ws-cdlt-msg.

           perform until not cdlt-next-allowed
               move ws-cdlt-record to ws-last-cdlt-record
               move "Y" to ws-last-found
               call 'cdltio' using "T",
                                   ws-cdlt-record,
                                   ws-cdlt-nav,
                                   ws-cdlt-msg
           end-perform.

           if last-found
               move ws-last-cdlt-record to ws-cdlt-record
           end-if.

           if last-found and ws-cdlt-closed
               and ws-cdlt-feed-no = zeroes
               move "M" to ws-cdlt-type
               move ls-merged-into to ws-cdlt-merged-into
               move spaces to ws-cdlt-msg
               call 'cdltio' using "U",
                                   ws-cdlt-record,
                                   ws-cdlt-nav,
                                   ws-cdlt-msg
           else
               perform RecordChange
           end-if.
