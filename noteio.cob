      * time; the caller supplies client, operator and text), "S"
      * positions on a client's first note and "N" walks the rest,
      * and "L" answers a client's most recent note for reports
      * that show the last contact. Every note appended is sealed
      * with a check value (sealhash) chained from the note before
      * it, so the nightly seal check can prove nothing was
      * edited, removed or slipped in.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01 ws-msg pic X(80) value spaces.

       01 ws-prev-seal pic X(16).
       01 ws-seal-text pic X(128).

       LINKAGE SECTION.
       01 ls-operation          pic X(1).
       01 ls-note-record        pic X(112).
       01 ls-navigation-status  pic X(2).
       01 ls-msg                pic X(80).

           end-if.

           compute ws-note-id = fd-note-id + 1.
           if fd-note-id = zeroes
               move all "0" to ws-prev-seal
           else
               move fd-note-seal to ws-prev-seal
           end-if.

           accept ws-note-date from date yyyymmdd.
           accept ws-note-time from time.

           move spaces to ws-seal-text.
           move ws-note-record(1:96) to ws-seal-text.
           call 'sealhash' using ws-prev-seal,
                                 ws-seal-text,
                                 ws-note-seal.

           move ws-note-record to fd-note-record.
           write fd-note-record
               invalid key
