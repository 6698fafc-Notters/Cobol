       IDENTIFICATION DIVISION.
       PROGRAM-ID. gonechk IS INITIAL.
       AUTHOR. Andrew Notman.

      * Returned-mail check for one client, through goneio with its
      * own record buffer so a caller walking the client file keeps
      * its place. "Q" answers "Y" when the client is flagged gone
      * away - every run that prints paper for a client asks before
      * it does and holds the item back on a "Y". "C" clears the
      * flag because a new address has just been keyed (clntgui,
      * bulkamnd), stamping who and when, and answers "Y" when
      * there was a flag to clear.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           copy "gone.ws".

       01 ws-gone-msg pic X(80).
       01 ws-gone-nav pic X(2).
       01 ws-today    pic 9(8).

       LINKAGE SECTION.
       01 ls-operation pic X(1).
       01 ls-clnt-id   pic 9(7).
       01 ls-result    pic X(1).
       01 ls-oper-id   pic X(8).

       PROCEDURE DIVISION USING ls-operation,
                                ls-clnt-id,
                                ls-result,
                                ls-oper-id.
       Main.
           move "N" to ls-result.

           move spaces to ws-gone-record.
           move ls-clnt-id to ws-gone-clnt-id.
           move spaces to ws-gone-msg.
           call 'goneio' using "Q",
                               ws-gone-record,
                               ws-gone-nav,
                               ws-gone-msg.

           if ws-gone-msg not equal "Returned-mail row not found"
               and ws-gone-away
               evaluate ls-operation
                   when "Q"
                       move "Y" to ls-result
                   when "C"
                       perform ClearFlag
                   when other
                       continue
               end-evaluate
           end-if.

           EXIT PROGRAM.

       ClearFlag.
           accept ws-today from date yyyymmdd.
           move "C" to ws-gone-status.
           move ws-today to ws-gone-cleared-date.
           move ls-oper-id to ws-gone-cleared-by.
           move spaces to ws-gone-msg.
           call 'goneio' using "U",
                               ws-gone-record,
                               ws-gone-nav,
                               ws-gone-msg.
           if ws-gone-msg equal "Returned-mail row updated"
               move "Y" to ls-result
           end-if.
