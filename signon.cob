      * until an admin unlocks it; disabled ("D") ids are refused
      * outright but stay on file so audit lines keep resolving.
      * "C" (change password) stores a new password for the id,
      * stamps it with today and clears the forced-change flag -
      * unless it is the current password or one of the last five
      * the operator used, which are refused. Passwords are only
      * ever held as their one-way hash (pwhash): both functions
      * hash what they are given and work with hashes from there.
      * The expiry age in days comes from operpol.dat (one line,
      * nnn); a missing file means the shop default of 90 days,
      * and 000 means passwords never expire.
       01 ws-pwd-julian      pic 9(6).
       01 ws-pwd-age-days    pic S9(6).

       01 ws-entered-hash pic X(16).
       01 used-idx        pic 9(1).
       01 ws-reused pic X(1) value "N".
           88 password-reused value "Y".

       LINKAGE SECTION.
       01 ls-operation   pic X(1).
       01 ls-oper-id     pic X(8).
       01 ls-password    pic X(8).
       01 ls-oper-record pic X(139).
       01 ls-result      pic X(1).
       01 ls-msg         pic X(80).

               move "Unknown operator id" to ws-msg
           else
               move spaces to ws-msg
               call 'pwhash' using ls-oper-id,
                                   ls-password,
                                   ws-entered-hash
               evaluate true
                   when ws-oper-disabled
                       move "Operator id is disabled" to ws-msg
                   when ws-oper-locked
                       move "Operator id is locked - see supervisor"
                           to ws-msg
                   when ws-entered-hash not equal ws-oper-pwd-hash
                       perform CountFailedAttempt
                   when other
                       perform AcceptSignOn
           end-if.

      * Stores the new password handed in, stamped today, clearing
      * the forced-change flag and any failures on the clock. The
      * password being replaced goes to the head of the history
      * and the oldest of the five drops off the end.
       DoChangePassword.
           move spaces to ws-oper-record.
           move ls-oper-id to ws-oper-id.
           if ws-msg equal "Operator not found"
               move "Unknown operator id" to ws-msg
           else
               call 'pwhash' using ls-oper-id,
                                   ls-password,
                                   ws-entered-hash
               perform CheckPasswordReuse

               if password-reused
                   move "Password used recently - choose another"
                       to ws-msg
               else
                   perform varying used-idx from 5 by -1
                       until used-idx < 2
                       move ws-oper-pwd-used(used-idx - 1)
                           to ws-oper-pwd-used(used-idx)
                   end-perform
                   move ws-oper-pwd-hash to ws-oper-pwd-used(1)
                   move ws-entered-hash to ws-oper-pwd-hash
                   accept ws-today-gregorian from date yyyymmdd
                   move ws-today-gregorian to ws-oper-pwd-date
                   move "N" to ws-oper-force-change
                   move zero to ws-oper-fail-count
                   call 'operio' using "U", ws-oper-record, ws-msg

                   if ws-msg equal "Operator updated"
                       move "Y" to ws-result
                       move "Password changed" to ws-msg
                   end-if
               end-if
           end-if.

       CheckPasswordReuse.
           move "N" to ws-reused.
           if ws-entered-hash equal ws-oper-pwd-hash
               move "Y" to ws-reused
           end-if.
           perform varying used-idx from 1 by 1 until used-idx > 5
               if ws-entered-hash equal ws-oper-pwd-used(used-idx)
                   move "Y" to ws-reused
               end-if
           end-perform.
