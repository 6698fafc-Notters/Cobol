      * the shared signon policy). Disabling is a status, never a
      * delete, so audit lines keep resolving to a real name; a
      * reset forces the operator to choose a new password at
      * their next sign-on. Initial and temporary passwords are
      * hashed (pwhash) as they are keyed - operator.dat never
      * holds one as typed, and no listing shows the hashes.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * maintained, so the signed-on admin's own record stays put
       01 ws-target-record.
           05 ws-target-id       pic X(08).
           05 ws-target-pwd-hash pic X(16).
           05 ws-target-name     pic X(20).
           05 ws-target-level    pic X(01).
           05 ws-target-status   pic X(01).
           05 ws-target-fail-count   pic 9(01).
           05 ws-target-branch       pic X(02).
           05 ws-target-training     pic X(01).
           05 ws-target-pwd-history.
               10 ws-target-pwd-used pic X(16) occurs 5 times.

       01 ws-target-password pic X(08).
       01 used-idx pic 9(1).

       01 ws-msg    pic X(80).
       01 ws-result pic X(1).
           display "Level (A=Admin U=User): " with no advancing.
           accept ws-target-level.
           display "Initial password: " with no advancing.
           move spaces to ws-target-password.
           accept ws-target-password.
           call 'pwhash' using ws-target-id,
                               ws-target-password,
                               ws-target-pwd-hash.
           move spaces to ws-target-password.
           display "Branch (2 chars, blank = 01): "
               with no advancing.
           accept ws-target-branch.

      * The reset stores a temporary password the admin reads out
      * to the operator, who is then forced to choose their own at
      * next sign-on. The password it replaces joins the history,
      * so the operator cannot simply go back to it.
       ResetPassword.
           perform FetchTarget.

               display "Operator not found"
           else
               display "Temporary password: " with no advancing
               move spaces to ws-target-password
               accept ws-target-password

               perform varying used-idx from 5 by -1
                   until used-idx < 2
                   move ws-target-pwd-used(used-idx - 1)
                       to ws-target-pwd-used(used-idx)
               end-perform
               move ws-target-pwd-hash to ws-target-pwd-used(1)
               call 'pwhash' using ws-target-id,
                                   ws-target-password,
                                   ws-target-pwd-hash
               move spaces to ws-target-password

               move "Y" to ws-target-force-change
               move zero to ws-target-fail-count
               if ws-target-status = "L"
