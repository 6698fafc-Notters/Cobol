       IDENTIFICATION DIVISION.
       PROGRAM-ID. vulnwrk IS INITIAL.
       AUTHOR. Andrew Notman.

      * Vulnerability review worklist - every standing marker on
      * vuln.dat whose review date falls within the next VULN-WARN
      * days (14 when the parameter is not set), overdue ones
      * first, so a marker is looked at again before it goes
      * stale instead of treating a client differently for ever.
      * Reviewing one either keeps it, with the next review date,
      * or clears it when the circumstances have passed; the
      * reviewer and date are stamped on the marker and the
      * review goes on the audit trail in clntio's line format.
      * A marker amended through vulnmnt leaves the list once its
      * new review date is further off.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select AuditFile assign to "audit.dat"
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD AuditFile.
       01 fd-audit-line pic X(146).

       WORKING-STORAGE SECTION.
           copy "oper.ws".
           copy "clnt.ws".
           copy "vuln.ws".
           copy "parm.ws".

       01 ws-oper-msg pic X(80).
       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-vuln-msg pic X(80).
       01 ws-vuln-nav pic X(2).
           88 vuln-next-allowed value "YY", "YN".
       01 ws-parm-msg pic X(80).
       01 ws-parm-nav pic X(2).

       01 ws-entered-password pic X(8) value spaces.
       01 ws-signon-result    pic X(1) value "N".

       01 ws-action pic X(1) value spaces.
           88 action-list   value "L", "l".
           88 action-review value "V", "v".
           88 action-exit   value "E", "e".

       01 ws-entry-clnt-id pic 9(7) value zeroes.
       01 ws-entry-keep    pic X(1) value spaces.
       01 ws-entry-review  pic 9(8) value zeroes.

       01 ws-today        pic 9(8) value zeroes.
       01 ws-today-julian pic 9(6).
       01 ws-warn-days    pic 9(3).
       01 ws-warn-julian  pic 9(6).
       01 ws-warn-date    pic 9(8).

      * two passes - the overdue markers, then the ones coming due
       01 ws-pass pic X(1).
           88 pass-overdue value "O".
           88 pass-due     value "D".

       01 ws-overdue-count pic 9(5) value zeroes.
       01 ws-due-count     pic 9(5) value zeroes.

       01 ws-audit-date pic 9(8).
       01 ws-audit-op   pic X(10).
       01 ws-audit-info pic X(20).

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

           if not ws-oper-is-user and not ws-oper-is-admin
               display "Access denied - user operator required"
               move 1 to return-code
               goback
           end-if.

           accept ws-today from date yyyymmdd.
           call 'dates' using "J", ws-today-julian, ws-today.

           move spaces to ws-parm-record.
           move "VULN-WARN" to ws-parm-name.
           move spaces to ws-parm-msg.
           call 'parmio' using "Q",
                               ws-parm-record,
                               ws-parm-nav,
                               ws-parm-msg.
           if ws-parm-msg equal "Parameter not found"
               move 14 to ws-warn-days
           else
               move ws-parm-value to ws-warn-days
           end-if.
           compute ws-warn-julian = ws-today-julian + ws-warn-days.
           call 'dates' using "G", ws-warn-julian, ws-warn-date.

           perform ListDueMarkers.

           perform until action-exit
               display " "
               display "Vulnerability reviews: L=List V=Review "
                       "E=Exit: " with no advancing
               accept ws-action

               evaluate true
                   when action-list   perform ListDueMarkers
                   when action-review perform ReviewMarker
                   when action-exit   continue
                   when other display "Unknown action"
               end-evaluate
           end-perform.

           goback.

       ListDueMarkers.
           move zeroes to ws-overdue-count.
           move zeroes to ws-due-count.

           display " ".
           display "Overdue for review:".
           move "O" to ws-pass.
           perform WalkMarkers.

           display "Due by " ws-warn-date ":".
           move "D" to ws-pass.
           perform WalkMarkers.

           display ws-overdue-count " overdue, " ws-due-count
                   " coming due".

       WalkMarkers.
           move spaces to ws-vuln-record.
           move zeroes to ws-vuln-clnt-id.
           move "YY" to ws-vuln-nav.
           move spaces to ws-vuln-msg.
           call 'vulnio' using "F",
                               ws-vuln-record,
                               ws-vuln-nav,
                               ws-vuln-msg.

           perform until not vuln-next-allowed
               if ws-vuln-marked
                   evaluate true
                       when pass-overdue
                           and ws-vuln-review-date < ws-today
                           add 1 to ws-overdue-count
                           perform ShowMarkerLine
                       when pass-due
                           and ws-vuln-review-date not < ws-today
                           and ws-vuln-review-date not > ws-warn-date
                           add 1 to ws-due-count
                           perform ShowMarkerLine
                       when other
                           continue
                   end-evaluate
               end-if
               call 'vulnio' using "N",
                                   ws-vuln-record,
                                   ws-vuln-nav,
                                   ws-vuln-msg
           end-perform.

       ShowMarkerLine.
           move spaces to ws-clnt-record.
           move ws-vuln-clnt-id to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.
           if ws-clnt-msg equal "Client not found"
               move spaces to ws-clnt-surname
           end-if.

           display "  " ws-vuln-clnt-id " " ws-clnt-surname
                   " category " ws-vuln-category
                   " review " ws-vuln-review-date
                   " recorded by " ws-vuln-recorded-by.

       ReviewMarker.
           display "Client id: " with no advancing.
           accept ws-entry-clnt-id.

           move spaces to ws-clnt-record.
           move ws-entry-clnt-id to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.

           move spaces to ws-vuln-record.
           move ws-entry-clnt-id to ws-vuln-clnt-id.
           move spaces to ws-vuln-msg.
           call 'vulnio' using "Q",
                               ws-vuln-record,
                               ws-vuln-nav,
                               ws-vuln-msg.

           evaluate true
               when ws-clnt-msg equal "Client not found"
                   display "Client not found"
               when ws-vuln-msg equal "Vulnerability marker not found"
                   display "No vulnerability marker for this client"
               when not ws-vuln-marked
                   display "Client is not marked vulnerable"
               when other
                   display "Does the marker still apply? (Y/N): "
                       with no advancing
                   move spaces to ws-entry-keep
                   accept ws-entry-keep
                   evaluate ws-entry-keep
                       when "Y"
                       when "y"
                           perform KeepMarker
                       when "N"
                       when "n"
                           perform ClearMarker
                       when other
                           display "Review abandoned"
                   end-evaluate
           end-evaluate.

       KeepMarker.
           display "Next review date YYYYMMDD: " with no advancing.
           accept ws-entry-review.

           if ws-entry-review not > ws-today
               display "Review date must be after today"
           else
               move ws-entry-review to ws-vuln-review-date
               move ws-oper-id to ws-vuln-reviewed-by
               move ws-today to ws-vuln-reviewed-date
               move spaces to ws-vuln-msg
               call 'vulnio' using "U",
                                   ws-vuln-record,
                                   ws-vuln-nav,
                                   ws-vuln-msg
               display ws-vuln-msg
               move "VULNREVIEW" to ws-audit-op
               move spaces to ws-audit-info
               string "kept to "         delimited by size
                      ws-vuln-review-date delimited by size
                   into ws-audit-info
               perform WriteAuditLine
           end-if.

       ClearMarker.
           move "C" to ws-vuln-status.
           move ws-oper-id to ws-vuln-reviewed-by.
           move ws-today to ws-vuln-reviewed-date.
           move ws-oper-id to ws-vuln-cleared-by.
           move ws-today to ws-vuln-cleared-date.
           move spaces to ws-vuln-msg.
           call 'vulnio' using "U",
                               ws-vuln-record,
                               ws-vuln-nav,
                               ws-vuln-msg.
           display "Cleared - " ws-vuln-msg.
           move "VULNCLEAR" to ws-audit-op.
           move spaces to ws-audit-info.
           string "on review" delimited by size
               into ws-audit-info.
           perform WriteAuditLine.

      * One line in clntio's WriteAudit format, so the audit
      * inquiry and the integrity check read the review the same
      * way they read every other client change.
       WriteAuditLine.
           accept ws-audit-date from date yyyymmdd.

           open extend AuditFile.
           move spaces to fd-audit-line.
           string ws-audit-date   delimited by size
                  " "             delimited by size
                  ws-oper-id      delimited by size
                  " "             delimited by size
                  ws-audit-op     delimited by size
                  " client "      delimited by size
                  ws-clnt-id      delimited by size
                  " "             delimited by size
                  ws-clnt-surname delimited by size
                  " before["      delimited by size
                  spaces          delimited by size
                  "] after["      delimited by size
                  ws-audit-info   delimited by size
                  "]"             delimited by size
               into fd-audit-line.
           call 'audseal' using "S", "A", fd-audit-line.
           write fd-audit-line.
           close AuditFile.
