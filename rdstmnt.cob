       IDENTIFICATION DIVISION.
       PROGRAM-ID. rdstmnt IS INITIAL.
       AUTHOR. Andrew Notman.

      * Report distribution maintenance - an admin keys which
      * report goes to which branch and who receives it there, one
      * row per report and branch. Branch "**" sends the whole
      * report to the recipient; any other branch gets only its
      * own part. The report is keyed by the base name it is
      * catalogued under (holdlist, delinq, txnjrnl and so on).
      * Same shape as the GL mapping screen.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           copy "oper.ws".
           copy "rdst.ws".

       01 ws-oper-msg  pic X(80).
       01 ws-rdst-msg  pic X(80).
       01 ws-rdst-nav  pic X(2).
           88 rdst-next-allowed value "YY", "YN".

       01 ws-entered-password pic X(8) value spaces.
       01 ws-signon-result    pic X(1) value "N".

       01 ws-action pic X(1) value spaces.
           88 action-list   value "L", "l".
           88 action-add    value "A", "a".
           88 action-amend  value "U", "u".
           88 action-remove value "D", "d".
           88 action-exit   value "E", "e".

       01 ws-key-valid pic X(1) value "N".
           88 key-valid value "Y".

       01 ws-row-count pic 9(5) value zeroes.

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

           if not ws-oper-is-admin
               display "Access denied - admin operator required"
               move 1 to return-code
               goback
           end-if.

           perform until action-exit
               display " "
               display "Report distribution: L=List A=Add U=Amend "
                       "D=Remove E=Exit: " with no advancing
               accept ws-action

               evaluate true
                   when action-list   perform ListTable
                   when action-add    perform AddRow
                   when action-amend  perform AmendRow
                   when action-remove perform RemoveRow
                   when action-exit   continue
                   when other display "Unknown action"
               end-evaluate
           end-perform.

           goback.

       ListTable.
           move zeroes to ws-row-count.
           move spaces to ws-rdst-record.
           move low-values to ws-rdst-key.
           move "YY" to ws-rdst-nav.

           move spaces to ws-rdst-msg.
           call 'rdstio' using "F",
                               ws-rdst-record,
                               ws-rdst-nav,
                               ws-rdst-msg.

           perform until not rdst-next-allowed
               add 1 to ws-row-count
               if ws-rdst-whole-company
                   display ws-rdst-report " whole company -> "
                           ws-rdst-recipient
               else
                   display ws-rdst-report " branch " ws-rdst-branch
                           "       -> " ws-rdst-recipient
               end-if
               call 'rdstio' using "N",
                                   ws-rdst-record,
                                   ws-rdst-nav,
                                   ws-rdst-msg
           end-perform.

           display "Distributions on table: " ws-row-count.

       AcceptRowKey.
           move "N" to ws-key-valid.
           display "Report base name (e.g. holdlist): "
               with no advancing.
           accept ws-rdst-report.
           display "Branch (** = whole company): " with no advancing.
           accept ws-rdst-branch.

           evaluate true
               when ws-rdst-report = spaces
                   display "Report base name is required"
               when ws-rdst-branch = spaces
                   display "Branch is required"
               when other
                   move "Y" to ws-key-valid
           end-evaluate.

       AcceptRowTerms.
           display "Recipient: " with no advancing.
           accept ws-rdst-recipient.

       AddRow.
           move spaces to ws-rdst-record.
           perform AcceptRowKey.

           if key-valid
               perform AcceptRowTerms
               if ws-rdst-recipient = spaces
                   display "Recipient is required"
               else
                   move spaces to ws-rdst-msg
                   call 'rdstio' using "A",
                                       ws-rdst-record,
                                       ws-rdst-nav,
                                       ws-rdst-msg
                   display ws-rdst-msg
               end-if
           end-if.

       AmendRow.
           move spaces to ws-rdst-record.
           perform AcceptRowKey.

           if key-valid
               move spaces to ws-rdst-msg
               call 'rdstio' using "Q",
                                   ws-rdst-record,
                                   ws-rdst-nav,
                                   ws-rdst-msg

               if ws-rdst-msg equal "Distribution not found"
                   display "Distribution not found"
               else
                   display "Recipient now: " ws-rdst-recipient
                   perform AcceptRowTerms
                   if ws-rdst-recipient = spaces
                       display "Recipient is required"
                   else
                       move spaces to ws-rdst-msg
                       call 'rdstio' using "U",
                                           ws-rdst-record,
                                           ws-rdst-nav,
                                           ws-rdst-msg
                       display ws-rdst-msg
                   end-if
               end-if
           end-if.

       RemoveRow.
           move spaces to ws-rdst-record.
           perform AcceptRowKey.

           if key-valid
               move spaces to ws-rdst-msg
               call 'rdstio' using "D",
                                   ws-rdst-record,
                                   ws-rdst-nav,
                                   ws-rdst-msg
               display ws-rdst-msg
           end-if.
