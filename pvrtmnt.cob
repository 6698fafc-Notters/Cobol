       IDENTIFICATION DIVISION.
       PROGRAM-ID. pvrtmnt IS INITIAL.
       AUTHOR. Andrew Notman.

      * Bad-debt provision rate maintenance - an admin keys the
      * percentage of an open item the month-end provision run
      * sets aside, one row for each ageing bucket (1 current,
      * 2 30 days, 3 60 days, 4 90 days, 5 120 days and over) and
      * risk grade "A" to "E". Same shape as the GL mapping screen.
      * All twenty-five rows must be on the table before the
      * provision run will calculate; deceased and insolvent
      * accounts always provide 100% and have no rows here.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           copy "oper.ws".
           copy "pvrt.ws".

       01 ws-oper-msg  pic X(80).
       01 ws-pvrt-msg  pic X(80).
       01 ws-pvrt-nav  pic X(2).
           88 pvrt-next-allowed value "YY", "YN".

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

       01 ws-row-count    pic 9(5) value zeroes.
       01 ws-rate-display pic ZZ9.99.

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
               display "Provision rates: L=List A=Add U=Amend "
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
           move spaces to ws-pvrt-record.
           move low-values to ws-pvrt-key.
           move "YY" to ws-pvrt-nav.

           move spaces to ws-pvrt-msg.
           call 'pvrtio' using "F",
                               ws-pvrt-record,
                               ws-pvrt-nav,
                               ws-pvrt-msg.

           perform until not pvrt-next-allowed
               add 1 to ws-row-count
               move ws-pvrt-rate to ws-rate-display
               display "Bucket " ws-pvrt-bucket
                       " grade " ws-pvrt-grade
                       " -> " ws-rate-display "%"
                       "  " ws-pvrt-description
               call 'pvrtio' using "N",
                                   ws-pvrt-record,
                                   ws-pvrt-nav,
                                   ws-pvrt-msg
           end-perform.

           display "Rates on table: " ws-row-count " of 25".

       AcceptRowKey.
           move "N" to ws-key-valid.
           display "Ageing bucket (1=current 2=30 3=60 4=90 "
                   "5=120+): " with no advancing.
           accept ws-pvrt-bucket.
           display "Risk grade (A-E): " with no advancing.
           accept ws-pvrt-grade.

           evaluate true
               when ws-pvrt-bucket < 1 or ws-pvrt-bucket > 5
                   display "Bucket must be 1 to 5"
               when ws-pvrt-grade not = "A" and not = "B"
                   and not = "C" and not = "D" and not = "E"
                   display "Risk grade must be A to E"
               when other
                   move "Y" to ws-key-valid
           end-evaluate.

       AcceptRowTerms.
           display "Provision percentage (0-100): "
               with no advancing.
           accept ws-pvrt-rate.
           display "Description: " with no advancing.
           accept ws-pvrt-description.

       AddRow.
           move spaces to ws-pvrt-record.
           perform AcceptRowKey.

           if key-valid
               perform AcceptRowTerms
               if ws-pvrt-rate > 100
                   display "A provision cannot exceed 100%"
               else
                   move spaces to ws-pvrt-msg
                   call 'pvrtio' using "A",
                                       ws-pvrt-record,
                                       ws-pvrt-nav,
                                       ws-pvrt-msg
                   display ws-pvrt-msg
               end-if
           end-if.

       AmendRow.
           move spaces to ws-pvrt-record.
           perform AcceptRowKey.

           if key-valid
               move spaces to ws-pvrt-msg
               call 'pvrtio' using "Q",
                                   ws-pvrt-record,
                                   ws-pvrt-nav,
                                   ws-pvrt-msg

               if ws-pvrt-msg equal "Rate not found"
                   display "Rate not found"
               else
                   perform AcceptRowTerms
                   if ws-pvrt-rate > 100
                       display "A provision cannot exceed 100%"
                   else
                       move spaces to ws-pvrt-msg
                       call 'pvrtio' using "U",
                                           ws-pvrt-record,
                                           ws-pvrt-nav,
                                           ws-pvrt-msg
                       display ws-pvrt-msg
                   end-if
               end-if
           end-if.

       RemoveRow.
           move spaces to ws-pvrt-record.
           perform AcceptRowKey.

           if key-valid
               move spaces to ws-pvrt-msg
               call 'pvrtio' using "D",
                                   ws-pvrt-record,
                                   ws-pvrt-nav,
                                   ws-pvrt-msg
               display ws-pvrt-msg
           end-if.
