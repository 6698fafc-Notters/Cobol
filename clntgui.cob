
       01 scr-status      pic 9(4).
       01 temp-clnt-id    pic 9(7) value zeroes.
       01 temp-clnt-address pic X(20) value spaces.
       01 temp-gone-result  pic X(1) value "N".
       01 ws-menu         pic X(80) value spaces.
       01 ws-menu2        pic X(80) value spaces.
       01 ws-hold-banner  pic X(55) value spaces.
       01 ws-tpa-banner     pic X(60) value spaces.
       01 ws-tpa-result     pic X(1) value "N".
       01 ws-tpa-best-id    pic 9(7) value zeroes.
       01 ws-tpa-best-scope pic X(1) value spaces.
       01 ws-menu-confirm pic X(40) value spaces.

       01 ws-balance-packed  pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-lck-nav pic X(2) value spaces.
       01 ws-locked-clnt-id pic 9(7) value zeroes.

      * Phone and bank details as this operator may see them -
      * masked below "A" level until revealed, with a reason, for
      * the client on display (pimask).
       01 ws-shown-details.
           05 ws-shown-phone pic X(12).
           05 ws-shown-sort  pic X(6).
           05 ws-shown-acct  pic X(8).
       01 ws-revealed-clnt-id pic 9(7) value zeroes.

       01 ws-training-flag pic X(1) value "N".
           88 training-mode value "Y".
       01 ws-training-oper pic X(8) value spaces.
                                  using ws-oper-id      pic X(08).
           05 value "Password"   line 07 col 05.
           05 scr-login-password line 07 col 20
                                  using ws-entered-password
                                  no echo                pic X(08).
           05 scr-login-msg      line 09 col 05
                                  from ws-oper-msg        pic X(50).
           05 scr-output-hold    line 03 col 05
                                 from ws-hold-banner
                                 highlight               pic X(55).
           05 scr-output-tpa     line 04 col 05
                                 from ws-tpa-banner
                                 highlight               pic X(60).
           05 value "ID"         line 05 col 05.
           05 scr-output-id      line 05 col 20 
                                 from ws-clnt-id         
           05 value "Address"    line 15 col 05.
           05 scr-output-address line 15 col 20
                                 from ws-clnt-address    pic X(20).
           05 value "Bank"       line 16 col 05.
           05 scr-output-bank.
               10 out-bank-sort  line 16 col 20
                                 from ws-shown-sort      pic X(6).
               10 out-bank-acct  line 16 col 28
                                 from ws-shown-acct      pic X(8).
           05 value "Phone"      line 17 col 05.
           05 scr-output-phone   line 17 col 20
                                 from ws-shown-phone     pic X(12).
           05 value "Credit Limit" line 18 col 05.
           05 scr-output-credit-limit line 18 col 20
                                 from ws-clnt-credit-limit
                           perform DoNext
                       when COB-SCR-F9
                           perform DoDeleteIfAllowed
                       when COB-SCR-F13
                           perform DoReveal
                       when COB-SCR-F12
                           exit perform
                   end-evaluate
           perform until login-ok or ws-login-tries = 3
               add 1 to ws-login-tries
               move spaces to ws-oper-id
               move spaces to ws-entered-password
               display scr-clear
               display scr-login
               accept scr-login-id
               accept scr-login-password

               call 'signon' using "S",
                                   ws-oper-id,
                   continue
           end-evaluate.

      *    anyone authorised to act for the client is named on the
      *    line beneath, whatever the banner says
           move spaces to ws-tpa-banner.
           if ws-clnt-id not equal zeroes
               call 'tpachk' using "S",
                                   ws-clnt-id,
                                   ws-tpa-best-id,
                                   ws-tpa-best-scope,
                                   ws-tpa-result,
                                   ws-tpa-banner
           end-if.

           move function concatenate("F1=Query F2=Browse ",
                                     "F5=Prev F6=Next ",
                                     "F7=Find surname F12=Exit")
               to ws-menu.
           move function concatenate("F3=Add F4=Update F8=Notes ",
                                     "F9=Delete F10=History ",
                                     "F11=Letters Shift-F1=Reveal")
               to ws-menu2.
           perform TakeRecordLock.
           perform ShowContactDetails.

           display scr-clear.
           display scr-output.
               end-if
           end-if.

      * A reveal holds for as long as the same client stays on
      * display - moving to another client masks again.
       ShowContactDetails.
           call 'pimask' using "S",
                               ws-clnt-record,
                               ws-shown-details,
                               ws-oper-id,
                               ws-oper-level.

           if ws-clnt-id not equal zeroes
               and ws-clnt-id = ws-revealed-clnt-id
               move ws-clnt-phone     to ws-shown-phone
               move ws-clnt-bank-sort to ws-shown-sort
               move ws-clnt-bank-acct to ws-shown-acct
           end-if.

      * The reason is asked for on a cleared screen; the client
      * screen is repainted on the way back.
       DoReveal.
           if ws-clnt-id equal zeroes
               move "No client on display" to ws-msg
           else
               display scr-clear
               move spaces to ws-msg
               call 'pimask' using "R",
                                   ws-clnt-record,
                                   ws-shown-details,
                                   ws-oper-id,
                                   ws-oper-level,
                                   ws-msg
               if ws-msg equal "Details revealed - reason logged"
                   move ws-clnt-id to ws-revealed-clnt-id
               end-if
           end-if.

       ReleaseRecordLock.
           if ws-locked-clnt-id not equal zeroes
               move spaces to ws-lck-record

       DoUpdate.
           move ws-clnt-id to temp-clnt-id.
           move ws-clnt-address to temp-clnt-address.
           move "Press F12 at any time to abandon" to ws-msg.
           display scr-clear.
           display scr-output-id.
                                               ws-navigation-status,
                                               ws-msg,
                                               ws-oper-id
                           perform ClearGoneAway
                           set input-is-valid to true
                       when COB-SCR-F12
                           move temp-clnt-id to ws-clnt-id
           perform CalculateAge.
           move ws-clnt-balance to ws-balance-packed.
       
      * A new address keyed for a client whose post was coming
      * back clears the gone-away flag, so the paper runs start
      * mailing them again.
       ClearGoneAway.
           if ws-msg equal "Client updated successfully"
               and ws-clnt-address not equal temp-clnt-address
               call 'gonechk' using "C",
                                    ws-clnt-id,
                                    temp-gone-result,
                                    ws-oper-id
           end-if.

       DoDelete.
           move spaces to ws-menu.
           display scr-menu.
                       move zeroes to ws-balance-packed
                       move spaces to ws-clnt-address
                       move spaces to ws-clnt-phone
                       move spaces to ws-shown-details
                       move zeroes to ws-clnt-credit-limit
                   when COB-SCR-F12
                       set input-is-valid to true
               display scr-output-age
               display scr-output-balance
               display scr-output-address
               display scr-output-bank
               display scr-output-phone
               display scr-output-credit-limit
           end-if.
