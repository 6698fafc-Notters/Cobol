       IDENTIFICATION DIVISION.
       PROGRAM-ID. dispsum IS INITIAL.
       AUTHOR. Andrew Notman.

      * Sums what a client currently has in dispute - the amount
      * and the number of disputes still open - by walking their
      * rows on the disputed-charge register through dispio with
      * its own record buffer, the same shape grpsum uses for a
      * household. A non-zero item number narrows the sum to the
      * disputes raised against that one open item. Interest,
      * dunning, risk scoring and agency placement all take the
      * open figure off the amount they work, so a charge the
      * client is arguing about is never chased while it is open.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           copy "disp.ws".

       01 ws-disp-msg pic X(80).
       01 ws-disp-nav pic X(2) value "YY".
           88 disp-next-allowed value "YY", "YN".

       LINKAGE SECTION.
       01 ls-clnt-id      pic 9(7).
       01 ls-oitm-id      pic 9(7).
       01 ls-open-amount  pic S9(7)V9(2) comp-3.
       01 ls-open-count   pic 9(5).

       PROCEDURE DIVISION USING ls-clnt-id,
                                ls-oitm-id,
                                ls-open-amount,
                                ls-open-count.
       Main.
           move zeroes to ls-open-amount.
           move zeroes to ls-open-count.

           move spaces to ws-disp-record.
           move zeroes to ws-disp-id.
           move ls-clnt-id to ws-disp-clnt-id.
           move "YY" to ws-disp-nav.
           move spaces to ws-disp-msg.
           call 'dispio' using "S",
                               ws-disp-record,
                               ws-disp-nav,
                               ws-disp-msg.

           perform until not disp-next-allowed
               if ws-disp-open
                   and (ls-oitm-id = zeroes
                        or ws-disp-oitm-id = ls-oitm-id)
                   add 1 to ls-open-count
                   add ws-disp-amount to ls-open-amount
               end-if
               call 'dispio' using "T",
                                   ws-disp-record,
                                   ws-disp-nav,
                                   ws-disp-msg
           end-perform.

           EXIT PROGRAM.
