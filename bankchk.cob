       IDENTIFICATION DIVISION.
       PROGRAM-ID. bankchk IS INITIAL.
       AUTHOR. Andrew Notman.

      * Bank-detail check for one sort code and account number,
      * through scdio with its own record buffer so a caller
      * walking the client file keeps its place. Answers "Y" with
      * the bank and branch name when the details are good, or
      * "N" with the reason: not six and eight digits, a sort code
      * the bank's directory does not know, an account number
      * that fails the branch's modulus check, or - when the
      * caller asks "D" because the details are for a direct
      * debit - a branch that does not take direct debits. "V"
      * checks the details alone. Until a directory has been
      * loaded only the digits are checked, so a fresh dataset
      * still takes bank details.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           copy "scd.ws".

       01 ws-scd-msg pic X(80).
       01 ws-scd-nav pic X(2).
           88 scd-next-allowed value "YY", "YN".

       01 ws-check-string.
           05 ws-check-sort pic X(6).
           05 ws-check-acct pic X(8).
       01 ws-check-digits redefines ws-check-string.
           05 ws-check-digit pic 9(1) occurs 14 times.

       01 wt-idx        pic 9(2).
       01 ws-product    pic 9(4).
       01 ws-weighted-total pic 9(6).
       01 ws-quotient   pic 9(6).
       01 ws-remainder  pic 9(2).

       LINKAGE SECTION.
       01 ls-purpose pic X(1).
       01 ls-sort    pic X(6).
       01 ls-acct    pic X(8).
       01 ls-result  pic X(1).
       01 ls-msg     pic X(80).

       PROCEDURE DIVISION USING ls-purpose,
                                ls-sort,
                                ls-acct,
                                ls-result,
                                ls-msg.
       Main.
           move "N" to ls-result.
           move spaces to ls-msg.

           if ls-sort not numeric or ls-acct not numeric
               move "Sort code and account must be 6 and 8 digits"
                   to ls-msg
           else
               perform CheckAgainstDirectory
           end-if.

           EXIT PROGRAM.

       CheckAgainstDirectory.
           move spaces to ws-scd-record.
           move ls-sort to ws-scd-sort.
           move spaces to ws-scd-msg.
           call 'scdio' using "Q",
                              ws-scd-record,
                              ws-scd-nav,
                              ws-scd-msg.

           if ws-scd-msg equal "Sort code not found"
               perform CheckDirectoryLoaded
           else
               move ls-sort to ws-check-sort
               move ls-acct to ws-check-acct
               perform ModulusCheck

               evaluate true
                   when ws-remainder not = zeroes
                       move "Account number fails the bank's check"
                           to ls-msg
                   when ls-purpose = "D" and not ws-scd-accepts-dd
                       move "Branch does not accept direct debits"
                           to ls-msg
                   when other
                       move "Y" to ls-result
                       string ws-scd-bank-name   delimited by size
                              " "                delimited by size
                              ws-scd-branch-name delimited by size
                           into ls-msg
               end-evaluate
           end-if.

      * An unknown sort code only fails once there is a directory
      * to be unknown to.
       CheckDirectoryLoaded.
           move spaces to ws-scd-record.
           move "YY" to ws-scd-nav.
           move spaces to ws-scd-msg.
           call 'scdio' using "F",
                              ws-scd-record,
                              ws-scd-nav,
                              ws-scd-msg.

           if scd-next-allowed
               move "Sort code not in the bank directory" to ls-msg
           else
               move "Y" to ls-result
               move "Sort-code directory not loaded - digits only"
                   to ls-msg
           end-if.

      * The sort code and account laid end to end, each digit times
      * its weight. MOD10 and MOD11 want the total to divide
      * exactly; the double-alternate method adds the digits of
      * each product and wants a multiple of ten. No method, no
      * check.
       ModulusCheck.
           move zeroes to ws-weighted-total.
           move zeroes to ws-remainder.

           if ws-scd-method = "MOD10" or ws-scd-method = "MOD11"
               or ws-scd-method = "DBLAL"
               perform varying wt-idx from 1 by 1 until wt-idx > 14
                   compute ws-product = ws-check-digit(wt-idx)
                       * ws-scd-weight(wt-idx)
                   if ws-scd-method = "DBLAL"
                       divide ws-product by 10 giving ws-quotient
                           remainder ws-remainder
                       add ws-quotient ws-remainder
                           to ws-weighted-total
                   else
                       add ws-product to ws-weighted-total
                   end-if
               end-perform

               if ws-scd-method = "MOD11"
                   divide ws-weighted-total by 11 giving ws-quotient
                       remainder ws-remainder
               else
                   divide ws-weighted-total by 10 giving ws-quotient
                       remainder ws-remainder
               end-if
           end-if.
