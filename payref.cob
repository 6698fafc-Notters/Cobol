       IDENTIFICATION DIVISION.
       PROGRAM-ID. payref IS INITIAL.
       AUTHOR. Andrew Notman.

      * Client payment reference - "PAY", the seven-digit client id
      * and one check digit, e.g. PAY00000125 for client 12. Every
      * client has one without anything being stored: "B" builds
      * the reference from a client id for the statements, dunning
      * letters and advance notices to print, and "V" takes a
      * reference quoted back on a bank receipt and answers "Y"
      * with the client id, or "N" with the reason. The check
      * digit is the double-alternate one bankchk knows - weights
      * 2 and 1 from the right-hand digit of the id, the digits
      * of each product added, and the digit that brings the
      * total to a multiple of ten - so any one digit keyed wrong
      * and almost any two swapped over fail the check rather
      * than reach somebody else's account.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 ws-ref-string.
           05 ws-ref-prefix pic X(3).
           05 ws-ref-id     pic X(7).
           05 ws-ref-check  pic X(1).
       01 ws-ref-digits redefines ws-ref-string.
           05 filler        pic X(3).
           05 ws-ref-digit  pic 9(1) occurs 7 times.

       01 ws-weights-built pic X(7) value "2121212".
       01 ws-weights redefines ws-weights-built.
           05 ws-weight pic 9(1) occurs 7 times.

       01 wt-idx            pic 9(2).
       01 ws-product        pic 9(2).
       01 ws-weighted-total pic 9(4).
       01 ws-quotient       pic 9(4).
       01 ws-remainder      pic 9(2).
       01 ws-check-digit    pic 9(1).

       LINKAGE SECTION.
       01 ls-operation pic X(1).
       01 ls-clnt-id   pic 9(7).
       01 ls-payref    pic X(11).
       01 ls-result    pic X(1).
       01 ls-msg       pic X(80).

       PROCEDURE DIVISION USING ls-operation,
                                ls-clnt-id,
                                ls-payref,
                                ls-result,
                                ls-msg.
       Main.
           move "N" to ls-result.
           move spaces to ls-msg.

           evaluate ls-operation
               when "B" perform BuildReference
               when "V" perform VerifyReference
               when other
                   move "Unknown payment reference operation"
                       to ls-msg
           end-evaluate.

           EXIT PROGRAM.

       BuildReference.
           move "PAY" to ws-ref-prefix.
           move ls-clnt-id to ws-ref-id.
           perform ComputeCheckDigit.
           move ws-check-digit to ws-ref-check.
           move ws-ref-string to ls-payref.
           move "Y" to ls-result.

       VerifyReference.
           move ls-payref to ws-ref-string.
           move zeroes to ls-clnt-id.

           evaluate true
               when ws-ref-prefix not = "PAY"
                   or ws-ref-id not numeric
                   or ws-ref-check not numeric
                   move "Payment ref malformed" to ls-msg
               when other
                   perform ComputeCheckDigit
                   if ws-ref-check not = ws-check-digit
                       move "Payment ref fails check digit" to ls-msg
                   else
                       move ws-ref-id to ls-clnt-id
                       move "Y" to ls-result
                   end-if
           end-evaluate.

       ComputeCheckDigit.
           move zeroes to ws-weighted-total.
           perform varying wt-idx from 1 by 1 until wt-idx > 7
               compute ws-product = ws-ref-digit(wt-idx)
                   * ws-weight(wt-idx)
               divide ws-product by 10 giving ws-quotient
                   remainder ws-remainder
               add ws-quotient ws-remainder to ws-weighted-total
           end-perform.

           divide ws-weighted-total by 10 giving ws-quotient
               remainder ws-remainder.
           if ws-remainder = zeroes
               move zeroes to ws-check-digit
           else
               compute ws-check-digit = 10 - ws-remainder
           end-if.
