       IDENTIFICATION DIVISION.
       PROGRAM-ID. pimask IS INITIAL.
       AUTHOR. Andrew Notman.

      * Masks a client's phone number, sort code and bank account
      * number for showing - every digit is starred out but the
      * last few (three of the phone, two of the sort code, four
      * of the account, the same four clntio's bank-change audit
      * line keeps). The caller hands over the client record and
      * gets back the three fields as they may be shown; the
      * record itself is never touched, so nothing masked can be
      * written back.
      *   "M" masked, whoever is asking - printed reports and
      *       worklists, which outlive the sitting that ran them
      *   "S" a screen: shown in full to an "A" level operator,
      *       masked for everyone below
      *   "R" reveal on a screen - the operator must give a
      *       reason, and the reason goes on the audit trail
      *       (REVEAL, in clntio's line format) before the details
      *       are handed back in full
      * "M" callers pass the first three parameters only, "S"
      * callers add the operator id and level, the same way
      * clntio's read-only callers leave off its operator id.
      * Exempt, because the receiver genuinely needs the details
      * in full: the bank submission files (ddextr, ddrepext),
      * the mandate extract (mandext), the refund cheque file
      * (refund), the collection agency's placement file
      * (agcymnt), the client's own subject access pack
      * (sarpack), the broken-promises call worklist (ptpchk),
      * whose whole purpose is ringing the client, the CRM delta
      * feed and its resend (crmfeed, crmresnd), which keep the
      * CRM's copy of the client in step and so must carry the
      * real number, and the client archive (archclnt), which is
      * data rather than anything anyone reads.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select AuditFile assign to ws-audit-file-name
               organization is line sequential
               file status is audit-status.

       DATA DIVISION.
       FILE SECTION.
       FD AuditFile.
       01 fd-audit-line pic X(146).

       WORKING-STORAGE SECTION.
           copy "clnt.ws".

       01 audit-status pic X(2).
           88 audit-success value "00".

       01 ws-authorised-level pic X(1) value "A".

       01 ws-shown-details.
           05 ws-shown-phone pic X(12).
           05 ws-shown-sort  pic X(6).
           05 ws-shown-acct  pic X(8).

      * one field being masked, and how many of its digits stay
       01 ws-mask-field  pic X(12).
       01 ws-mask-length pic 9(2).
       01 ws-mask-keep   pic 9(2).
       01 ws-mask-digits pic 9(2).
       01 mask-idx       pic 9(2).

       01 ws-reveal-reason pic X(20) value spaces.

       01 ws-audit-file-name pic X(12) value "audit.dat".
       01 ws-audit-trail     pic X(1)  value "A".
       01 ws-training-flag   pic X(1)  value "N".
       01 ws-training-oper   pic X(8)  value spaces.
       01 ws-audit-date      pic 9(8).

       LINKAGE SECTION.
       01 ls-operation     pic X(1).
       01 ls-clnt-record   pic X(143).
       01 ls-shown-details pic X(26).
       01 ls-oper-id       pic X(8).
       01 ls-oper-level    pic X(1).
       01 ls-msg           pic X(80).

       PROCEDURE DIVISION USING ls-operation,
                                ls-clnt-record,
                                ls-shown-details,
                                ls-oper-id,
                                ls-oper-level,
                                ls-msg.
       Main.
           move ls-clnt-record to ws-clnt-record.

           evaluate ls-operation
               when "M" perform MaskDetails
               when "S" perform ShowForLevel
               when "R" perform RevealDetails
               when other
                   display "Invalid char."
           end-evaluate.

           move ws-shown-details to ls-shown-details.
           EXIT PROGRAM.

       ShowForLevel.
           if ls-oper-level = ws-authorised-level
               perform ShowInFull
           else
               perform MaskDetails
           end-if.

       RevealDetails.
           move spaces to ls-msg.
           evaluate true
               when ls-oper-id = spaces
                   perform MaskDetails
                   move "Reveal refused - no operator signed on"
                       to ls-msg
               when ls-oper-level = ws-authorised-level
                   perform ShowInFull
                   move "Details already shown in full" to ls-msg
               when other
                   display "Reason for revealing bank and phone "
                           "details: " with no advancing
                   move spaces to ws-reveal-reason
                   accept ws-reveal-reason
                   if ws-reveal-reason = spaces
                       perform MaskDetails
                       move "Reveal refused - a reason is required"
                           to ls-msg
                   else
                       perform WriteRevealAudit
                       perform ShowInFull
                       move "Details revealed - reason logged"
                           to ls-msg
                   end-if
           end-evaluate.

       ShowInFull.
           move ws-clnt-phone     to ws-shown-phone.
           move ws-clnt-bank-sort to ws-shown-sort.
           move ws-clnt-bank-acct to ws-shown-acct.

       MaskDetails.
           move ws-clnt-phone to ws-mask-field.
           move 12 to ws-mask-length.
           move 3 to ws-mask-keep.
           perform MaskOneField.
           move ws-mask-field to ws-shown-phone.

           move ws-clnt-bank-sort to ws-mask-field.
           move 6 to ws-mask-length.
           move 2 to ws-mask-keep.
           perform MaskOneField.
           move ws-mask-field(1:6) to ws-shown-sort.

           move ws-clnt-bank-acct to ws-mask-field.
           move 8 to ws-mask-length.
           move 4 to ws-mask-keep.
           perform MaskOneField.
           move ws-mask-field(1:8) to ws-shown-acct.

      * Digits are counted first, then every digit before the last
      * few is starred - spaces and punctuation in a phone number
      * stay where they are, so the shape still reads.
       MaskOneField.
           move zeroes to ws-mask-digits.
           perform varying mask-idx from 1 by 1
               until mask-idx > ws-mask-length
               if ws-mask-field(mask-idx:1) is numeric
                   add 1 to ws-mask-digits
               end-if
           end-perform.

           perform varying mask-idx from 1 by 1
               until mask-idx > ws-mask-length
                  or ws-mask-digits not > ws-mask-keep
               if ws-mask-field(mask-idx:1) is numeric
                   move "*" to ws-mask-field(mask-idx:1)
                   subtract 1 from ws-mask-digits
               end-if
           end-perform.

      * A TRAINING sitting reveals practice data, so the line goes
      * on the training trail, as clntio's would.
       WriteRevealAudit.
           call 'trmodeio' using "R",
                                 ws-training-flag,
                                 ws-training-oper.
           if ws-training-flag = "Y"
               move "traudit.dat" to ws-audit-file-name
               move "T" to ws-audit-trail
           else
               move "audit.dat" to ws-audit-file-name
               move "A" to ws-audit-trail
           end-if.

           accept ws-audit-date from date yyyymmdd.

           open extend AuditFile.
           move spaces to fd-audit-line.
           string ws-audit-date    delimited by size
                  " "              delimited by size
                  ls-oper-id       delimited by size
                  " "              delimited by size
                  "REVEAL    "     delimited by size
                  " client "       delimited by size
                  ws-clnt-id       delimited by size
                  " "              delimited by size
                  ws-clnt-surname  delimited by size
                  " before["       delimited by size
                  ws-reveal-reason delimited by size
                  "] after["       delimited by size
                  "PHONE/BANK"     delimited by size
                  "]"              delimited by size
               into fd-audit-line.
           call 'audseal' using "S", ws-audit-trail, fd-audit-line.
           write fd-audit-line.
           close AuditFile.
