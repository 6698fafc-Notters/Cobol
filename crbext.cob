       IDENTIFICATION DIVISION.
       PROGRAM-ID. crbext.
       AUTHOR. Andrew Notman.

      * Monthly credit-bureau extract - tells the credit reference
      * agency how every account stands at the month end, in the
      * bureau's fixed-format layout (crbext.dat) with a header
      * carrying our member number (parameter CRB-MEMBER) and the
      * month reported, and a control trailer with the record
      * count, the corrections count and the balance total. Each
      * account record carries its status - deceased and insolvent
      * as the special statuses have them, written off, placed
      * with the collection agency, settled and closed, otherwise
      * active - the current balance, and the months in arrears:
      * whole months since the oldest charge still owing on the
      * open-item ledger, leaving out anything the client has open
      * in dispute. Write-off, agency and closure markers go
      * beside the status. A closed account is reported the month
      * it closes and then drops out, and a debt flagged
      * statute-barred (limchk) is no longer reported at all - it
      * cannot be enforced, so it is not reported as a default.
      * Corrections keyed since the last extract (crbcorr) go in
      * the same file as "C" records. Everything sent is kept on
      * the reporting register (crb.dat), against which the
      * bureau's rejects are loaded (crbrej); a rerun for the same
      * month sends the same records again under the register
      * numbers they already have. Run from the nightly batch on
      * month-end nights.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select BureauFile assign to "crbext.dat"
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD BureauFile.
       01 fd-bureau-line pic X(100).

       WORKING-STORAGE SECTION.
           copy "clnt.ws".
           copy "crb.ws".
           copy "oitm.ws".
           copy "disp.ws".
           copy "woff.ws".
           copy "agcy.ws".
           copy "parm.ws".

       01 ws-navigation-status pic X(2) value "YY".
           88 next-allowed value "YY", "YN".
       01 ws-msg pic X(80).
       01 ws-crb-msg  pic X(80).
       01 ws-crb-nav  pic X(2).
           88 crb-next-allowed value "YY", "YN".
       01 ws-oitm-msg pic X(80).
       01 ws-oitm-nav pic X(2).
           88 oitm-next-allowed value "YY", "YN".
       01 ws-disp-msg pic X(80).
       01 ws-disp-nav pic X(2).
           88 disp-next-allowed value "YY", "YN".
       01 ws-woff-msg pic X(80).
       01 ws-woff-nav pic X(2).
           88 woff-next-allowed value "YY", "YN".
       01 ws-agcy-msg pic X(80).
       01 ws-agcy-nav pic X(2).
       01 ws-parm-msg pic X(80).
       01 ws-parm-nav pic X(2).

       01 ws-proc-date.
           05 ws-proc-ym.
               10 ws-proc-year  pic 9(4).
               10 ws-proc-month pic 9(2).
           05 ws-proc-day pic 9(2).
       01 ws-today  pic 9(8).
       01 ws-member pic 9(9) value zeroes.

      * clients with an approved write-off, read once off woff.dat
       01 ws-woff-table.
           05 ws-woff-client occurs 2000 times pic 9(7).
       01 ws-woff-used pic 9(4) value zeroes.
       01 woff-idx     pic 9(4).

      * the client's open disputes - their items are not arrears
       01 ws-disputed-table.
           05 ws-disputed-oitm occurs 20 times pic 9(7).
       01 ws-disputed-used pic 9(2) value zeroes.
       01 disp-idx         pic 9(2).

      * what the register already holds for the client
       01 ws-last-status    pic X(1).
       01 ws-period-row-id  pic 9(7).

       01 ws-oldest-julian pic 9(6).
       01 ws-oldest-greg.
           05 ws-oldest-year  pic 9(4).
           05 ws-oldest-month pic 9(2).
           05 ws-oldest-day   pic 9(2).
       01 ws-month-count pic S9(5).
       01 ws-owing       pic S9(7)V9(2) comp-3.

       01 ws-balance-out pic S9(7)V9(2) sign leading separate.
       01 ws-total-out   pic S9(11)V9(2) sign leading separate.

       01 ws-record-count     pic 9(7) value zeroes.
       01 ws-barred-count     pic 9(7) value zeroes.
       01 ws-barred-result    pic X(1) value "N".
       01 ws-batch-oper       pic X(8) value "BATCH".
       01 ws-correction-count pic 9(7) value zeroes.
       01 ws-balance-total    pic S9(11)V9(2) value zeroes.

       PROCEDURE DIVISION.
       Main.
           call 'procdtio' using "R", ws-proc-date.
           if ws-proc-date equal zeroes
               accept ws-proc-date from date yyyymmdd
           end-if.
           accept ws-today from date yyyymmdd.

           perform ReadMemberNumber.
           perform LoadWriteOffs.

           open output BureauFile.

           move spaces to fd-bureau-line.
           string "H"        delimited by size
                  ws-member  delimited by size
                  ws-proc-ym delimited by size
                  ws-today   delimited by size
                  " CREDIT BUREAU MONTHLY EXTRACT"
                      delimited by size
               into fd-bureau-line.
           write fd-bureau-line.

           call 'clntio' using "O",
                               ws-clnt-record,
                               ws-navigation-status,
                               ws-msg.
           call 'clntio' using "F",
                               ws-clnt-record,
                               ws-navigation-status,
                               ws-msg.

           perform until not next-allowed
               call 'limchk' using "Q",
                                   ws-clnt-id,
                                   ws-barred-result,
                                   ws-batch-oper
               if ws-barred-result = "Y"
                   add 1 to ws-barred-count
               else
                   perform ReportOneAccount
               end-if
               call 'clntio' using "N",
                                   ws-clnt-record,
                                   ws-navigation-status,
                                   ws-msg
           end-perform.

           call 'clntio' using "C",
                               ws-clnt-record,
                               ws-navigation-status,
                               ws-msg.

           perform SendCorrections.

           move ws-balance-total to ws-total-out.
           move spaces to fd-bureau-line.
           string "T"                 delimited by size
                  ws-record-count     delimited by size
                  ws-correction-count delimited by size
                  ws-total-out        delimited by size
               into fd-bureau-line.
           write fd-bureau-line.

           close BureauFile.

           display "Credit-bureau extract for " ws-proc-ym
                   " written to crbext.dat, " ws-record-count
                   " record(s), " ws-correction-count
                   " correction(s), " ws-barred-count
                   " statute-barred left out".

           goback.

       ReadMemberNumber.
           move spaces to ws-parm-record.
           move "CRB-MEMBER" to ws-parm-name.
           move spaces to ws-parm-msg.
           call 'parmio' using "Q",
                               ws-parm-record,
                               ws-parm-nav,
                               ws-parm-msg.
           if ws-parm-msg equal "Parameter not found"
               display "No CRB-MEMBER parameter - the header goes "
                       "with member number zero"
               move zeroes to ws-member
           else
               move ws-parm-value to ws-member
           end-if.

       LoadWriteOffs.
           move spaces to ws-woff-record.
           move zeroes to ws-woff-id.
           move "YY" to ws-woff-nav.
           move spaces to ws-woff-msg.
           call 'woffio' using "F",
                               ws-woff-record,
                               ws-woff-nav,
                               ws-woff-msg.

           perform until not woff-next-allowed
               if ws-woff-approved
                   if ws-woff-used < 2000
                       add 1 to ws-woff-used
                       move ws-woff-clnt-id
                           to ws-woff-client(ws-woff-used)
                   else
                       display "Write-off table full - client "
                               ws-woff-clnt-id " not marked"
                   end-if
               end-if
               call 'woffio' using "N",
                                   ws-woff-record,
                                   ws-woff-nav,
                                   ws-woff-msg
           end-perform.

      * The register row for this month, if a rerun already made
      * one, is reused; the last status reported decides whether
      * a closed account has already been told about.
       ReportOneAccount.
           perform ReadReportingHistory.

           move spaces to ws-crb-record.
           move ws-clnt-id to ws-crb-clnt-id.
           move ws-proc-ym to ws-crb-period.
           move "N" to ws-crb-type.
           move ws-clnt-balance to ws-crb-balance.
           move zeroes to ws-crb-arrears.
           move "N" to ws-crb-woff-flag.
           move "N" to ws-crb-agency-flag.
           move "N" to ws-crb-closed-flag.
           move ws-today to ws-crb-sent-date.
           move zeroes to ws-crb-corrects.
           move zeroes to ws-crb-reject-date.
           move "BATCH" to ws-crb-keyed-by.

           perform varying woff-idx from 1 by 1
               until woff-idx > ws-woff-used
                  or ws-woff-client(woff-idx) = ws-clnt-id
               continue
           end-perform.
           if woff-idx <= ws-woff-used
               move "Y" to ws-crb-woff-flag
           end-if.

           move spaces to ws-agcy-record.
           move ws-clnt-id to ws-agcy-clnt-id.
           move spaces to ws-agcy-msg.
           call 'agcyio' using "Q",
                               ws-agcy-record,
                               ws-agcy-nav,
                               ws-agcy-msg.
           if ws-agcy-msg not equal "Placement not found"
               and ws-agcy-placed
               move "Y" to ws-crb-agency-flag
           end-if.

           if ws-clnt-closed
               move "Y" to ws-crb-closed-flag
           end-if.

           evaluate true
               when ws-clnt-deceased
                   move "D" to ws-crb-status
               when ws-clnt-insolvent
                   move "I" to ws-crb-status
               when ws-clnt-closed
                   move "S" to ws-crb-status
               when ws-crb-woff-flag = "Y"
                   move "W" to ws-crb-status
               when ws-crb-agency-flag = "Y"
                   move "P" to ws-crb-status
               when other
                   move "A" to ws-crb-status
           end-evaluate.

           if ws-crb-settled and ws-last-status = "S"
               continue
           else
               perform CountArrearsMonths
               perform RegisterMonthlyRow
               perform WriteAccountRecord
           end-if.

       ReadReportingHistory.
           move space to ws-last-status.
           move zeroes to ws-period-row-id.

           move spaces to ws-crb-record.
           move zeroes to ws-crb-id.
           move ws-clnt-id to ws-crb-clnt-id.
           move "YY" to ws-crb-nav.
           move spaces to ws-crb-msg.
           call 'crbio' using "S",
                              ws-crb-record,
                              ws-crb-nav,
                              ws-crb-msg.

           perform until not crb-next-allowed
               if ws-crb-monthly
                   if ws-crb-period = ws-proc-ym
                       move ws-crb-id to ws-period-row-id
                   else
                       move ws-crb-status to ws-last-status
                   end-if
               end-if
               call 'crbio' using "T",
                                  ws-crb-record,
                                  ws-crb-nav,
                                  ws-crb-msg
           end-perform.

      * Arrears run from the oldest open item with money still
      * owing on it, counted in whole calendar months to the month
      * reported; a disputed item is left out until it is settled.
       CountArrearsMonths.
           move zeroes to ws-disputed-used.
           move spaces to ws-disp-record.
           move zeroes to ws-disp-id.
           move ws-clnt-id to ws-disp-clnt-id.
           move "YY" to ws-disp-nav.
           move spaces to ws-disp-msg.
           call 'dispio' using "S",
                               ws-disp-record,
                               ws-disp-nav,
                               ws-disp-msg.
           perform until not disp-next-allowed
               if ws-disp-open and ws-disputed-used < 20
                   add 1 to ws-disputed-used
                   move ws-disp-oitm-id
                       to ws-disputed-oitm(ws-disputed-used)
               end-if
               call 'dispio' using "T",
                                   ws-disp-record,
                                   ws-disp-nav,
                                   ws-disp-msg
           end-perform.

           move 999999 to ws-oldest-julian.
           move spaces to ws-oitm-record.
           move zeroes to ws-oitm-id.
           move ws-clnt-id to ws-oitm-clnt-id.
           move "YY" to ws-oitm-nav.
           move spaces to ws-oitm-msg.
           call 'oitmio' using "S",
                               ws-oitm-record,
                               ws-oitm-nav,
                               ws-oitm-msg.
           perform until not oitm-next-allowed
               compute ws-owing = ws-oitm-amount - ws-oitm-paid
               if ws-oitm-open and ws-owing > zeroes
                   and ws-oitm-date < ws-oldest-julian
                   perform varying disp-idx from 1 by 1
                       until disp-idx > ws-disputed-used
                          or ws-disputed-oitm(disp-idx) = ws-oitm-id
                       continue
                   end-perform
                   if disp-idx > ws-disputed-used
                       move ws-oitm-date to ws-oldest-julian
                   end-if
               end-if
               call 'oitmio' using "T",
                                   ws-oitm-record,
                                   ws-oitm-nav,
                                   ws-oitm-msg
           end-perform.

           if ws-oldest-julian not = 999999
               call 'dates' using "G",
                                  ws-oldest-julian,
                                  ws-oldest-greg
               compute ws-month-count =
                   (ws-proc-year * 12 + ws-proc-month)
                 - (ws-oldest-year * 12 + ws-oldest-month)
               evaluate true
                   when ws-month-count < zeroes
                       move zeroes to ws-crb-arrears
                   when ws-month-count > 99
                       move 99 to ws-crb-arrears
                   when other
                       move ws-month-count to ws-crb-arrears
               end-evaluate
           end-if.

       RegisterMonthlyRow.
           move spaces to ws-crb-msg.
           if ws-period-row-id = zeroes
               call 'crbio' using "A",
                                  ws-crb-record,
                                  ws-crb-nav,
                                  ws-crb-msg
           else
               move ws-period-row-id to ws-crb-id
               call 'crbio' using "U",
                                  ws-crb-record,
                                  ws-crb-nav,
                                  ws-crb-msg
           end-if.

       WriteAccountRecord.
           add 1 to ws-record-count.
           add ws-crb-balance to ws-balance-total.
           move ws-crb-balance to ws-balance-out.

           move spaces to fd-bureau-line.
           string "D"                delimited by size
                  ws-crb-type        delimited by size
                  ws-crb-id          delimited by size
                  ws-clnt-id         delimited by size
                  ws-clnt-surname    delimited by size
                  ws-clnt-first-name delimited by size
                  ws-clnt-dob        delimited by size
                  ws-clnt-address    delimited by size
                  ws-crb-status      delimited by size
                  ws-balance-out     delimited by size
                  ws-crb-arrears     delimited by size
                  ws-crb-woff-flag   delimited by size
                  ws-crb-agency-flag delimited by size
                  ws-crb-closed-flag delimited by size
                  ws-crb-period      delimited by size
                  ws-crb-corrects    delimited by size
               into fd-bureau-line.
           write fd-bureau-line.

      * Corrections keyed since the last extract, each in the
      * account record layout with the register number of the
      * record it replaces, then marked sent.
       SendCorrections.
           move spaces to ws-crb-record.
           move zeroes to ws-crb-id.
           move "YY" to ws-crb-nav.
           move spaces to ws-crb-msg.
           call 'crbio' using "F",
                              ws-crb-record,
                              ws-crb-nav,
                              ws-crb-msg.

           perform until not crb-next-allowed
               if ws-crb-correction and ws-crb-sent-date = zeroes
                   perform SendOneCorrection
               end-if
               call 'crbio' using "N",
                                  ws-crb-record,
                                  ws-crb-nav,
                                  ws-crb-msg
           end-perform.

       SendOneCorrection.
           move spaces to ws-clnt-record.
           move ws-crb-clnt-id to ws-clnt-id.
           move spaces to ws-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-navigation-status,
                               ws-msg.

           if ws-msg equal "Client not found"
               display "Correction " ws-crb-id " for missing client "
                       ws-crb-clnt-id " - not sent"
           else
               perform WriteAccountRecord
               add 1 to ws-correction-count
               move ws-today to ws-crb-sent-date
               move spaces to ws-crb-msg
               call 'crbio' using "U",
                                  ws-crb-record,
                                  ws-crb-nav,
                                  ws-crb-msg
           end-if.
