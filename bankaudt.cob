       IDENTIFICATION DIVISION.
       PROGRAM-ID. bankaudt.
       AUTHOR. Andrew Notman.

      * Bank-detail check of the whole client file - every client
      * holding a sort code or account number is put through
      * bankchk, as a direct debit when the client is on one, and
      * each failure is listed with its reason so the details can
      * be corrected through ddmnt. Meant to be run once the
      * sort-code directory has been loaded, and again after any
      * directory refresh. Nothing is changed. The details print
      * masked (pimask), the failure reason beside them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select BankAuditFile assign to ws-report-name
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD BankAuditFile.
       01 fd-bank-audit-line pic X(132).

       WORKING-STORAGE SECTION.
           copy "clnt.ws".

       01 ws-shown-details.
           05 ws-shown-phone pic X(12).
           05 ws-shown-sort  pic X(6).
           05 ws-shown-acct  pic X(8).

       01 ws-navigation-status pic X(2) value "YY".
           88 next-allowed value "YY", "YN".

       01 ws-msg pic X(80).

       01 ws-bank-purpose pic X(1).
       01 ws-bank-result  pic X(1).
       01 ws-bank-msg     pic X(80).

       01 ws-checked-count pic 9(7) value zeroes.
       01 ws-failed-count  pic 9(7) value zeroes.

       01 ws-report-name  pic X(30) value spaces.
       01 ws-catalog-base pic X(8).
       01 ws-catalog-prog pic X(8).
       01 ws-catalog-rows pic 9(7) value zeroes.

       PROCEDURE DIVISION.
       Main.
           move "bankaudt" to ws-catalog-base.
           move "bankaudt" to ws-catalog-prog.
           call 'rptname' using "N", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           open output BankAuditFile.

           move spaces to fd-bank-audit-line.
           string "Client Bank-Detail Check" delimited by size
               into fd-bank-audit-line.
           write fd-bank-audit-line.

           move spaces to fd-bank-audit-line.
           string "Client  Surname    DD Sort   Account  Reason"
                   delimited by size into fd-bank-audit-line.
           write fd-bank-audit-line.

           call 'clntio' using "O",
                               ws-clnt-record,
                               ws-navigation-status,
                               ws-msg.

           call 'clntio' using "F",
                               ws-clnt-record,
                               ws-navigation-status,
                               ws-msg.

           perform until not next-allowed
               if ws-clnt-bank-sort not equal spaces
                   or ws-clnt-bank-acct not equal spaces
                   perform CheckClient
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

           move spaces to fd-bank-audit-line.
           write fd-bank-audit-line.

           move spaces to fd-bank-audit-line.
           string "Clients checked: " delimited by size
                  ws-checked-count    delimited by size
                  "  Failing: "       delimited by size
                  ws-failed-count     delimited by size
               into fd-bank-audit-line.
           write fd-bank-audit-line.

           close BankAuditFile.

           add 4 to ws-failed-count giving ws-catalog-rows.
           call 'rptname' using "C", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           display "Bank-detail check complete - checked "
                   ws-checked-count ", failing " ws-failed-count.

           if ws-failed-count not equal zeroes
               move 1 to return-code
           end-if.

           goback.

       CheckClient.
           add 1 to ws-checked-count.

           if ws-clnt-on-dd
               move "D" to ws-bank-purpose
           else
               move "V" to ws-bank-purpose
           end-if.

           move spaces to ws-bank-msg.
           call 'bankchk' using ws-bank-purpose,
                                ws-clnt-bank-sort,
                                ws-clnt-bank-acct,
                                ws-bank-result,
                                ws-bank-msg.

           if ws-bank-result not equal "Y"
               call 'pimask' using "M", ws-clnt-record,
                                   ws-shown-details
               add 1 to ws-failed-count
               move spaces to fd-bank-audit-line
               string ws-clnt-id        delimited by size
                      " "               delimited by size
                      ws-clnt-surname   delimited by size
                      " "               delimited by size
                      ws-clnt-dd-flag   delimited by size
                      "  "              delimited by size
                      ws-shown-sort     delimited by size
                      " "               delimited by size
                      ws-shown-acct     delimited by size
                      " "               delimited by size
                      ws-bank-msg       delimited by size
                   into fd-bank-audit-line
               write fd-bank-audit-line
           end-if.
