      * ahead, off the processing calendar - and records that
      * notice was given on ddnot.dat, which ddextr insists on
      * before it will select anyone. Run it the configured
      * number of days before the collection extract. A client
      * flagged gone away gets no notice (the run counts them) -
      * and so, with no notice on ddnot.dat, is not collected
      * either until the address is put right. The notice quotes
      * the client's payment reference (payref), as the
      * statements and dunning letters do. Every notice is also
      * queued for the print-and-mail house (mailitm), which the
      * nightly mail extract sends on.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01 ws-amount-display pic +ZZZZZZ9.99.
       01 ws-full-name pic X(24).
       01 ws-payref pic X(11).
       01 ws-payref-result pic X(1).
       01 ws-payref-msg pic X(80).

       01 ws-notice-count pic 9(5) value zeroes.
       01 ws-held-count   pic 9(5) value zeroes.

       01 ws-gone-result pic X(1) value "N".
       01 ws-gone-oper   pic X(8) value spaces.

       01 ws-corr-msg pic X(80).
       01 ws-corr-nav pic X(2).

       01 ws-mail-doc-type pic X(8) value "DDNOTICE".
       01 ws-mail-source   pic X(30) value "ddnotice.rpt".

       PROCEDURE DIVISION.
       Main.
           accept ws-today-gregorian from date yyyymmdd.
           perform until not next-allowed
               if ws-clnt-active and ws-clnt-on-dd
                   and ws-clnt-balance > zeroes
                   call 'gonechk' using "Q",
                                        ws-clnt-id,
                                        ws-gone-result,
                                        ws-gone-oper
                   if ws-gone-result = "Y"
                       add 1 to ws-held-count
                   else
                       perform ProduceNotice
                   end-if
               end-if
               call 'clntio' using "N",
                                   ws-clnt-record,

           display "Advance-notice run complete - "
                   ws-notice-count " notice(s), collection date "
                   ws-collect-gregorian ", "
                   ws-held-count " held back (gone away)".

           goback.


       ProduceNotice.
           add 1 to ws-notice-count.
           call 'mailitm' using "O",
                                ws-clnt-record,
                                ws-mail-doc-type,
                                ws-mail-source,
                                fd-letter-line.

           move spaces to ws-full-name.
           string ws-clnt-first-name delimited by size

           move spaces to fd-letter-line.
           move all "-" to fd-letter-line.
           perform WriteLetterLine.

           move spaces to fd-letter-line.
           string ws-full-name delimited by size
               into fd-letter-line.
           perform WriteLetterLine.

           move spaces to fd-letter-line.
           string ws-clnt-address delimited by size
               into fd-letter-line.
           perform WriteLetterLine.

           move spaces to fd-letter-line.
           perform WriteLetterLine.

           move spaces to fd-letter-line.
           string "ADVANCE NOTICE - account " delimited by size
                  ws-clnt-id delimited by size
               into fd-letter-line.
           perform WriteLetterLine.

           move spaces to ws-payref-msg.
           call 'payref' using "B",
                               ws-clnt-id,
                               ws-payref,
                               ws-payref-result,
                               ws-payref-msg.
           move spaces to fd-letter-line.
           string "Payment reference " delimited by size
                  ws-payref             delimited by size
               into fd-letter-line.
           perform WriteLetterLine.

           move spaces to fd-letter-line.
           string "We will collect " delimited by size
                  " by direct debit on " delimited by size
                  ws-collect-gregorian   delimited by size
               into fd-letter-line.
           perform WriteLetterLine.

           move spaces to fd-letter-line.
           string "If any detail is wrong, contact us before"
                  " that date." delimited by size
               into fd-letter-line.
           perform WriteLetterLine.

           move spaces to fd-letter-line.
           perform WriteLetterLine.

           perform RecordNotice.
           perform LogCorrespondence.

           call 'mailitm' using "C",
                                ws-clnt-record,
                                ws-mail-doc-type,
                                ws-mail-source,
                                fd-letter-line.

      * The notice letter leaves a row on the correspondence
      * history like every other outbound document.
       LogCorrespondence.
                                    ws-ddnot-nav,
                                    ws-ddnot-msg
           end-if.

      * Every line of a notice goes to the local print file and to
      * the mail-house spool against the notice's item.
       WriteLetterLine.
           write fd-letter-line.
           call 'mailitm' using "L",
                                ws-clnt-record,
                                ws-mail-doc-type,
                                ws-mail-source,
                                fd-letter-line.
