       IDENTIFICATION DIVISION.
       PROGRAM-ID. amlchk IS INITIAL.
       AUTHOR. Andrew Notman.

      * Suspicious-activity check for one client, through amlio
      * with its own record buffer so a caller walking the client
      * file keeps its place. Answers "Y" while any case raised
      * against the client is still under review - the refund run
      * and the approval worklist both ask before a refund goes
      * out, and hold it on a "Y".

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           copy "aml.ws".

       01 ws-aml-msg pic X(80).
       01 ws-aml-nav pic X(2).
           88 aml-next-allowed value "YY", "YN".

       LINKAGE SECTION.
       01 ls-clnt-id pic 9(7).
       01 ls-result  pic X(1).

       PROCEDURE DIVISION USING ls-clnt-id,
                                ls-result.
       Main.
           move "N" to ls-result.

           move spaces to ws-aml-record.
           move zeroes to ws-aml-id.
           move ls-clnt-id to ws-aml-clnt-id.
           move "YY" to ws-aml-nav.
           move spaces to ws-aml-msg.
           call 'amlio' using "S",
                              ws-aml-record,
                              ws-aml-nav,
                              ws-aml-msg.

           perform until not aml-next-allowed
               or ls-result = "Y"
               if ws-aml-under-review
                   move "Y" to ls-result
               else
                   call 'amlio' using "T",
                                      ws-aml-record,
                                      ws-aml-nav,
                                      ws-aml-msg
               end-if
           end-perform.

           EXIT PROGRAM.
