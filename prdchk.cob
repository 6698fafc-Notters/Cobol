       IDENTIFICATION DIVISION.
       PROGRAM-ID. prdchk IS INITIAL.
       AUTHOR. Andrew Notman.

      * Closed-period check for one date (YYYYMMDD), through prdio
      * with its own record buffer. Answers "Y" when the month the
      * date falls in has been closed by the accountants - clnttxn
      * asks before every movement it writes and refuses on a "Y",
      * and the posting screen asks about a back-dated effective
      * date before it takes one. A month with no row on the period
      * table has never been closed and answers "N".

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           copy "prd.ws".

       01 ws-prd-msg pic X(80).
       01 ws-prd-nav pic X(2).

       LINKAGE SECTION.
       01 ls-date   pic 9(8).
       01 ls-result pic X(1).

       PROCEDURE DIVISION USING ls-date,
                                ls-result.
       Main.
           move "N" to ls-result.

           move spaces to ws-prd-record.
           move ls-date(1:6) to ws-prd-period.
           move spaces to ws-prd-msg.
           call 'prdio' using "Q",
                              ws-prd-record,
                              ws-prd-nav,
                              ws-prd-msg.

           if ws-prd-msg not equal "Period not found"
               and ws-prd-closed
               move "Y" to ls-result
           end-if.

           EXIT PROGRAM.
