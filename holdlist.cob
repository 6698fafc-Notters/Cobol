      * Daily held-clients listing - every client on credit hold,
      * who they are, since when, why, and the balance frozen
      * behind the hold, so the morning review sees the whole
      * stopped book at a glance. Each run gets its own dated
      * name and goes on the report catalog through rptname.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select ListingFile assign to ws-report-name
               organization is line sequential.

       DATA DIVISION.

       01 ws-held-count pic 9(5) value zeroes.

       01 ws-report-name  pic X(30) value spaces.
       01 ws-catalog-base pic X(8).
       01 ws-catalog-prog pic X(8).
       01 ws-catalog-rows pic 9(7) value zeroes.

       PROCEDURE DIVISION.
       Main.
           accept ws-today from date yyyymmdd.

           move "holdlist" to ws-catalog-base.
           move "holdlist" to ws-catalog-prog.
           call 'rptname' using "N", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           open output ListingFile.

           move spaces to fd-list-line.

           close ListingFile.

           move ws-held-count to ws-catalog-rows.
           call 'rptname' using "C", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           display "Held-clients listing written to " ws-report-name
                   ", " ws-held-count " client(s)".

           goback.

