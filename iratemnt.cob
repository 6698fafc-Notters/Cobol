      * change for a set date is keyed ahead of time as a new row
      * with that effective date; the accrual run picks it up from
      * the date onward with no program change and no one editing
      * a text file on the morning. Category "D" rows set the rate
      * the month-end deposits run pays on security deposits.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           display "Rows on table: " ws-row-count.

       AcceptRowKey.
           display "Category (R/C/N, D=deposits): " with no advancing.
           accept ws-irate-category.
           display "Effective from (yyyymmdd): " with no advancing.
           accept ws-irate-eff-date.
