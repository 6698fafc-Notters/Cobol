       DATA DIVISION.
       FILE SECTION.
       FD AuditFile.
       01 fd-audit-line pic X(146).
           88 audit-EOF value high-values.

       WORKING-STORAGE SECTION.
