       DATA DIVISION.
       FILE SECTION.
       FD AuditFile.
       01 fd-audit-line pic X(146).

       FD InquiryReport.
       01 fd-report-line pic X(120).
