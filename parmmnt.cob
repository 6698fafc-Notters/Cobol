      *   REFUND-MIN    refund run minimum credit
      *   REFUND-DAYS   refund run days in credit
      *   ARCH-YEARS    dormant years before archive
      *   DISP-DAYS     dispute target, days to answer
      *   ANON-YEARS    years archived before anonymising
      *   AML-CASH-LIM  single cash payment flagged over
      *   AML-NEAR-PCT  per cent of it counted as near
      *   AML-NEAR-CNT  near-limit cash payments flagged
      *   AML-NEAR-DAY  window for near-limit payments
      *   AML-OVPY-DAY  days overpayment-then-refund
      *   AML-BANK-DAY  days bank change-then-refund
      *   CHQ-STALE     days a refund cheque may stand
      *   CARD-STL-DAY  days back a card payment is matched
      *   CARD-STL-LAG  days a card payment may await settlement
      *   FEE-NOTICE    days' notice a fee price change needs
      *   STMT-DUE      days after the statement payment is due
      *   DISC-PCT-R    prompt-payment discount %, residential
      *   DISC-PCT-C    prompt-payment discount %, commercial
      *   DISC-PCT-N    prompt-payment discount %, concession
      *   CMPL-ACK      business days to acknowledge a complaint
      *   CMPL-FINAL    business days to answer a complaint in full
      *   TPA-WARN      days ahead an expiring authority is listed
      *   CRB-MEMBER    our member number with the credit bureau
      *   VULN-WARN     days ahead a vulnerability review is listed
      *   VULN-LETTER   highest letter (1-3) a vulnerable client is sent
      *   LIM-WARN      months ahead a debt nearing six years is listed
      *   RCHG-WARN     days ahead a contract ending is listed
      *   MAIL-WAIT     days to wait for a mail-house manifest

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD AuditFile.
       01 fd-audit-line pic X(146).

       WORKING-STORAGE SECTION.
           copy "oper.ws".
                  ws-audit-after  delimited by size
                  "]"             delimited by size
               into fd-audit-line.
           call 'audseal' using "S", "A", fd-audit-line.
           write fd-audit-line.
           close AuditFile.
