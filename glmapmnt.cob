      * chart-of-accounts account each transaction type drives,
      * plus the special rows: "AR" the receivable control, "TX"
      * the output-tax account, "RC" the bad-debt account that
      * recovery payments credit, "PV"/"PX" the bad-debt provision
      * and its expense, "DH"/"DX" the security deposits held and
      * the interest paid on them. Type "D" is the prompt-payment
      * discount allowed. Same shape as the fee schedule
      * screen. The journal run refuses a night whose transaction
      * types include one with no mapping, so a restructured
      * ledger cannot silently drop money into the wrong account.
           display "Mappings on table: " ws-row-count.

       AcceptRowKey.
           display "Type key (F/I/P/J/W/R/D or AR/TX/RC/PV/PX/DH/DX): "
               with no advancing.
           accept ws-glmap-key.

