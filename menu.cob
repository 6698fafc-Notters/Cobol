       01 ws-login-ok    pic X(1) value "N".
           88 login-ok value "Y".

       01 ws-choice  pic X(3) value spaces.
       01 ws-confirm pic X(3) value spaces.

       01 ws-browse-clnt-id pic 9(7) value zeroes.
               display "33 Key a cash-receipts batch"
               display "36 Open-item allocation"
               display "37 Post-dated posting queue"
               display "67 Disputed charges"
               display "69 Promises to pay"
               display "72 Returned mail (gone away)"
               display "73 Gone-away trace worklist"
               display "89 Budget billing"
               display "91 Complaints register"
               display "94 Third-party authorities"
               display "97 Data-quality worklist"
               display "101 Limitation acknowledgements"
               display "103 Vulnerable-customer markers"
               display "104 Vulnerability review worklist"
               display "106 Recurring-charge contracts ending"
               display "108 Mail-house manifest import"
           end-if.

           if ws-oper-is-admin
               display "64 Unclaimed-funds disposition"
               display "65 Unclaimed-funds claims"
               display "66 Reorganize a data file"
               display "68 Open disputes aging report"
               display "70 Account closure"
               display "71 Account closures register"
               display "74 Subject-access pack"
               display "75 Anonymise archived clients"
               display "76 Accounting period close"
               display "77 Provision rates"
               display "78 Suspicious-activity cases"
               display "79 Load sort-code directory"
               display "80 Bank-detail check of all clients"
               display "81 Positive-pay cheque issue file"
               display "82 Load paid-cheques file"
               display "83 Report distribution table"
               display "84 Distribute reports to branches"
               display "85 Nightly step-control table"
               display "86 Load card settlement file"
               display "87 Security deposits"
               display "88 Fee price-change notice run"
               display "90 Discounts-granted register"
               display "92 Complaint escalation worklist"
               display "93 Monthly complaints return"
               display "95 Authorities about to expire"
               display "96 Key-figure 13-month trend"
               display "98 Inter-branch client transfer"
               display "99 Credit-bureau reporting corrections"
               display "100 Load credit-bureau rejects"
               display "102 Debts nearing the limitation date"
               display "105 Client recurring charges"
               display "107 Mail-house extract"
               display "109 CRM daily change feed"
               display "110 Resend a CRM feed"
               display " T Toggle training mode"
           end-if.

               when "64" perform LaunchIfAdmin-uncldisp
               when "65" perform LaunchIfAdmin-unclclm
               when "66" perform LaunchIfAdmin-reorg
               when "67" perform LaunchIfUser-dispmnt
               when "68" perform LaunchIfAdmin-dispage
               when "69" perform LaunchIfUser-ptpmnt
               when "70" perform LaunchIfAdmin-closacct
               when "71" perform LaunchIfAdmin-closreg
               when "72" perform LaunchIfUser-gonemnt
               when "73" perform LaunchIfUser-gonetrc
               when "74" perform LaunchIfAdmin-sarpack
               when "75" perform LaunchIfAdmin-anonarch
               when "76" perform LaunchIfAdmin-prdmnt
               when "77" perform LaunchIfAdmin-pvrtmnt
               when "78" perform LaunchIfAdmin-amlcase
               when "79" perform LaunchIfAdmin-scdload
               when "80" perform LaunchIfAdmin-bankaudt
               when "81" perform LaunchIfAdmin-chqppay
               when "82" perform LaunchIfAdmin-chqpaid
               when "83" perform LaunchIfAdmin-rdstmnt
               when "84" perform LaunchIfAdmin-rptburst
               when "85" perform LaunchIfAdmin-sctlmnt
               when "86" perform LaunchIfAdmin-cardstl
               when "87" perform LaunchIfAdmin-sdepmnt
               when "88" perform LaunchIfAdmin-feenotc
               when "89" perform LaunchIfUser-bdgtmnt
               when "90" perform LaunchIfAdmin-discreg
               when "91" perform LaunchIfUser-cmplmnt
               when "92" perform LaunchIfAdmin-cmplwrk
               when "93" perform LaunchIfAdmin-cmplret
               when "94" perform LaunchIfUser-tpamnt
               when "95" perform LaunchIfAdmin-tpaexp
               when "96" perform LaunchIfAdmin-kpitrend
               when "97" perform LaunchIfUser-dqwrk
               when "98" perform LaunchIfAdmin-brxfer
               when "99" perform LaunchIfAdmin-crbcorr
               when "100" perform LaunchIfAdmin-crbrej
               when "101" perform LaunchIfUser-limmnt
               when "102" perform LaunchIfAdmin-limrun
               when "103" perform LaunchIfUser-vulnmnt
               when "104" perform LaunchIfUser-vulnwrk
               when "105" perform LaunchIfAdmin-rchgmnt
               when "106" perform LaunchIfUser-rchgexp
               when "107" perform LaunchIfAdmin-mailext
               when "108" perform LaunchIfUser-mailrec
               when "109" perform LaunchIfAdmin-crmfeed
               when "110" perform LaunchIfAdmin-crmresnd
               when "T"  perform ToggleTraining
               when "t"  perform ToggleTraining
               when "X"  continue
               call 'reorg'
           end-if.

       LaunchIfUser-dispmnt.
           perform CheckUserLevel.
           if ws-oper-is-user or ws-oper-is-admin
               call 'dispmnt'
           end-if.

       LaunchIfAdmin-dispage.
           perform CheckAdminLevel.
           if ws-oper-is-admin
               call 'dispage'
           end-if.

       LaunchIfUser-ptpmnt.
           perform CheckUserLevel.
           if ws-oper-is-user or ws-oper-is-admin
               call 'ptpmnt'
           end-if.

       LaunchIfAdmin-closacct.
           perform CheckAdminLevel.
           if ws-oper-is-admin
               call 'closacct'
           end-if.

       LaunchIfAdmin-closreg.
           perform CheckAdminLevel.
           if ws-oper-is-admin
               call 'closreg'
           end-if.

       LaunchIfUser-gonemnt.
           perform CheckUserLevel.
           if ws-oper-is-user or ws-oper-is-admin
               call 'gonemnt'
           end-if.

       LaunchIfUser-gonetrc.
           perform CheckUserLevel.
           if ws-oper-is-user or ws-oper-is-admin
               call 'gonetrc'
           end-if.

       LaunchIfAdmin-sarpack.
           perform CheckAdminLevel.
           if ws-oper-is-admin
               call 'sarpack'
           end-if.

       LaunchIfAdmin-anonarch.
           perform CheckAdminLevel.
           if ws-oper-is-admin
               call 'anonarch'
           end-if.

       LaunchIfAdmin-prdmnt.
           perform CheckAdminLevel.
           if ws-oper-is-admin
               call 'prdmnt'
           end-if.

       LaunchIfAdmin-pvrtmnt.
           perform CheckAdminLevel.
           if ws-oper-is-admin
               call 'pvrtmnt'
           end-if.

       LaunchIfAdmin-amlcase.
           perform CheckAdminLevel.
           if ws-oper-is-admin
               call 'amlcase'
           end-if.

       LaunchIfAdmin-scdload.
           perform CheckAdminLevel.
           if ws-oper-is-admin
               call 'scdload'
           end-if.

       LaunchIfAdmin-bankaudt.
           perform CheckAdminLevel.
           if ws-oper-is-admin
               call 'bankaudt'
           end-if.

       LaunchIfAdmin-chqppay.
           perform CheckAdminLevel.
           if ws-oper-is-admin
               call 'chqppay'
           end-if.

       LaunchIfAdmin-chqpaid.
           perform CheckAdminLevel.
           if ws-oper-is-admin
               call 'chqpaid'
           end-if.

       LaunchIfAdmin-rdstmnt.
           perform CheckAdminLevel.
           if ws-oper-is-admin
               call 'rdstmnt'
           end-if.

       LaunchIfAdmin-rptburst.
           perform CheckAdminLevel.
           if ws-oper-is-admin
               call 'rptburst'
           end-if.

       LaunchIfAdmin-sctlmnt.
           perform CheckAdminLevel.
           if ws-oper-is-admin
               call 'sctlmnt'
           end-if.

       LaunchIfAdmin-cardstl.
           perform CheckAdminLevel.
           if ws-oper-is-admin
               call 'cardstl'
           end-if.

       LaunchIfAdmin-sdepmnt.
           perform CheckAdminLevel.
           if ws-oper-is-admin
               call 'sdepmnt'
           end-if.

       LaunchIfAdmin-feenotc.
           perform CheckAdminLevel.
           if ws-oper-is-admin
               call 'feenotc'
           end-if.

       LaunchIfUser-bdgtmnt.
           perform CheckUserLevel.
           if ws-oper-is-user or ws-oper-is-admin
               call 'bdgtmnt'
           end-if.

       LaunchIfAdmin-discreg.
           perform CheckAdminLevel.
           if ws-oper-is-admin
               call 'discreg'
           end-if.

       LaunchIfUser-cmplmnt.
           perform CheckUserLevel.
           if ws-oper-is-user or ws-oper-is-admin
               call 'cmplmnt'
           end-if.

       LaunchIfAdmin-cmplwrk.
           perform CheckAdminLevel.
           if ws-oper-is-admin
               call 'cmplwrk'
           end-if.

       LaunchIfAdmin-cmplret.
           perform CheckAdminLevel.
           if ws-oper-is-admin
               call 'cmplret'
           end-if.

       LaunchIfUser-tpamnt.
           perform CheckUserLevel.
           if ws-oper-is-user or ws-oper-is-admin
               call 'tpamnt'
           end-if.

       LaunchIfAdmin-tpaexp.
           perform CheckAdminLevel.
           if ws-oper-is-admin
               call 'tpaexp'
           end-if.

       LaunchIfAdmin-kpitrend.
           perform CheckAdminLevel.
           if ws-oper-is-admin
               call 'kpitrend'
           end-if.

       LaunchIfUser-dqwrk.
           perform CheckUserLevel.
           if ws-oper-is-user or ws-oper-is-admin
               call 'dqwrk'
           end-if.

       LaunchIfAdmin-brxfer.
           perform CheckAdminLevel.
           if ws-oper-is-admin
               call 'brxfer'
           end-if.

       LaunchIfAdmin-crbcorr.
           perform CheckAdminLevel.
           if ws-oper-is-admin
               call 'crbcorr'
           end-if.

       LaunchIfAdmin-crbrej.
           perform CheckAdminLevel.
           if ws-oper-is-admin
               call 'crbrej'
           end-if.

       LaunchIfUser-limmnt.
           perform CheckUserLevel.
           if ws-oper-is-user or ws-oper-is-admin
               call 'limmnt'
           end-if.

       LaunchIfAdmin-limrun.
           perform CheckAdminLevel.
           if ws-oper-is-admin
               call 'limrun'
           end-if.

       LaunchIfUser-vulnmnt.
           perform CheckUserLevel.
           if ws-oper-is-user or ws-oper-is-admin
               call 'vulnmnt'
           end-if.

       LaunchIfUser-vulnwrk.
           perform CheckUserLevel.
           if ws-oper-is-user or ws-oper-is-admin
               call 'vulnwrk'
           end-if.

       LaunchIfAdmin-rchgmnt.
           perform CheckAdminLevel.
           if ws-oper-is-admin
               call 'rchgmnt'
           end-if.

       LaunchIfUser-rchgexp.
           perform CheckUserLevel.
           if ws-oper-is-user or ws-oper-is-admin
               call 'rchgexp'
           end-if.

       LaunchIfAdmin-mailext.
           perform CheckAdminLevel.
           if ws-oper-is-admin
               call 'mailext'
           end-if.

       LaunchIfUser-mailrec.
           perform CheckUserLevel.
           if ws-oper-is-user or ws-oper-is-admin
               call 'mailrec'
           end-if.

       LaunchIfAdmin-crmfeed.
           perform CheckAdminLevel.
           if ws-oper-is-admin
               call 'crmfeed'
           end-if.

       LaunchIfAdmin-crmresnd.
           perform CheckAdminLevel.
           if ws-oper-is-admin
               call 'crmresnd'
           end-if.

       LaunchCorrespondence.
           perform CheckUserLevel.
           if ws-oper-is-user or ws-oper-is-admin
