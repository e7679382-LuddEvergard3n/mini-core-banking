               WHEN 'WAIVEDFEE'
                   CALL 'FILES' USING 'INIT-WAIVED-FEE-FILE'
                   CALL 'FILES' USING 'OPEN-WAIVED-FEE-EXTEND'
               WHEN 'LOANAPP'
                   CALL 'FILES' USING 'INIT-LOAN-APPLICATION-FILE'
                   CALL 'FILES' USING 'OPEN-LOAN-APPLICATION-FILE-IO'
               WHEN 'LOANRESTR'
                   CALL 'FILES' USING 'INIT-LOAN-RESTRUCTURE-FILE'
                   CALL 'FILES' USING 'OPEN-LOAN-RESTRUCTURE-FILE-IO'
               WHEN 'LOANRECOV'
                   CALL 'FILES' USING 'INIT-LOAN-RECOVERY-FILE'
                   CALL 'FILES' USING 'OPEN-LOAN-RECOVERY-FILE-IO'
               WHEN 'REFRATE'
                   CALL 'FILES' USING 'INIT-REFERENCE-RATE-FILE'
                   CALL 'FILES' USING 'OPEN-REFERENCE-RATE-FILE-IO'
               WHEN 'CARDAUTH'
                   CALL 'FILES' USING 'INIT-CARD-AUTH-FILE'
                   CALL 'FILES' USING 'OPEN-CARD-AUTH-FILE-IO'
               WHEN 'ATM'
                   CALL 'FILES' USING 'INIT-ATM-FILE'
                   CALL 'FILES' USING 'OPEN-ATM-FILE-IO'
               WHEN 'CASHCOUNT'
                   CALL 'FILES' USING 'INIT-CASH-COUNT-FILE'
                   CALL 'FILES' USING 'OPEN-CASH-COUNT-FILE-IO'
               WHEN 'HELDMAIL'
                   CALL 'FILES' USING 'INIT-HELD-MAIL-FILE'
                   CALL 'FILES' USING 'OPEN-HELD-MAIL-FILE-IO'
               WHEN 'HELDLINE'
                   CALL 'FILES' USING 'INIT-HELD-MAIL-LINE-FILE'
                   CALL 'FILES' USING 'OPEN-HELD-MAIL-LINE-FILE-IO'
               WHEN 'COMPLAINT'
                   CALL 'FILES' USING 'INIT-COMPLAINT-FILE'
                   CALL 'FILES' USING 'OPEN-COMPLAINT-FILE-IO'
               WHEN 'SARCASE'
                   CALL 'FILES' USING 'INIT-SAR-CASE-FILE'
                   CALL 'FILES' USING 'OPEN-SAR-CASE-FILE-IO'
               WHEN 'POSTRULE'
      *            INIT seeds the default rules; the reload carries
      *            every rule finance maintained, so truncate without
      *            seeding instead
                   CALL 'FILES' USING 'TRUNCATE-POSTING-RULE-FILE'
                   CALL 'FILES' USING 'OPEN-POSTING-RULE-FILE-IO'
               WHEN 'GLBRANCH'
      *            INIT carries the chart balances in under branch
      *            0001; the reload carries every branch row, so
      *            truncate without the carry-in instead
                   CALL 'FILES' USING 'TRUNCATE-GL-BRANCH-FILE'
                   CALL 'FILES' USING 'OPEN-GL-BRANCH-FILE-IO'
               WHEN 'GLBPERIOD'
                   CALL 'FILES' USING 'INIT-GL-BRANCH-PERIOD-FILE'
                   CALL 'FILES' USING 'OPEN-GL-BRANCH-PERIOD-FILE-IO'
               WHEN 'INTERBR'
                   CALL 'FILES' USING 'INIT-INTER-BRANCH-FILE'
                   CALL 'FILES' USING 'OPEN-INTER-BRANCH-FILE-IO'
               WHEN 'BUDGET'
                   CALL 'FILES' USING 'INIT-BUDGET-FILE'
                   CALL 'FILES' USING 'OPEN-BUDGET-FILE-IO'
               WHEN 'OPENITEM'
                   CALL 'FILES' USING 'INIT-OPEN-ITEM-FILE'
                   CALL 'FILES' USING 'OPEN-OPEN-ITEM-FILE-IO'
               WHEN 'MMDEAL'
                   CALL 'FILES' USING 'INIT-MM-DEAL-FILE'
                   CALL 'FILES' USING 'OPEN-MM-DEAL-FILE-IO'
               WHEN 'MMCPTY'
                   CALL 'FILES' USING 'INIT-MM-COUNTERPARTY-FILE'
                   CALL 'FILES' USING 'OPEN-MM-COUNTERPARTY-FILE-IO'
               WHEN 'FXCOUNTER'
                   CALL 'FILES' USING 'INIT-FX-COUNTER-FILE'
                   CALL 'FILES' USING 'OPEN-FX-COUNTER-FILE-IO'
               WHEN 'INTRATE'
                   CALL 'FILES' USING 'TRUNCATE-INTEREST-RATE-FILE'
                   CALL 'FILES' USING 'OPEN-INTEREST-RATE-FILE-IO'
               WHEN 'TDCARD'
                   CALL 'FILES' USING 'INIT-TD-RATE-CARD-FILE'
                   CALL 'FILES' USING 'OPEN-TD-RATE-CARD-FILE-IO'
               WHEN 'TDRATEX'
                   CALL 'FILES' USING 'INIT-TD-RATE-EXCEPTION-FILE'
                   CALL 'FILES' USING 'OPEN-TD-RATE-EXCEPTION-FILE-IO'
               WHEN 'CUTOFF'
                   CALL 'FILES' USING 'TRUNCATE-CUTOFF-FILE'
                   CALL 'FILES' USING 'OPEN-CUTOFF-FILE-IO'
               WHEN 'POSPAY'
                   CALL 'FILES' USING 'INIT-POSITIVE-PAY-FILE'
                   CALL 'FILES' USING 'OPEN-POSITIVE-PAY-FILE-IO'
               WHEN 'PPAYEXC'
                   CALL 'FILES' USING 'INIT-PPAY-EXCEPTION-FILE'
                   CALL 'FILES' USING 'OPEN-PPAY-EXCEPTION-FILE-IO'
               WHEN 'INSTPAY'
                   CALL 'FILES' USING 'INIT-INSTANT-PAYMENT-FILE'
                   CALL 'FILES' USING 'OPEN-INSTANT-PAYMENT-FILE-IO'
               WHEN 'IPAYPOS'
                   CALL 'FILES' USING 'INIT-IPAY-POSITION-FILE'
                   CALL 'FILES' USING 'OPEN-IPAY-POSITION-FILE-IO'
               WHEN 'OPSESS'
                   CALL 'FILES' USING 'INIT-SESSION-FILE'
                   CALL 'FILES' USING 'OPEN-SESSION-FILE-IO'
               WHEN 'REFCHANGE'
                   CALL 'FILES' USING 'INIT-REF-CHANGE-FILE'
                   CALL 'FILES' USING 'OPEN-REF-CHANGE-FILE-IO'
               WHEN 'FEETARIFF'
                   CALL 'FILES' USING 'TRUNCATE-FEE-TARIFF-FILE'
                   CALL 'FILES' USING 'OPEN-FEE-TARIFF-FILE-IO'
               WHEN 'EODEXC'
                   CALL 'FILES' USING 'INIT-EOD-EXCEPTION-FILE'
                   CALL 'FILES' USING 'OPEN-EOD-EXCEPTION-FILE-IO'
               WHEN 'EODSIGNOFF'
                   CALL 'FILES' USING 'INIT-EOD-SIGNOFF-FILE'
                   CALL 'FILES' USING 'OPEN-EOD-SIGNOFF-FILE-IO'
               WHEN 'SPOOLCAT'
                   CALL 'FILES' USING 'INIT-SPOOL-CATALOGUE-FILE'
                   CALL 'FILES' USING 'OPEN-SPOOL-CATALOGUE-FILE-IO'
               WHEN 'SPOOLARC'
                   CALL 'FILES' USING 'INIT-SPOOL-ARCHIVE-FILE'
                   CALL 'FILES' USING 'OPEN-SPOOL-ARCHIVE-FILE-IO'
               WHEN 'BRANCH'
                   CALL 'FILES' USING 'TRUNCATE-BRANCH-FILE'
                   CALL 'FILES' USING 'OPEN-BRANCH-FILE-IO'
               WHEN 'PRODUCT'
                   CALL 'FILES' USING 'TRUNCATE-PRODUCT-FILE'
                   CALL 'FILES' USING 'OPEN-PRODUCT-FILE-IO'
               WHEN 'CONFIRM'
                   CALL 'FILES' USING 'INIT-CONFIRM-REGISTER-FILE'
                   CALL 'FILES' USING 'OPEN-CONFIRM-REGISTER-FILE-IO'
               WHEN 'REDIRECT'
                   CALL 'FILES' USING 'INIT-REDIRECT-FILE'
                   CALL 'FILES' USING 'OPEN-REDIRECT-FILE-IO'
               WHEN 'REDIRITEM'
                   CALL 'FILES' USING 'INIT-REDIRECT-ITEM-FILE'
                   CALL 'FILES' USING 'OPEN-REDIRECT-ITEM-FILE-IO'
               WHEN 'TAXRATE'
                   CALL 'FILES' USING 'INIT-TAX-RATE-FILE'
                   CALL 'FILES' USING 'OPEN-TAX-RATE-FILE-IO'
               WHEN 'CONSENT'
                   CALL 'FILES' USING 'INIT-CONSENT-FILE'
                   CALL 'FILES' USING 'OPEN-CONSENT-FILE-IO'
               WHEN 'COLLCASE'
                   CALL 'FILES' USING 'INIT-COLLECTION-CASE-FILE'
                   CALL 'FILES' USING 'OPEN-COLLECTION-CASE-FILE-IO'
               WHEN 'COLLCONT'
                   CALL 'FILES' USING 'INIT-COLLECTION-CONTACT-FILE'
                   CALL 'FILES' USING
                       'OPEN-COLLECTION-CONTACT-FILE-IO'
               WHEN 'CASHDEMAND'
                   CALL 'FILES' USING 'INIT-CASH-DEMAND-FILE'
                   CALL 'FILES' USING 'OPEN-CASH-DEMAND-FILE-IO'
               WHEN 'RELMGR'
                   CALL 'FILES' USING 'INIT-RM-FILE'
                   CALL 'FILES' USING 'OPEN-RM-FILE-IO'
               WHEN 'RMASSIGN'
                   CALL 'FILES' USING 'INIT-RM-ASSIGNMENT-FILE'
                   CALL 'FILES' USING 'OPEN-RM-ASSIGNMENT-FILE-IO'
               WHEN 'CUSTPROFIT'
                   CALL 'FILES' USING 'INIT-CUSTOMER-PROFIT-FILE'
                   CALL 'FILES' USING 'OPEN-CUSTOMER-PROFIT-FILE-IO'
           END-EVALUATE.

       END-CURRENT-LOAD-TYPE.
                   CALL 'FILES' USING 'CLOSE-NOTICE-FILE'
               WHEN 'WAIVEDFEE'
                   CALL 'FILES' USING 'CLOSE-WAIVED-FEE-FILE'
               WHEN 'LOANAPP'
                   CALL 'FILES' USING 'CLOSE-LOAN-APPLICATION-FILE'
               WHEN 'LOANRESTR'
                   CALL 'FILES' USING 'CLOSE-LOAN-RESTRUCTURE-FILE'
               WHEN 'LOANRECOV'
                   CALL 'FILES' USING 'CLOSE-LOAN-RECOVERY-FILE'
               WHEN 'REFRATE'
                   CALL 'FILES' USING 'CLOSE-REFERENCE-RATE-FILE'
               WHEN 'CARDAUTH'
                   CALL 'FILES' USING 'CLOSE-CARD-AUTH-FILE'
               WHEN 'ATM'
                   CALL 'FILES' USING 'CLOSE-ATM-FILE'
               WHEN 'CASHCOUNT'
                   CALL 'FILES' USING 'CLOSE-CASH-COUNT-FILE'
               WHEN 'HELDMAIL'
                   CALL 'FILES' USING 'CLOSE-HELD-MAIL-FILE'
               WHEN 'HELDLINE'
                   CALL 'FILES' USING 'CLOSE-HELD-MAIL-LINE-FILE'
               WHEN 'COMPLAINT'
                   CALL 'FILES' USING 'CLOSE-COMPLAINT-FILE'
               WHEN 'SARCASE'
                   CALL 'FILES' USING 'CLOSE-SAR-CASE-FILE'
               WHEN 'POSTRULE'
                   CALL 'FILES' USING 'CLOSE-POSTING-RULE-FILE'
               WHEN 'GLBRANCH'
                   CALL 'FILES' USING 'CLOSE-GL-BRANCH-FILE'
               WHEN 'GLBPERIOD'
                   CALL 'FILES' USING 'CLOSE-GL-BRANCH-PERIOD-FILE'
               WHEN 'INTERBR'
                   CALL 'FILES' USING 'CLOSE-INTER-BRANCH-FILE'
               WHEN 'BUDGET'
                   CALL 'FILES' USING 'CLOSE-BUDGET-FILE'
               WHEN 'OPENITEM'
                   CALL 'FILES' USING 'CLOSE-OPEN-ITEM-FILE'
               WHEN 'MMDEAL'
                   CALL 'FILES' USING 'CLOSE-MM-DEAL-FILE'
               WHEN 'MMCPTY'
                   CALL 'FILES' USING 'CLOSE-MM-COUNTERPARTY-FILE'
               WHEN 'FXCOUNTER'
                   CALL 'FILES' USING 'CLOSE-FX-COUNTER-FILE'
               WHEN 'INTRATE'
                   CALL 'FILES' USING 'CLOSE-INTEREST-RATE-FILE'
               WHEN 'TDCARD'
                   CALL 'FILES' USING 'CLOSE-TD-RATE-CARD-FILE'
               WHEN 'TDRATEX'
                   CALL 'FILES' USING 'CLOSE-TD-RATE-EXCEPTION-FILE'
               WHEN 'CUTOFF'
                   CALL 'FILES' USING 'CLOSE-CUTOFF-FILE'
               WHEN 'POSPAY'
                   CALL 'FILES' USING 'CLOSE-POSITIVE-PAY-FILE'
               WHEN 'PPAYEXC'
                   CALL 'FILES' USING 'CLOSE-PPAY-EXCEPTION-FILE'
               WHEN 'INSTPAY'
                   CALL 'FILES' USING 'CLOSE-INSTANT-PAYMENT-FILE'
               WHEN 'IPAYPOS'
                   CALL 'FILES' USING 'CLOSE-IPAY-POSITION-FILE'
               WHEN 'OPSESS'
                   CALL 'FILES' USING 'CLOSE-SESSION-FILE'
               WHEN 'REFCHANGE'
                   CALL 'FILES' USING 'CLOSE-REF-CHANGE-FILE'
               WHEN 'FEETARIFF'
                   CALL 'FILES' USING 'CLOSE-FEE-TARIFF-FILE'
               WHEN 'EODEXC'
                   CALL 'FILES' USING 'CLOSE-EOD-EXCEPTION-FILE'
               WHEN 'EODSIGNOFF'
                   CALL 'FILES' USING 'CLOSE-EOD-SIGNOFF-FILE'
               WHEN 'SPOOLCAT'
                   CALL 'FILES' USING 'CLOSE-SPOOL-CATALOGUE-FILE'
               WHEN 'SPOOLARC'
                   CALL 'FILES' USING 'CLOSE-SPOOL-ARCHIVE-FILE'
               WHEN 'BRANCH'
                   CALL 'FILES' USING 'CLOSE-BRANCH-FILE'
               WHEN 'PRODUCT'
                   CALL 'FILES' USING 'CLOSE-PRODUCT-FILE'
               WHEN 'CONFIRM'
                   CALL 'FILES' USING 'CLOSE-CONFIRM-REGISTER-FILE'
               WHEN 'REDIRECT'
                   CALL 'FILES' USING 'CLOSE-REDIRECT-FILE'
               WHEN 'REDIRITEM'
                   CALL 'FILES' USING 'CLOSE-REDIRECT-ITEM-FILE'
               WHEN 'TAXRATE'
                   CALL 'FILES' USING 'CLOSE-TAX-RATE-FILE'
               WHEN 'CONSENT'
                   CALL 'FILES' USING 'CLOSE-CONSENT-FILE'
               WHEN 'COLLCASE'
                   CALL 'FILES' USING 'CLOSE-COLLECTION-CASE-FILE'
               WHEN 'COLLCONT'
                   CALL 'FILES' USING 'CLOSE-COLLECTION-CONTACT-FILE'
               WHEN 'CASHDEMAND'
                   CALL 'FILES' USING 'CLOSE-CASH-DEMAND-FILE'
               WHEN 'RELMGR'
                   CALL 'FILES' USING 'CLOSE-RM-FILE'
               WHEN 'RMASSIGN'
                   CALL 'FILES' USING 'CLOSE-RM-ASSIGNMENT-FILE'
               WHEN 'CUSTPROFIT'
                   CALL 'FILES' USING 'CLOSE-CUSTOMER-PROFIT-FILE'
           END-EVALUATE.

       LOAD-ONE-RECORD.
                   MOVE BKP-RECORD-IMAGE TO WAIVED-FEE-RECORD
                   CALL 'FILES' USING 'WRITE-WAIVED-FEE'
                       WAIVED-FEE-RECORD WS-SET-STATUS
               WHEN 'LOANAPP'
                   MOVE BKP-RECORD-IMAGE TO LOAN-APPLICATION-RECORD
                   CALL 'FILES' USING 'WRITE-LOAN-APPLICATION'
                       LOAN-APPLICATION-RECORD WS-SET-STATUS
               WHEN 'LOANRESTR'
                   MOVE BKP-RECORD-IMAGE TO LOAN-RESTRUCTURE-RECORD
                   CALL 'FILES' USING 'WRITE-LOAN-RESTRUCTURE'
                       LOAN-RESTRUCTURE-RECORD WS-SET-STATUS
               WHEN 'LOANRECOV'
                   MOVE BKP-RECORD-IMAGE TO LOAN-RECOVERY-RECORD
                   CALL 'FILES' USING 'WRITE-LOAN-RECOVERY'
                       LOAN-RECOVERY-RECORD WS-SET-STATUS
               WHEN 'REFRATE'
                   MOVE BKP-RECORD-IMAGE TO REFERENCE-RATE-RECORD
                   CALL 'FILES' USING 'WRITE-REFERENCE-RATE'
                       REFERENCE-RATE-RECORD WS-SET-STATUS
               WHEN 'CARDAUTH'
                   MOVE BKP-RECORD-IMAGE TO CARD-AUTH-RECORD
                   CALL 'FILES' USING 'WRITE-CARD-AUTH'
                       CARD-AUTH-RECORD WS-SET-STATUS
               WHEN 'ATM'
                   MOVE BKP-RECORD-IMAGE TO ATM-RECORD
                   CALL 'FILES' USING 'WRITE-ATM'
                       ATM-RECORD WS-SET-STATUS
               WHEN 'CASHCOUNT'
                   MOVE BKP-RECORD-IMAGE TO CASH-COUNT-RECORD
                   CALL 'FILES' USING 'WRITE-CASH-COUNT'
                       CASH-COUNT-RECORD WS-SET-STATUS
               WHEN 'HELDMAIL'
                   MOVE BKP-RECORD-IMAGE TO HELD-MAIL-RECORD
                   CALL 'FILES' USING 'WRITE-HELD-MAIL'
                       HELD-MAIL-RECORD WS-SET-STATUS
               WHEN 'HELDLINE'
                   MOVE BKP-RECORD-IMAGE TO HELD-MAIL-LINE-RECORD
                   CALL 'FILES' USING 'WRITE-HELD-MAIL-LINE'
                       HELD-MAIL-LINE-RECORD WS-SET-STATUS
               WHEN 'COMPLAINT'
                   MOVE BKP-RECORD-IMAGE TO COMPLAINT-RECORD
                   CALL 'FILES' USING 'WRITE-COMPLAINT'
                       COMPLAINT-RECORD WS-SET-STATUS
               WHEN 'SARCASE'
                   MOVE BKP-RECORD-IMAGE TO SAR-CASE-RECORD
                   CALL 'FILES' USING 'WRITE-SAR-CASE'
                       SAR-CASE-RECORD WS-SET-STATUS
               WHEN 'POSTRULE'
                   MOVE BKP-RECORD-IMAGE TO POSTING-RULE-RECORD
                   CALL 'FILES' USING 'WRITE-POSTING-RULE'
                       POSTING-RULE-RECORD WS-SET-STATUS
               WHEN 'GLBRANCH'
                   MOVE BKP-RECORD-IMAGE TO GL-BRANCH-BALANCE-RECORD
                   CALL 'FILES' USING 'WRITE-GL-BRANCH'
                       GL-BRANCH-BALANCE-RECORD WS-SET-STATUS
               WHEN 'GLBPERIOD'
                   MOVE BKP-RECORD-IMAGE TO GL-BRANCH-PERIOD-RECORD
                   CALL 'FILES' USING 'WRITE-GL-BRANCH-PERIOD'
                       GL-BRANCH-PERIOD-RECORD WS-SET-STATUS
               WHEN 'INTERBR'
                   MOVE BKP-RECORD-IMAGE TO INTER-BRANCH-ENTRY-RECORD
                   CALL 'FILES' USING 'WRITE-INTER-BRANCH-ENTRY'
                       INTER-BRANCH-ENTRY-RECORD WS-SET-STATUS
               WHEN 'BUDGET'
                   MOVE BKP-RECORD-IMAGE TO BUDGET-RECORD
                   CALL 'FILES' USING 'WRITE-BUDGET'
                       BUDGET-RECORD WS-SET-STATUS
               WHEN 'OPENITEM'
                   MOVE BKP-RECORD-IMAGE TO OPEN-ITEM-RECORD
                   CALL 'FILES' USING 'WRITE-OPEN-ITEM'
                       OPEN-ITEM-RECORD WS-SET-STATUS
               WHEN 'MMDEAL'
                   MOVE BKP-RECORD-IMAGE TO MM-DEAL-RECORD
                   CALL 'FILES' USING 'WRITE-MM-DEAL'
                       MM-DEAL-RECORD WS-SET-STATUS
               WHEN 'MMCPTY'
                   MOVE BKP-RECORD-IMAGE TO MM-COUNTERPARTY-RECORD
                   CALL 'FILES' USING 'WRITE-MM-COUNTERPARTY'
                       MM-COUNTERPARTY-RECORD WS-SET-STATUS
               WHEN 'FXCOUNTER'
                   MOVE BKP-RECORD-IMAGE TO FX-COUNTER-RECORD
                   CALL 'FILES' USING 'WRITE-FX-COUNTER'
                       FX-COUNTER-RECORD WS-SET-STATUS
               WHEN 'INTRATE'
                   MOVE BKP-RECORD-IMAGE
                       TO INTEREST-RATE-SCHEDULE-RECORD
                   CALL 'FILES' USING 'WRITE-INTEREST-RATE'
                       INTEREST-RATE-SCHEDULE-RECORD WS-SET-STATUS
               WHEN 'TDCARD'
                   MOVE BKP-RECORD-IMAGE TO TD-RATE-CARD-RECORD
                   CALL 'FILES' USING 'WRITE-TD-RATE-CARD'
                       TD-RATE-CARD-RECORD WS-SET-STATUS
               WHEN 'TDRATEX'
                   MOVE BKP-RECORD-IMAGE TO TD-RATE-EXCEPTION-RECORD
                   CALL 'FILES' USING 'WRITE-TD-RATE-EXCEPTION'
                       TD-RATE-EXCEPTION-RECORD WS-SET-STATUS
               WHEN 'CUTOFF'
                   MOVE BKP-RECORD-IMAGE TO CUTOFF-RECORD
                   CALL 'FILES' USING 'WRITE-CUTOFF'
                       CUTOFF-RECORD WS-SET-STATUS
               WHEN 'POSPAY'
                   MOVE BKP-RECORD-IMAGE TO POSITIVE-PAY-RECORD
                   CALL 'FILES' USING 'WRITE-POSITIVE-PAY'
                       POSITIVE-PAY-RECORD WS-SET-STATUS
               WHEN 'PPAYEXC'
                   MOVE BKP-RECORD-IMAGE TO PPAY-EXCEPTION-RECORD
                   CALL 'FILES' USING 'WRITE-PPAY-EXCEPTION'
                       PPAY-EXCEPTION-RECORD WS-SET-STATUS
               WHEN 'INSTPAY'
                   MOVE BKP-RECORD-IMAGE TO INSTANT-PAYMENT-RECORD
                   CALL 'FILES' USING 'WRITE-INSTANT-PAYMENT'
                       INSTANT-PAYMENT-RECORD WS-SET-STATUS
               WHEN 'IPAYPOS'
                   MOVE BKP-RECORD-IMAGE TO IPAY-POSITION-RECORD
                   CALL 'FILES' USING 'WRITE-IPAY-POSITION'
                       IPAY-POSITION-RECORD WS-SET-STATUS
               WHEN 'OPSESS'
                   MOVE BKP-RECORD-IMAGE TO SESSION-RECORD
                   CALL 'FILES' USING 'WRITE-SESSION'
                       SESSION-RECORD WS-SET-STATUS
               WHEN 'REFCHANGE'
                   MOVE BKP-RECORD-IMAGE TO REF-CHANGE-RECORD
                   CALL 'FILES' USING 'WRITE-REF-CHANGE'
                       REF-CHANGE-RECORD WS-SET-STATUS
               WHEN 'FEETARIFF'
                   MOVE BKP-RECORD-IMAGE TO FEE-TARIFF-RECORD
                   CALL 'FILES' USING 'WRITE-FEE-TARIFF'
                       FEE-TARIFF-RECORD WS-SET-STATUS
               WHEN 'EODEXC'
                   MOVE BKP-RECORD-IMAGE TO EOD-EXCEPTION-RECORD
                   CALL 'FILES' USING 'WRITE-EOD-EXCEPTION'
                       EOD-EXCEPTION-RECORD WS-SET-STATUS
               WHEN 'EODSIGNOFF'
                   MOVE BKP-RECORD-IMAGE TO EOD-SIGNOFF-RECORD
                   CALL 'FILES' USING 'WRITE-EOD-SIGNOFF'
                       EOD-SIGNOFF-RECORD WS-SET-STATUS
               WHEN 'SPOOLCAT'
                   MOVE BKP-RECORD-IMAGE TO SPOOL-CATALOGUE-RECORD
                   CALL 'FILES' USING 'WRITE-SPOOL-CATALOGUE'
                       SPOOL-CATALOGUE-RECORD WS-SET-STATUS
               WHEN 'SPOOLARC'
                   MOVE BKP-RECORD-IMAGE TO SPOOL-ARCHIVE-LINE-RECORD
                   CALL 'FILES' USING 'WRITE-SPOOL-ARCHIVE-LINE'
                       SPOOL-ARCHIVE-LINE-RECORD WS-SET-STATUS
               WHEN 'BRANCH'
                   MOVE BKP-RECORD-IMAGE TO BRANCH-RECORD
                   CALL 'FILES' USING 'WRITE-BRANCH'
                       BRANCH-RECORD WS-SET-STATUS
               WHEN 'PRODUCT'
                   MOVE BKP-RECORD-IMAGE TO PRODUCT-RECORD
                   CALL 'FILES' USING 'WRITE-PRODUCT'
                       PRODUCT-RECORD WS-SET-STATUS
               WHEN 'CONFIRM'
                   MOVE BKP-RECORD-IMAGE TO CONFIRM-REGISTER-RECORD
                   CALL 'FILES' USING 'WRITE-CONFIRM-REGISTER'
                       CONFIRM-REGISTER-RECORD WS-SET-STATUS
               WHEN 'REDIRECT'
                   MOVE BKP-RECORD-IMAGE TO REDIRECT-RECORD
                   CALL 'FILES' USING 'WRITE-REDIRECT'
                       REDIRECT-RECORD WS-SET-STATUS
               WHEN 'REDIRITEM'
                   MOVE BKP-RECORD-IMAGE TO REDIRECT-ITEM-RECORD
                   CALL 'FILES' USING 'WRITE-REDIRECT-ITEM'
                       REDIRECT-ITEM-RECORD WS-SET-STATUS
               WHEN 'TAXRATE'
                   MOVE BKP-RECORD-IMAGE TO TAX-RATE-RECORD
                   CALL 'FILES' USING 'WRITE-TAX-RATE'
                       TAX-RATE-RECORD WS-SET-STATUS
               WHEN 'CONSENT'
                   MOVE BKP-RECORD-IMAGE TO CONSENT-RECORD
                   CALL 'FILES' USING 'WRITE-CONSENT'
                       CONSENT-RECORD WS-SET-STATUS
               WHEN 'COLLCASE'
                   MOVE BKP-RECORD-IMAGE TO COLLECTION-CASE-RECORD
                   CALL 'FILES' USING 'WRITE-COLLECTION-CASE'
                       COLLECTION-CASE-RECORD WS-SET-STATUS
               WHEN 'COLLCONT'
                   MOVE BKP-RECORD-IMAGE TO COLLECTION-CONTACT-RECORD
                   CALL 'FILES' USING 'WRITE-COLLECTION-CONTACT'
                       COLLECTION-CONTACT-RECORD WS-SET-STATUS
               WHEN 'CASHDEMAND'
                   MOVE BKP-RECORD-IMAGE TO CASH-DEMAND-RECORD
                   CALL 'FILES' USING 'WRITE-CASH-DEMAND'
                       CASH-DEMAND-RECORD WS-SET-STATUS
               WHEN 'RELMGR'
                   MOVE BKP-RECORD-IMAGE TO RELATIONSHIP-MANAGER-RECORD
                   CALL 'FILES' USING 'WRITE-RM'
                       RELATIONSHIP-MANAGER-RECORD WS-SET-STATUS
               WHEN 'RMASSIGN'
                   MOVE BKP-RECORD-IMAGE TO RM-ASSIGNMENT-RECORD
                   CALL 'FILES' USING 'WRITE-RM-ASSIGNMENT'
                       RM-ASSIGNMENT-RECORD WS-SET-STATUS
               WHEN 'CUSTPROFIT'
                   MOVE BKP-RECORD-IMAGE TO CUSTOMER-PROFIT-RECORD
                   CALL 'FILES' USING 'WRITE-CUSTOMER-PROFIT'
                       CUSTOMER-PROFIT-RECORD WS-SET-STATUS
           END-EVALUATE.

      ******************************************************************
