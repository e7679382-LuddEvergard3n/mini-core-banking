      * BACKUP.COB - Cold Backup Utility
      *
      * Standalone utility, intended to run while the system is
      * quiesced (no menu sessions, no batch jobs). Unloads every file
      * the system owns - accounts, ledger, transactions, control,
      * operators, audit trail, balance snapshots, alerts, cards,
      * standing orders, the transaction archive, customers, loans,
      * the cheque register, wire items, clearing suspense, FX rates
      * and positions, the watchlist, the GL chart, drawer sessions,
      * sweeps, warehoused payments, DD mandates, the alias directory,
      * run control, and every register added since (garnishments,
      * escrows, funds and availability holds, withdrawal notices,
      * signers, memos, passbooks, collateral, safe deposit boxes and
      * their access log, billers, bill payments, deposited items,
      * collection originations, journal vouchers, GL period balances,
      * vaults and shipments, advice notices, waived fees, loan
      * applications, loan restructure history, loan recoveries,
      * lending reference rates, card authorizations) - into one
      * type-tagged backup set, and writes a manifest of record counts
      * per file that the restore utility verifies before swapping
      * anything in. A set that misses a master restores an
      * internally inconsistent bank (old balances against the
      * current loan book), so every new master MUST be added here
      * and to the restore's reload tables when it is created.
      *
      * Design decisions:
      * - One consolidated unload file rather than ad hoc data/*.dat
           05  WS-COUNT-SHIPMENT       PIC 9(8) VALUE 0.
           05  WS-COUNT-NOTICE         PIC 9(8) VALUE 0.
           05  WS-COUNT-WAIVED-FEE     PIC 9(8) VALUE 0.
           05  WS-COUNT-LOAN-APP       PIC 9(8) VALUE 0.
           05  WS-COUNT-LOAN-RESTRUCT  PIC 9(8) VALUE 0.
           05  WS-COUNT-LOAN-RECOV     PIC 9(8) VALUE 0.
           05  WS-COUNT-REF-RATE       PIC 9(8) VALUE 0.
           05  WS-COUNT-CARD-AUTH      PIC 9(8) VALUE 0.
           05  WS-COUNT-ATM            PIC 9(8) VALUE 0.
           05  WS-COUNT-CASH-COUNT     PIC 9(8) VALUE 0.
           05  WS-COUNT-HELD-MAIL      PIC 9(8) VALUE 0.
           05  WS-COUNT-HELD-LINE      PIC 9(8) VALUE 0.
           05  WS-COUNT-COMPLAINTS     PIC 9(8) VALUE 0.
           05  WS-COUNT-SAR-CASES      PIC 9(8) VALUE 0.
           05  WS-COUNT-POSTING-RULES  PIC 9(8) VALUE 0.
           05  WS-COUNT-GL-BRANCH-ROWS PIC 9(8) VALUE 0.
           05  WS-COUNT-GLB-PERIODS    PIC 9(8) VALUE 0.
           05  WS-COUNT-INTER-BRANCH   PIC 9(8) VALUE 0.
           05  WS-COUNT-BUDGET-LINES   PIC 9(8) VALUE 0.
           05  WS-COUNT-OPEN-ITEMS     PIC 9(8) VALUE 0.
           05  WS-COUNT-MM-DEALS       PIC 9(8) VALUE 0.
           05  WS-COUNT-MM-CPTYS       PIC 9(8) VALUE 0.
           05  WS-COUNT-FX-COUNTER     PIC 9(8) VALUE 0.
           05  WS-COUNT-INT-RATE       PIC 9(8) VALUE 0.
           05  WS-COUNT-TD-RATE-CARD   PIC 9(8) VALUE 0.
           05  WS-COUNT-TD-RATE-EXC    PIC 9(8) VALUE 0.
           05  WS-COUNT-CUTOFFS        PIC 9(8) VALUE 0.
           05  WS-COUNT-POSITIVE-PAY   PIC 9(8) VALUE 0.
           05  WS-COUNT-PPAY-EXCEPTIONS PIC 9(8) VALUE 0.
           05  WS-COUNT-INSTANT-PAYMENTS PIC 9(8) VALUE 0.
           05  WS-COUNT-IPAY-POSITIONS PIC 9(8) VALUE 0.
           05  WS-COUNT-OP-SESSIONS    PIC 9(8) VALUE 0.
           05  WS-COUNT-REF-CHANGES    PIC 9(8) VALUE 0.
           05  WS-COUNT-FEE-TARIFFS    PIC 9(8) VALUE 0.
           05  WS-COUNT-EOD-EXCEPTIONS PIC 9(8) VALUE 0.
           05  WS-COUNT-EOD-SIGNOFFS   PIC 9(8) VALUE 0.
           05  WS-COUNT-SPOOL-CATALOGUE PIC 9(8) VALUE 0.
           05  WS-COUNT-SPOOL-ARCHIVE  PIC 9(8) VALUE 0.
           05  WS-COUNT-BRANCHES       PIC 9(8) VALUE 0.
           05  WS-COUNT-PRODUCTS       PIC 9(8) VALUE 0.
           05  WS-COUNT-CONFIRMATIONS  PIC 9(8) VALUE 0.
           05  WS-COUNT-REDIRECTIONS   PIC 9(8) VALUE 0.
           05  WS-COUNT-REDIRECT-ITEMS PIC 9(8) VALUE 0.
           05  WS-COUNT-TAX-RATES      PIC 9(8) VALUE 0.
           05  WS-COUNT-CONSENTS       PIC 9(8) VALUE 0.
           05  WS-COUNT-COLL-CASES     PIC 9(8) VALUE 0.
           05  WS-COUNT-COLL-CONTACTS  PIC 9(8) VALUE 0.
           05  WS-COUNT-CASH-DEMAND    PIC 9(8) VALUE 0.
           05  WS-COUNT-REL-MANAGERS   PIC 9(8) VALUE 0.
           05  WS-COUNT-RM-ASSIGNMENTS PIC 9(8) VALUE 0.
           05  WS-COUNT-CUST-PROFIT    PIC 9(8) VALUE 0.
           05  WS-COUNT-TOTAL          PIC 9(8) VALUE 0.

       01  WS-MANIFEST-WORK-LINE.
           PERFORM UNLOAD-SHIPMENTS.
           PERFORM UNLOAD-NOTICES.
           PERFORM UNLOAD-WAIVED-FEES.
           PERFORM UNLOAD-LOAN-APPLICATIONS.
           PERFORM UNLOAD-LOAN-RESTRUCTURES.
           PERFORM UNLOAD-LOAN-RECOVERIES.
           PERFORM UNLOAD-REFERENCE-RATES.
           PERFORM UNLOAD-CARD-AUTHS.
           PERFORM UNLOAD-ATMS.
           PERFORM UNLOAD-CASH-COUNTS.
           PERFORM UNLOAD-HELD-MAIL.
           PERFORM UNLOAD-HELD-MAIL-LINES.
           PERFORM UNLOAD-COMPLAINTS.
           PERFORM UNLOAD-SAR-CASES.
           PERFORM UNLOAD-POSTING-RULES.
           PERFORM UNLOAD-GL-BRANCH-ROWS.
           PERFORM UNLOAD-GL-BRANCH-PERIODS.
           PERFORM UNLOAD-INTER-BRANCH-ENTRIES.
           PERFORM UNLOAD-BUDGET-LINES.
           PERFORM UNLOAD-OPEN-ITEMS.
           PERFORM UNLOAD-MM-DEALS.
           PERFORM UNLOAD-MM-CPTYS.
           PERFORM UNLOAD-FX-COUNTER-DEALS.
           PERFORM UNLOAD-INTEREST-RATE-SCHEDULES.
           PERFORM UNLOAD-TD-RATE-CARD.
           PERFORM UNLOAD-TD-RATE-EXCEPTIONS.
           PERFORM UNLOAD-CUTOFF-FILE.
           PERFORM UNLOAD-POSITIVE-PAY-FILE.
           PERFORM UNLOAD-PPAY-EXCEPTION-FILE.
           PERFORM UNLOAD-INSTANT-PAYMENT-FILE.
           PERFORM UNLOAD-IPAY-POSITION-FILE.
           PERFORM UNLOAD-SESSION-FILE.
           PERFORM UNLOAD-REF-CHANGE-FILE.
           PERFORM UNLOAD-FEE-TARIFF-FILE.
           PERFORM UNLOAD-EOD-EXCEPTION-FILE.
           PERFORM UNLOAD-EOD-SIGNOFF-FILE.
           PERFORM UNLOAD-SPOOL-CATALOGUE-FILE.
           PERFORM UNLOAD-SPOOL-ARCHIVE-FILE.
           PERFORM UNLOAD-BRANCH-FILE.
           PERFORM UNLOAD-PRODUCT-FILE.
           PERFORM UNLOAD-CONFIRM-REGISTER-FILE.
           PERFORM UNLOAD-REDIRECT-FILE.
           PERFORM UNLOAD-REDIRECT-ITEM-FILE.
           PERFORM UNLOAD-TAX-RATE-FILE.
           PERFORM UNLOAD-CONSENT-FILE.
           PERFORM UNLOAD-COLLECTION-CASE-FILE.
           PERFORM UNLOAD-COLLECTION-CONTACT-FILE.
           PERFORM UNLOAD-CASH-DEMAND-FILE.
           PERFORM UNLOAD-RM-FILE.
           PERFORM UNLOAD-RM-ASSIGNMENT-FILE.
           PERFORM UNLOAD-CUSTOMER-PROFIT-FILE.

           CALL 'FILES' USING 'CLOSE-BACKUP-SET-FILE'.

           DISPLAY 'Vault shipments:   ' WS-COUNT-SHIPMENT.
           DISPLAY 'Advice notices:    ' WS-COUNT-NOTICE.
           DISPLAY 'Waived fee rows:   ' WS-COUNT-WAIVED-FEE.
           DISPLAY 'Loan applications: ' WS-COUNT-LOAN-APP.
           DISPLAY 'Loan restructures: ' WS-COUNT-LOAN-RESTRUCT.
           DISPLAY 'Loan recoveries:   ' WS-COUNT-LOAN-RECOV.
           DISPLAY 'Reference rates:   ' WS-COUNT-REF-RATE.
           DISPLAY 'Card auths:        ' WS-COUNT-CARD-AUTH.
           DISPLAY 'ATMs:              ' WS-COUNT-ATM.
           DISPLAY 'Cash counts:       ' WS-COUNT-CASH-COUNT.
           DISPLAY 'Held mail items:   ' WS-COUNT-HELD-MAIL.
           DISPLAY 'Held mail lines:   ' WS-COUNT-HELD-LINE.
           DISPLAY 'Complaint cases:   ' WS-COUNT-COMPLAINTS.
           DISPLAY 'SAR cases:         ' WS-COUNT-SAR-CASES.
           DISPLAY 'Posting rules:     ' WS-COUNT-POSTING-RULES.
           DISPLAY 'GL branch rows:    ' WS-COUNT-GL-BRANCH-ROWS.
           DISPLAY 'GL branch periods: ' WS-COUNT-GLB-PERIODS.
           DISPLAY 'Inter-branch:      ' WS-COUNT-INTER-BRANCH.
           DISPLAY 'Budget lines:      ' WS-COUNT-BUDGET-LINES.
           DISPLAY 'Open items:        ' WS-COUNT-OPEN-ITEMS.
           DISPLAY 'MM deals:          ' WS-COUNT-MM-DEALS.
           DISPLAY 'MM counterparties: ' WS-COUNT-MM-CPTYS.
           DISPLAY 'FX counter deals:  ' WS-COUNT-FX-COUNTER.
           DISPLAY 'Rate schedules:    ' WS-COUNT-INT-RATE.
           DISPLAY 'TD rate card rows: ' WS-COUNT-TD-RATE-CARD.
           DISPLAY 'Rate exceptions:   ' WS-COUNT-TD-RATE-EXC.
           DISPLAY 'Cut-off times:     ' WS-COUNT-CUTOFFS.
           DISPLAY 'Positive pay enrol:' WS-COUNT-POSITIVE-PAY.
           DISPLAY 'Positive pay excs: ' WS-COUNT-PPAY-EXCEPTIONS.
           DISPLAY 'Instant payments:  ' WS-COUNT-INSTANT-PAYMENTS.
           DISPLAY 'IPAY positions:    ' WS-COUNT-IPAY-POSITIONS.
           DISPLAY 'Operator sessions: ' WS-COUNT-OP-SESSIONS.
           DISPLAY 'Ref data changes:  ' WS-COUNT-REF-CHANGES.
           DISPLAY 'Fee tariff rows:   ' WS-COUNT-FEE-TARIFFS.
           DISPLAY 'EOD exceptions:    ' WS-COUNT-EOD-EXCEPTIONS.
           DISPLAY 'EOD sign-offs:     ' WS-COUNT-EOD-SIGNOFFS.
           DISPLAY 'Spool catalogue:   ' WS-COUNT-SPOOL-CATALOGUE.
           DISPLAY 'Archived spool:    ' WS-COUNT-SPOOL-ARCHIVE.
           DISPLAY 'Branches:          ' WS-COUNT-BRANCHES.
           DISPLAY 'Products:          ' WS-COUNT-PRODUCTS.
           DISPLAY 'Confirmations:     ' WS-COUNT-CONFIRMATIONS.
           DISPLAY 'Redirections:      ' WS-COUNT-REDIRECTIONS.
           DISPLAY 'Redirected items:  ' WS-COUNT-REDIRECT-ITEMS.
           DISPLAY 'Tax rates:         ' WS-COUNT-TAX-RATES.
           DISPLAY 'Consent events:    ' WS-COUNT-CONSENTS.
           DISPLAY 'Collection cases:  ' WS-COUNT-COLL-CASES.
           DISPLAY 'Collection contacts:' WS-COUNT-COLL-CONTACTS.
           DISPLAY 'Cash demand days:  ' WS-COUNT-CASH-DEMAND.
           DISPLAY 'Rel. managers:     ' WS-COUNT-REL-MANAGERS.
           DISPLAY 'RM assignments:    ' WS-COUNT-RM-ASSIGNMENTS.
           DISPLAY 'Cust. profit rows: ' WS-COUNT-CUST-PROFIT.
           DISPLAY 'Total records:     ' WS-COUNT-TOTAL.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Backup set and manifest written.'.
               ADD 1 TO WS-COUNT-WAIVED-FEE
           END-IF.

       UNLOAD-LOAN-APPLICATIONS.
           CALL 'FILES' USING 'OPEN-LOAN-APPLICATION-FILE-IO'.
           CALL 'FILES' USING 'START-LOAN-APPLICATION-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-LOAN-APPLICATION
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-LOAN-APPLICATION-FILE'.

       UNLOAD-NEXT-LOAN-APPLICATION.
           CALL 'FILES' USING 'READ-NEXT-LOAN-APPLICATION'
               LOAN-APPLICATION-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'LOANAPP' TO BKP-RECORD-TYPE
               MOVE LOAN-APPLICATION-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-LOAN-APP
           END-IF.

       UNLOAD-LOAN-RESTRUCTURES.
           CALL 'FILES' USING 'OPEN-LOAN-RESTRUCTURE-FILE-IO'.
           CALL 'FILES' USING 'START-LOAN-RESTRUCTURE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-LOAN-RESTRUCTURE
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-LOAN-RESTRUCTURE-FILE'.

       UNLOAD-NEXT-LOAN-RESTRUCTURE.
           CALL 'FILES' USING 'READ-NEXT-LOAN-RESTRUCTURE'
               LOAN-RESTRUCTURE-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'LOANRESTR' TO BKP-RECORD-TYPE
               MOVE LOAN-RESTRUCTURE-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-LOAN-RESTRUCT
           END-IF.

       UNLOAD-LOAN-RECOVERIES.
           CALL 'FILES' USING 'OPEN-LOAN-RECOVERY-FILE-IO'.
           CALL 'FILES' USING 'START-LOAN-RECOVERY-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-LOAN-RECOVERY
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-LOAN-RECOVERY-FILE'.

       UNLOAD-NEXT-LOAN-RECOVERY.
           CALL 'FILES' USING 'READ-NEXT-LOAN-RECOVERY'
               LOAN-RECOVERY-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'LOANRECOV' TO BKP-RECORD-TYPE
               MOVE LOAN-RECOVERY-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-LOAN-RECOV
           END-IF.

       UNLOAD-REFERENCE-RATES.
           CALL 'FILES' USING 'OPEN-REFERENCE-RATE-FILE-IO'.
           CALL 'FILES' USING 'START-REFERENCE-RATE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-REFERENCE-RATE
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-REFERENCE-RATE-FILE'.

       UNLOAD-NEXT-REFERENCE-RATE.
           CALL 'FILES' USING 'READ-NEXT-REFERENCE-RATE'
               REFERENCE-RATE-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'REFRATE' TO BKP-RECORD-TYPE
               MOVE REFERENCE-RATE-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-REF-RATE
           END-IF.

       UNLOAD-CARD-AUTHS.
           CALL 'FILES' USING 'OPEN-CARD-AUTH-FILE-IO'.
           CALL 'FILES' USING 'START-CARD-AUTH-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-CARD-AUTH
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-CARD-AUTH-FILE'.

       UNLOAD-NEXT-CARD-AUTH.
           CALL 'FILES' USING 'READ-NEXT-CARD-AUTH'
               CARD-AUTH-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'CARDAUTH' TO BKP-RECORD-TYPE
               MOVE CARD-AUTH-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-CARD-AUTH
           END-IF.

       UNLOAD-ATMS.
           CALL 'FILES' USING 'OPEN-ATM-FILE-IO'.
           CALL 'FILES' USING 'START-ATM-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-ATM UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-ATM-FILE'.

       UNLOAD-NEXT-ATM.
           CALL 'FILES' USING 'READ-NEXT-ATM'
               ATM-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'ATM' TO BKP-RECORD-TYPE
               MOVE ATM-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-ATM
           END-IF.

       UNLOAD-CASH-COUNTS.
           CALL 'FILES' USING 'OPEN-CASH-COUNT-FILE-IO'.
           CALL 'FILES' USING 'START-CASH-COUNT-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-CASH-COUNT UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-CASH-COUNT-FILE'.

       UNLOAD-NEXT-CASH-COUNT.
           CALL 'FILES' USING 'READ-NEXT-CASH-COUNT'
               CASH-COUNT-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'CASHCOUNT' TO BKP-RECORD-TYPE
               MOVE CASH-COUNT-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-CASH-COUNT
           END-IF.

       UNLOAD-HELD-MAIL.
           CALL 'FILES' USING 'OPEN-HELD-MAIL-FILE-IO'.
           CALL 'FILES' USING 'START-HELD-MAIL-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-HELD-MAIL UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-HELD-MAIL-FILE'.

       UNLOAD-NEXT-HELD-MAIL.
           CALL 'FILES' USING 'READ-NEXT-HELD-MAIL'
               HELD-MAIL-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'HELDMAIL' TO BKP-RECORD-TYPE
               MOVE HELD-MAIL-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-HELD-MAIL
           END-IF.

       UNLOAD-HELD-MAIL-LINES.
           CALL 'FILES' USING 'OPEN-HELD-MAIL-LINE-FILE-IO'.
           MOVE 0 TO HLL-HELD-ID.
           CALL 'FILES' USING 'START-HELD-MAIL-LINES'
               HELD-MAIL-LINE-RECORD WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-HELD-MAIL-LINE
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-HELD-MAIL-LINE-FILE'.

       UNLOAD-NEXT-HELD-MAIL-LINE.
           CALL 'FILES' USING 'READ-NEXT-HELD-MAIL-LINE'
               HELD-MAIL-LINE-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'HELDLINE' TO BKP-RECORD-TYPE
               MOVE HELD-MAIL-LINE-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-HELD-LINE
           END-IF.

       UNLOAD-COMPLAINTS.
           CALL 'FILES' USING 'OPEN-COMPLAINT-FILE-IO'.
           CALL 'FILES' USING 'START-COMPLAINT-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-COMPLAINT
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-COMPLAINT-FILE'.

       UNLOAD-NEXT-COMPLAINT.
           CALL 'FILES' USING 'READ-NEXT-COMPLAINT'
               COMPLAINT-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'COMPLAINT' TO BKP-RECORD-TYPE
               MOVE COMPLAINT-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-COMPLAINTS
           END-IF.

       UNLOAD-SAR-CASES.
           CALL 'FILES' USING 'OPEN-SAR-CASE-FILE-IO'.
           CALL 'FILES' USING 'START-SAR-CASE-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-SAR-CASE
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-SAR-CASE-FILE'.

       UNLOAD-NEXT-SAR-CASE.
           CALL 'FILES' USING 'READ-NEXT-SAR-CASE'
               SAR-CASE-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'SARCASE' TO BKP-RECORD-TYPE
               MOVE SAR-CASE-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-SAR-CASES
           END-IF.

       UNLOAD-POSTING-RULES.
           CALL 'FILES' USING 'OPEN-POSTING-RULE-FILE-IO'.
           CALL 'FILES' USING 'START-POSTING-RULE-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-POSTING-RULE
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-POSTING-RULE-FILE'.

       UNLOAD-NEXT-POSTING-RULE.
           CALL 'FILES' USING 'READ-NEXT-POSTING-RULE'
               POSTING-RULE-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'POSTRULE' TO BKP-RECORD-TYPE
               MOVE POSTING-RULE-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-POSTING-RULES
           END-IF.

       UNLOAD-GL-BRANCH-ROWS.
           CALL 'FILES' USING 'OPEN-GL-BRANCH-FILE-IO'.
           CALL 'FILES' USING 'START-GL-BRANCH-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-GL-BRANCH-ROW
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-GL-BRANCH-FILE'.

       UNLOAD-NEXT-GL-BRANCH-ROW.
           CALL 'FILES' USING 'READ-NEXT-GL-BRANCH'
               GL-BRANCH-BALANCE-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'GLBRANCH' TO BKP-RECORD-TYPE
               MOVE GL-BRANCH-BALANCE-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-GL-BRANCH-ROWS
           END-IF.

       UNLOAD-GL-BRANCH-PERIODS.
           CALL 'FILES' USING 'OPEN-GL-BRANCH-PERIOD-FILE-IO'.
           CALL 'FILES' USING 'START-GL-BRANCH-PERIOD-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-GL-BRANCH-PERIOD
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-GL-BRANCH-PERIOD-FILE'.

       UNLOAD-NEXT-GL-BRANCH-PERIOD.
           CALL 'FILES' USING 'READ-NEXT-GL-BRANCH-PERIOD'
               GL-BRANCH-PERIOD-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'GLBPERIOD' TO BKP-RECORD-TYPE
               MOVE GL-BRANCH-PERIOD-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-GLB-PERIODS
           END-IF.

       UNLOAD-INTER-BRANCH-ENTRIES.
           CALL 'FILES' USING 'OPEN-INTER-BRANCH-FILE-IO'.
           CALL 'FILES' USING 'START-INTER-BRANCH-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-INTER-BRANCH-ENTRY
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-INTER-BRANCH-FILE'.

       UNLOAD-NEXT-INTER-BRANCH-ENTRY.
           CALL 'FILES' USING 'READ-NEXT-INTER-BRANCH-ENTRY'
               INTER-BRANCH-ENTRY-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'INTERBR' TO BKP-RECORD-TYPE
               MOVE INTER-BRANCH-ENTRY-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-INTER-BRANCH
           END-IF.

       UNLOAD-BUDGET-LINES.
           CALL 'FILES' USING 'OPEN-BUDGET-FILE-IO'.
           CALL 'FILES' USING 'START-BUDGET-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-BUDGET-LINE
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-BUDGET-FILE'.

       UNLOAD-NEXT-BUDGET-LINE.
           CALL 'FILES' USING 'READ-NEXT-BUDGET'
               BUDGET-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'BUDGET' TO BKP-RECORD-TYPE
               MOVE BUDGET-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-BUDGET-LINES
           END-IF.

       UNLOAD-OPEN-ITEMS.
           CALL 'FILES' USING 'OPEN-OPEN-ITEM-FILE-IO'.
           CALL 'FILES' USING 'START-OPEN-ITEM-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-OPEN-ITEM
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-OPEN-ITEM-FILE'.

       UNLOAD-NEXT-OPEN-ITEM.
           CALL 'FILES' USING 'READ-NEXT-OPEN-ITEM'
               OPEN-ITEM-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'OPENITEM' TO BKP-RECORD-TYPE
               MOVE OPEN-ITEM-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-OPEN-ITEMS
           END-IF.

       UNLOAD-MM-DEALS.
           CALL 'FILES' USING 'OPEN-MM-DEAL-FILE-IO'.
           CALL 'FILES' USING 'START-MM-DEAL-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-MM-DEAL
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-MM-DEAL-FILE'.

       UNLOAD-NEXT-MM-DEAL.
           CALL 'FILES' USING 'READ-NEXT-MM-DEAL'
               MM-DEAL-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'MMDEAL' TO BKP-RECORD-TYPE
               MOVE MM-DEAL-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-MM-DEALS
           END-IF.

       UNLOAD-MM-CPTYS.
           CALL 'FILES' USING 'OPEN-MM-COUNTERPARTY-FILE-IO'.
           CALL 'FILES' USING 'START-MM-COUNTERPARTY-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-MM-CPTY
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-MM-COUNTERPARTY-FILE'.

       UNLOAD-NEXT-MM-CPTY.
           CALL 'FILES' USING 'READ-NEXT-MM-COUNTERPARTY'
               MM-COUNTERPARTY-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'MMCPTY' TO BKP-RECORD-TYPE
               MOVE MM-COUNTERPARTY-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-MM-CPTYS
           END-IF.

       UNLOAD-FX-COUNTER-DEALS.
           CALL 'FILES' USING 'OPEN-FX-COUNTER-FILE-IO'.
           CALL 'FILES' USING 'START-FX-COUNTER-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-FX-COUNTER-DEAL
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-FX-COUNTER-FILE'.

       UNLOAD-NEXT-FX-COUNTER-DEAL.
           CALL 'FILES' USING 'READ-NEXT-FX-COUNTER'
               FX-COUNTER-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'FXCOUNTER' TO BKP-RECORD-TYPE
               MOVE FX-COUNTER-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-FX-COUNTER
           END-IF.

       UNLOAD-INTEREST-RATE-SCHEDULES.
           CALL 'FILES' USING 'OPEN-INTEREST-RATE-FILE-IO'.
           CALL 'FILES' USING 'START-INTEREST-RATE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-INTEREST-RATE-SCHEDULE
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-INTEREST-RATE-FILE'.

       UNLOAD-NEXT-INTEREST-RATE-SCHEDULE.
           CALL 'FILES' USING 'READ-NEXT-INTEREST-RATE'
               INTEREST-RATE-SCHEDULE-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'INTRATE' TO BKP-RECORD-TYPE
               MOVE INTEREST-RATE-SCHEDULE-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-INT-RATE
           END-IF.

       UNLOAD-TD-RATE-CARD.
           CALL 'FILES' USING 'OPEN-TD-RATE-CARD-FILE-IO'.
           CALL 'FILES' USING 'START-TD-RATE-CARD-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-TD-RATE-CARD-ROW
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-TD-RATE-CARD-FILE'.

       UNLOAD-NEXT-TD-RATE-CARD-ROW.
           CALL 'FILES' USING 'READ-NEXT-TD-RATE-CARD'
               TD-RATE-CARD-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'TDCARD' TO BKP-RECORD-TYPE
               MOVE TD-RATE-CARD-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-TD-RATE-CARD
           END-IF.

       UNLOAD-TD-RATE-EXCEPTIONS.
           CALL 'FILES' USING 'OPEN-TD-RATE-EXCEPTION-FILE-IO'.
           CALL 'FILES' USING 'START-TD-RATE-EXCEPTION-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-TD-RATE-EXCEPTION
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-TD-RATE-EXCEPTION-FILE'.

       UNLOAD-NEXT-TD-RATE-EXCEPTION.
           CALL 'FILES' USING 'READ-NEXT-TD-RATE-EXCEPTION'
               TD-RATE-EXCEPTION-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'TDRATEX' TO BKP-RECORD-TYPE
               MOVE TD-RATE-EXCEPTION-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-TD-RATE-EXC
           END-IF.

       UNLOAD-CUTOFF-FILE.
           CALL 'FILES' USING 'OPEN-CUTOFF-FILE-IO'.
           CALL 'FILES' USING 'START-CUTOFF-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-CUTOFF-ROW
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-CUTOFF-FILE'.

       UNLOAD-NEXT-CUTOFF-ROW.
           CALL 'FILES' USING 'READ-NEXT-CUTOFF'
               CUTOFF-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'CUTOFF' TO BKP-RECORD-TYPE
               MOVE CUTOFF-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-CUTOFFS
           END-IF.

       UNLOAD-POSITIVE-PAY-FILE.
           CALL 'FILES' USING 'OPEN-POSITIVE-PAY-FILE-IO'.
           CALL 'FILES' USING 'START-POSITIVE-PAY-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-POSITIVE-PAY
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-POSITIVE-PAY-FILE'.

       UNLOAD-NEXT-POSITIVE-PAY.
           CALL 'FILES' USING 'READ-NEXT-POSITIVE-PAY'
               POSITIVE-PAY-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'POSPAY' TO BKP-RECORD-TYPE
               MOVE POSITIVE-PAY-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-POSITIVE-PAY
           END-IF.

       UNLOAD-PPAY-EXCEPTION-FILE.
           CALL 'FILES' USING 'OPEN-PPAY-EXCEPTION-FILE-IO'.
           CALL 'FILES' USING 'START-PPAY-EXCEPTION-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-PPAY-EXCEPTION
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-PPAY-EXCEPTION-FILE'.

       UNLOAD-NEXT-PPAY-EXCEPTION.
           CALL 'FILES' USING 'READ-NEXT-PPAY-EXCEPTION'
               PPAY-EXCEPTION-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'PPAYEXC' TO BKP-RECORD-TYPE
               MOVE PPAY-EXCEPTION-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-PPAY-EXCEPTIONS
           END-IF.

       UNLOAD-INSTANT-PAYMENT-FILE.
           CALL 'FILES' USING 'OPEN-INSTANT-PAYMENT-FILE-IO'.
           CALL 'FILES' USING 'START-INSTANT-PAYMENT-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-INSTANT-PAYMENT
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-INSTANT-PAYMENT-FILE'.

       UNLOAD-NEXT-INSTANT-PAYMENT.
           CALL 'FILES' USING 'READ-NEXT-INSTANT-PAYMENT'
               INSTANT-PAYMENT-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'INSTPAY' TO BKP-RECORD-TYPE
               MOVE INSTANT-PAYMENT-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-INSTANT-PAYMENTS
           END-IF.

       UNLOAD-IPAY-POSITION-FILE.
           CALL 'FILES' USING 'OPEN-IPAY-POSITION-FILE-IO'.
           CALL 'FILES' USING 'START-IPAY-POSITION-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-IPAY-POSITION
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-IPAY-POSITION-FILE'.

       UNLOAD-NEXT-IPAY-POSITION.
           CALL 'FILES' USING 'READ-NEXT-IPAY-POSITION'
               IPAY-POSITION-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'IPAYPOS' TO BKP-RECORD-TYPE
               MOVE IPAY-POSITION-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-IPAY-POSITIONS
           END-IF.

       UNLOAD-SESSION-FILE.
           CALL 'FILES' USING 'OPEN-SESSION-FILE-IO'.
           CALL 'FILES' USING 'START-SESSION-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-SESSION
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-SESSION-FILE'.

       UNLOAD-NEXT-SESSION.
           CALL 'FILES' USING 'READ-NEXT-SESSION'
               SESSION-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'OPSESS' TO BKP-RECORD-TYPE
               MOVE SESSION-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-OP-SESSIONS
           END-IF.

       UNLOAD-REF-CHANGE-FILE.
           CALL 'FILES' USING 'OPEN-REF-CHANGE-FILE-IO'.
           CALL 'FILES' USING 'START-REF-CHANGE-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-REF-CHANGE
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-REF-CHANGE-FILE'.

       UNLOAD-NEXT-REF-CHANGE.
           CALL 'FILES' USING 'READ-NEXT-REF-CHANGE'
               REF-CHANGE-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'REFCHANGE' TO BKP-RECORD-TYPE
               MOVE REF-CHANGE-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-REF-CHANGES
           END-IF.

       UNLOAD-FEE-TARIFF-FILE.
           CALL 'FILES' USING 'OPEN-FEE-TARIFF-FILE-IO'.
           CALL 'FILES' USING 'START-FEE-TARIFF-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-FEE-TARIFF
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-FEE-TARIFF-FILE'.

       UNLOAD-NEXT-FEE-TARIFF.
           CALL 'FILES' USING 'READ-NEXT-FEE-TARIFF'
               FEE-TARIFF-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'FEETARIFF' TO BKP-RECORD-TYPE
               MOVE FEE-TARIFF-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-FEE-TARIFFS
           END-IF.

       UNLOAD-EOD-EXCEPTION-FILE.
           CALL 'FILES' USING 'OPEN-EOD-EXCEPTION-FILE-IO'.
           CALL 'FILES' USING 'START-EOD-EXCEPTION-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-EOD-EXCEPTION
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-EOD-EXCEPTION-FILE'.

       UNLOAD-NEXT-EOD-EXCEPTION.
           CALL 'FILES' USING 'READ-NEXT-EOD-EXCEPTION'
               EOD-EXCEPTION-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'EODEXC' TO BKP-RECORD-TYPE
               MOVE EOD-EXCEPTION-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-EOD-EXCEPTIONS
           END-IF.

       UNLOAD-EOD-SIGNOFF-FILE.
           CALL 'FILES' USING 'OPEN-EOD-SIGNOFF-FILE-IO'.
           CALL 'FILES' USING 'START-EOD-SIGNOFF-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-EOD-SIGNOFF
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-EOD-SIGNOFF-FILE'.

       UNLOAD-NEXT-EOD-SIGNOFF.
           CALL 'FILES' USING 'READ-NEXT-EOD-SIGNOFF'
               EOD-SIGNOFF-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'EODSIGNOFF' TO BKP-RECORD-TYPE
               MOVE EOD-SIGNOFF-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-EOD-SIGNOFFS
           END-IF.

       UNLOAD-SPOOL-CATALOGUE-FILE.
           CALL 'FILES' USING 'OPEN-SPOOL-CATALOGUE-FILE-IO'.
           CALL 'FILES' USING 'START-SPOOL-CATALOGUE-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-SPOOL-CATALOGUE
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-SPOOL-CATALOGUE-FILE'.

       UNLOAD-NEXT-SPOOL-CATALOGUE.
           CALL 'FILES' USING 'READ-NEXT-SPOOL-CATALOGUE'
               SPOOL-CATALOGUE-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'SPOOLCAT' TO BKP-RECORD-TYPE
               MOVE SPOOL-CATALOGUE-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-SPOOL-CATALOGUE
           END-IF.

       UNLOAD-BRANCH-FILE.
           CALL 'FILES' USING 'OPEN-BRANCH-FILE-IO'.
           CALL 'FILES' USING 'START-BRANCH-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-BRANCH
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-BRANCH-FILE'.

       UNLOAD-NEXT-BRANCH.
           CALL 'FILES' USING 'READ-NEXT-BRANCH' BRANCH-RECORD
               WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'BRANCH' TO BKP-RECORD-TYPE
               MOVE BRANCH-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-BRANCHES
           END-IF.

       UNLOAD-PRODUCT-FILE.
           CALL 'FILES' USING 'OPEN-PRODUCT-FILE-IO'.
           CALL 'FILES' USING 'START-PRODUCT-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-PRODUCT
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-PRODUCT-FILE'.

       UNLOAD-NEXT-PRODUCT.
           CALL 'FILES' USING 'READ-NEXT-PRODUCT' PRODUCT-RECORD
               WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'PRODUCT' TO BKP-RECORD-TYPE
               MOVE PRODUCT-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-PRODUCTS
           END-IF.

       UNLOAD-CONFIRM-REGISTER-FILE.
           CALL 'FILES' USING 'OPEN-CONFIRM-REGISTER-FILE-IO'.
           CALL 'FILES' USING 'START-CONFIRM-REGISTER-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-CONFIRMATION
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-CONFIRM-REGISTER-FILE'.

       UNLOAD-NEXT-CONFIRMATION.
           CALL 'FILES' USING 'READ-NEXT-CONFIRM-REGISTER'
               CONFIRM-REGISTER-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'CONFIRM' TO BKP-RECORD-TYPE
               MOVE CONFIRM-REGISTER-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-CONFIRMATIONS
           END-IF.

       UNLOAD-REDIRECT-FILE.
           CALL 'FILES' USING 'OPEN-REDIRECT-FILE-IO'.
           CALL 'FILES' USING 'START-REDIRECT-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-REDIRECTION
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-REDIRECT-FILE'.

       UNLOAD-NEXT-REDIRECTION.
           CALL 'FILES' USING 'READ-NEXT-REDIRECT'
               REDIRECT-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'REDIRECT' TO BKP-RECORD-TYPE
               MOVE REDIRECT-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-REDIRECTIONS
           END-IF.

       UNLOAD-REDIRECT-ITEM-FILE.
           CALL 'FILES' USING 'OPEN-REDIRECT-ITEM-FILE-IO'.
           CALL 'FILES' USING 'START-REDIRECT-ITEM-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-REDIRECT-ITEM
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-REDIRECT-ITEM-FILE'.

       UNLOAD-NEXT-REDIRECT-ITEM.
           CALL 'FILES' USING 'READ-NEXT-REDIRECT-ITEM'
               REDIRECT-ITEM-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'REDIRITEM' TO BKP-RECORD-TYPE
               MOVE REDIRECT-ITEM-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-REDIRECT-ITEMS
           END-IF.

       UNLOAD-TAX-RATE-FILE.
           CALL 'FILES' USING 'OPEN-TAX-RATE-FILE-IO'.
           CALL 'FILES' USING 'START-TAX-RATE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-TAX-RATE
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-TAX-RATE-FILE'.

       UNLOAD-NEXT-TAX-RATE.
           CALL 'FILES' USING 'READ-NEXT-TAX-RATE'
               TAX-RATE-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'TAXRATE' TO BKP-RECORD-TYPE
               MOVE TAX-RATE-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-TAX-RATES
           END-IF.

       UNLOAD-CONSENT-FILE.
           CALL 'FILES' USING 'OPEN-CONSENT-FILE-IO'.
           CALL 'FILES' USING 'START-CONSENT-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-CONSENT
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-CONSENT-FILE'.

       UNLOAD-NEXT-CONSENT.
           CALL 'FILES' USING 'READ-NEXT-CONSENT'
               CONSENT-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'CONSENT' TO BKP-RECORD-TYPE
               MOVE CONSENT-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-CONSENTS
           END-IF.

       UNLOAD-COLLECTION-CASE-FILE.
           CALL 'FILES' USING 'OPEN-COLLECTION-CASE-FILE-IO'.
           CALL 'FILES' USING 'START-COLLECTION-CASE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-COLLECTION-CASE
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-COLLECTION-CASE-FILE'.

       UNLOAD-NEXT-COLLECTION-CASE.
           CALL 'FILES' USING 'READ-NEXT-COLLECTION-CASE'
               COLLECTION-CASE-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'COLLCASE' TO BKP-RECORD-TYPE
               MOVE COLLECTION-CASE-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-COLL-CASES
           END-IF.

       UNLOAD-COLLECTION-CONTACT-FILE.
           CALL 'FILES' USING 'OPEN-COLLECTION-CONTACT-FILE-IO'.
           CALL 'FILES' USING 'START-COLLECTION-CONTACT-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-COLLECTION-CONTACT
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-COLLECTION-CONTACT-FILE'.

       UNLOAD-NEXT-COLLECTION-CONTACT.
           CALL 'FILES' USING 'READ-NEXT-COLLECTION-CONTACT'
               COLLECTION-CONTACT-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'COLLCONT' TO BKP-RECORD-TYPE
               MOVE COLLECTION-CONTACT-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-COLL-CONTACTS
           END-IF.

       UNLOAD-CASH-DEMAND-FILE.
           CALL 'FILES' USING 'OPEN-CASH-DEMAND-FILE-IO'.
           CALL 'FILES' USING 'START-CASH-DEMAND-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-CASH-DEMAND
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-CASH-DEMAND-FILE'.

       UNLOAD-NEXT-CASH-DEMAND.
           CALL 'FILES' USING 'READ-NEXT-CASH-DEMAND'
               CASH-DEMAND-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'CASHDEMAND' TO BKP-RECORD-TYPE
               MOVE CASH-DEMAND-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-CASH-DEMAND
           END-IF.

       UNLOAD-RM-FILE.
           CALL 'FILES' USING 'OPEN-RM-FILE-IO'.
           CALL 'FILES' USING 'START-RM-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-RM
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-RM-FILE'.

       UNLOAD-NEXT-RM.
           CALL 'FILES' USING 'READ-NEXT-RM'
               RELATIONSHIP-MANAGER-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'RELMGR' TO BKP-RECORD-TYPE
               MOVE RELATIONSHIP-MANAGER-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-REL-MANAGERS
           END-IF.

       UNLOAD-RM-ASSIGNMENT-FILE.
           CALL 'FILES' USING 'OPEN-RM-ASSIGNMENT-FILE-IO'.
           CALL 'FILES' USING 'START-RM-ASSIGNMENT-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-RM-ASSIGNMENT
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-RM-ASSIGNMENT-FILE'.

       UNLOAD-NEXT-RM-ASSIGNMENT.
           CALL 'FILES' USING 'READ-NEXT-RM-ASSIGNMENT'
               RM-ASSIGNMENT-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'RMASSIGN' TO BKP-RECORD-TYPE
               MOVE RM-ASSIGNMENT-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-RM-ASSIGNMENTS
           END-IF.

       UNLOAD-CUSTOMER-PROFIT-FILE.
           CALL 'FILES' USING 'OPEN-CUSTOMER-PROFIT-FILE-IO'.
           CALL 'FILES' USING 'START-CUSTOMER-PROFIT-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-CUSTOMER-PROFIT
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-CUSTOMER-PROFIT-FILE'.

       UNLOAD-NEXT-CUSTOMER-PROFIT.
           CALL 'FILES' USING 'READ-NEXT-CUSTOMER-PROFIT'
               CUSTOMER-PROFIT-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'CUSTPROFIT' TO BKP-RECORD-TYPE
               MOVE CUSTOMER-PROFIT-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-CUST-PROFIT
           END-IF.

       UNLOAD-SPOOL-ARCHIVE-FILE.
           CALL 'FILES' USING 'OPEN-SPOOL-ARCHIVE-FILE-IO'.
           CALL 'FILES' USING 'START-SPOOL-ARCHIVE-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-SPOOL-ARCHIVE-LINE
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-SPOOL-ARCHIVE-FILE'.

       UNLOAD-NEXT-SPOOL-ARCHIVE-LINE.
           CALL 'FILES' USING 'READ-NEXT-SPOOL-ARCHIVE-LINE'
               SPOOL-ARCHIVE-LINE-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'SPOOLARC' TO BKP-RECORD-TYPE
               MOVE SPOOL-ARCHIVE-LINE-RECORD TO BKP-RECORD-IMAGE
               PERFORM EMIT-SET-RECORD
               ADD 1 TO WS-COUNT-SPOOL-ARCHIVE
           END-IF.

       END PROGRAM BACKUP.
