      * MAINTFEE.COB - Monthly Minimum-Balance Maintenance Fee Batch
      *
      * Standalone batch program. Scans ACCOUNT-FILE for active
      * accounts whose ACC-BALANCE has fallen below their product's
      * minimum and posts the product's maintenance fee as a DEBIT
      * for each one, via the same TRANSACTIONS/PROCESS-DEBIT entry
      * point the interactive menu uses for a withdrawal.
      *
      * Design decisions:
      * - Only ACC-ACTIVE accounts whose catalogue product carries a
      *   maintenance fee are considered (see PRODUCTS.COB); the base
      *   savings, notice and term deposit products carry none, so
      *   those accounts keep being left alone
      * - The minimum balance and the fee come from the product
      *   (PRD-MIN-BALANCE / PRD-MAINT-FEE) and are changed through
      *   the reference data change control, not in this program
      * - The fee is posted through TRANSACTIONS/PROCESS-DEBIT so it
      *   is validated, logged, and ledgered exactly like an operator
      *   withdrawal, rather than writing ACCOUNT-FILE/LEDGER-FILE
       01  WS-OP-STATUS                PIC XX.
       01  WS-FEE-STATUS               PIC XX.

      * The catalogue product the account prices as, which carries
      * the minimum balance and the fee posted below it at month end
       01  WS-PRODUCT-STATUS           PIC XX.
       01  WS-PRODUCT-MESSAGE          PIC X(80).
       01  WS-DISPLAY-FEE              PIC ZZZ,ZZ9.99.

       01  WS-FEE-WORK.
           05  WS-FEE-ACCOUNT-ID       PIC 9(8).

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-ACCOUNTS-SCANNED
               IF ACC-ACTIVE
                   CALL 'PRODUCTS' USING 'GET-ACCOUNT-PRODUCT'
                       ACCOUNT-RECORD PRODUCT-RECORD
                       WS-PRODUCT-STATUS WS-PRODUCT-MESSAGE
                   IF WS-PRODUCT-STATUS = '00' AND
                           PRD-MAINT-FEE > 0 AND
                           ACC-BALANCE < PRD-MIN-BALANCE
                       PERFORM CHECK-CHARGED-THIS-MONTH
                       IF WS-CHARGED-MONTH NOT = WS-POSTING-MONTH
                           PERFORM POST-MAINTENANCE-FEE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           END-IF.

       POST-MAINTENANCE-FEE.
      *    Post the product's maintenance fee as a debit against this
      *    account. PROCESS-DEBIT reads and updates the account
      *    through ACCOUNT, which opens and closes ACCOUNT-FILE
      *    itself - close it first, and re-position the scan after
      *    this account once it is reopened
           MOVE ACC-ID TO WS-FEE-ACCOUNT-ID.
           MOVE PRD-MAINT-FEE TO WS-FEE-AMOUNT.
           MOVE PRD-MAINT-FEE TO WS-DISPLAY-FEE.
           MOVE 'MAINTENANCE FEE' TO WS-FEE-DESC.
           MOVE ACC-BALANCE TO WS-DISPLAY-BALANCE.

           CALL 'TRANSACTIONS' USING 'PROCESS-DEBIT'
               WS-FEE-ACCOUNT-ID WS-FEE-AMOUNT
               WS-FEE-DESC SPACES 'BATCH' 0
               'FEE' TRANSACTION-RECORD WS-FEE-STATUS.

           IF WS-FEE-STATUS = '00'
               ADD 1 TO WS-ACCOUNTS-CHARGED
               PERFORM STAMP-CHARGED-DATE
               DISPLAY 'CHARGED   Account: ' WS-FEE-ACCOUNT-ID
                   '  Balance: ' WS-DISPLAY-BALANCE
                   '  Fee: ' WS-DISPLAY-FEE
           ELSE
               DISPLAY 'FAILED    Account: ' WS-FEE-ACCOUNT-ID
                   '  Maintenance fee posting failed'
