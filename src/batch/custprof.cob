      *
      * Design decisions:
      * - Ledger-driven where the ledger knows the answer (fees,
      *   deposit interest, overdraft interest, by description
      *   keyword so entries from every year classify alike); the
      *   loan book is priced from its own contract fields because
      *   installment
      *   debits blend principal and interest
      * - Loan interest earned to date is the loan's total interest
      *   load prorated by installments already run - the same
      * - Accounts with no customer master (ACC-CUSTOMER-ID zero)
      *   aggregate under customer zero so their contribution still
      *   shows, flagged for the relationship clean-up
      * - Writes nothing but its own results: each run replaces the
      *   customer profitability file (one row per ranked customer,
      *   with the rank and run date) so the RM book report
      *   (RMBOOK.COB) can carry the figures without re-pricing the
      *   ledger; safe to run any time
      *
      * Author: Portfolio Project
      * Date: 2026
           PERFORM RESOLVE-ACCOUNT-CUSTOMERS.
           PERFORM BUILD-CUSTOMER-TABLE.
           PERFORM RANK-CUSTOMERS.
           PERFORM SAVE-PROFITABILITY.
           PERFORM PRINT-RANKED-REPORT.
           STOP RUN.

           CALL 'FILES' USING 'CLOSE-LEDGER-FILE'.

       CHECK-NEXT-LEDGER-ENTRY.
      *    Read one entry and classify it by description keyword,
      *    so entries written before transaction codes existed
      *    classify the same as new ones
           CALL 'FILES' USING 'READ-NEXT-LEDGER' LEDGER-RECORD
               WS-OP-STATUS.

           END-IF.
           ADD 1 TO WS-SORT-INNER.

       SAVE-PROFITABILITY.
      *    Replace the profitability file with this run's ranking -
      *    a customer who no longer earns or costs anything drops
      *    out rather than keeping a stale figure
           CALL 'FILES' USING 'INIT-CUSTOMER-PROFIT-FILE'.
           CALL 'FILES' USING 'OPEN-CUSTOMER-PROFIT-FILE-IO'.

           PERFORM SAVE-ONE-PROFIT-ROW
               VARYING WS-CUST-IDX FROM 1 BY 1
               UNTIL WS-CUST-IDX > WS-CUST-COUNT.

           CALL 'FILES' USING 'CLOSE-CUSTOMER-PROFIT-FILE'.

       SAVE-ONE-PROFIT-ROW.
      *    Write one ranked customer's figures
           INITIALIZE CUSTOMER-PROFIT-RECORD.
           MOVE WS-CUST-ID(WS-CUST-IDX) TO CPR-CUSTOMER-ID.
           MOVE WS-RUN-DATE TO CPR-RUN-DATE.
           MOVE WS-CUST-IDX TO CPR-RANK.
           MOVE WS-CUST-FEES(WS-CUST-IDX) TO CPR-FEES.
           MOVE WS-CUST-OD-INT(WS-CUST-IDX) TO CPR-OD-INTEREST.
           MOVE WS-CUST-LOAN-INT(WS-CUST-IDX) TO CPR-LOAN-INTEREST.
           MOVE WS-CUST-DEP-INT(WS-CUST-IDX) TO CPR-DEPOSIT-INTEREST.
           MOVE WS-CUST-NET(WS-CUST-IDX) TO CPR-NET.

           CALL 'FILES' USING 'WRITE-CUSTOMER-PROFIT'
               CUSTOMER-PROFIT-RECORD WS-OP-STATUS.

      ******************************************************************
      * RANKED OUTPUT
      ******************************************************************
