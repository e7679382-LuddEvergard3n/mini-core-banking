      * INTEREST.COB - Savings Interest Posting Batch
      *
      * Standalone batch program. Scans ACCOUNT-FILE for active
      * interest-bearing accounts carrying an accrued-interest
      * position and
      * posts a CREDIT settling that position, via the same
      * TRANSACTIONS/PROCESS-CREDIT entry point the interactive menu
      * uses for a deposit.
      *   directly
      * - Intended to run as a monthly batch job, independent of the
      *   interactive MENU program
      * - Clearing the accrual position reverses the GL accrual
      *   ACCRUE booked for it (DR accrued interest payable, CR
      *   interest expense - see INTACCR.COB), since the credit's own
      *   GL mirror leg books the expense again
      *
      * Author: Portfolio Project
      * Date: 2026
       01  WS-WHT-STATUS               PIC XX.
       01  WS-TOTAL-WITHHELD           PIC S9(13)V99 VALUE 0.

      * The settled accrual, negated to reverse its GL booking
       01  WS-ACCRUAL-REVERSAL         PIC S9(13)V99.
       01  WS-ACCRUAL-STATUS           PIC XX.

       01  WS-REPORT-COUNTERS.
           05  WS-ACCOUNTS-SCANNED     PIC 9(6) VALUE 0.
           05  WS-ACCOUNTS-CREDITED    PIC 9(6) VALUE 0.

       POST-INTEREST-TO-ACCOUNTS.
      *    Single sequential pass over ACCOUNT-FILE, posting interest
      *    for every account carrying accrued interest - only an
      *    account whose catalogue product names a rate schedule
      *    accrues any (see ACCRUE.COB), and a product whose schedule
      *    is later removed still pays out what was already earned
           CALL 'FILES' USING 'OPEN-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'START-ACCOUNT-FILE-TOP' WS-OP-STATUS.


           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-ACCOUNTS-SCANNED
               IF ACC-ACTIVE AND NOT ACC-TYPE-TERM AND
                       ACC-ACCRUED-INTEREST > 0
                   PERFORM CALCULATE-AND-POST-INTEREST
               END-IF
               CALL 'TRANSACTIONS' USING 'PROCESS-CREDIT'
                   WS-INTEREST-ACCOUNT-ID WS-INTEREST-AMOUNT
                   WS-INTEREST-DESC SPACES 'BATCH' 0
                   'INTPAY' TRANSACTION-RECORD WS-INTEREST-STATUS

               IF WS-INTEREST-STATUS = '00'
                   ADD 1 TO WS-ACCOUNTS-CREDITED
               CALL 'TRANSACTIONS' USING 'PROCESS-DEBIT'
                   WS-INTEREST-ACCOUNT-ID WS-WHT-AMOUNT
                   WS-WHT-DESC SPACES 'BATCH' 0
                   'WHT' TRANSACTION-RECORD WS-WHT-STATUS

               IF WS-WHT-STATUS = '00'
                   ADD WS-WHT-AMOUNT TO WS-TOTAL-WITHHELD
               WS-INTEREST-STATUS.
           CALL 'FILES' USING 'CLOSE-ACCOUNT-FILE'.

      *    Release the payable the settled amount was accrued to
           COMPUTE WS-ACCRUAL-REVERSAL = 0 - WS-INTEREST-AMOUNT.
           CALL 'INTACCR' USING 'BOOK-SAVINGS-ACCRUAL'
               ACC-BRANCH-CODE WS-ACCRUAL-REVERSAL WS-ACCRUAL-STATUS.

       END PROGRAM INTEREST.
