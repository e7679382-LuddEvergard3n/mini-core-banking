           CALL 'TRANSACTIONS' USING 'PROCESS-DEBIT'
               WS-BILL-ACCOUNT-ID(WS-BILL-IDX) WS-BILL-AMOUNT
               WS-FEE-DESC SPACES 'BATCH' 0
               'FEE' TRANSACTION-RECORD WS-POST-STATUS.

           IF WS-POST-STATUS = '00'
               ADD 1 TO WS-PACKAGES-BILLED
