               CALL 'TRANSACTIONS' USING 'PROCESS-CREDIT'
                   WS-INTEREST-ACCOUNT-ID WS-INTEREST-AMOUNT
                   WS-INTEREST-DESC SPACES 'BATCH' 0
                   'INTPAY' TRANSACTION-RECORD WS-INTEREST-STATUS

               IF WS-INTEREST-STATUS = '00'
                   ADD 1 TO WS-ACCOUNTS-PROCESSED
               CALL 'TRANSACTIONS' USING 'PROCESS-DEBIT'
                   WS-INTEREST-ACCOUNT-ID WS-WHT-AMOUNT
                   WS-WHT-DESC SPACES 'BATCH' 0
                   'WHT' TRANSACTION-RECORD WS-WHT-STATUS

               IF WS-WHT-STATUS = '00'
                   ADD WS-WHT-AMOUNT TO WS-TOTAL-WITHHELD
