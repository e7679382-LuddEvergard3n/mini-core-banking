               CALL 'TRANSACTIONS' USING 'PROCESS-CREDIT'
                   WS-POST-ACCOUNT-ID WS-POST-AMOUNT
                   WS-POST-DESCRIPTION SPACES 'BATCH' 0
                   'DEP' TRANSACTION-RECORD WS-OP-STATUS
           ELSE
               CALL 'TRANSACTIONS' USING 'PROCESS-DEBIT'
                   WS-POST-ACCOUNT-ID WS-POST-AMOUNT
                   WS-POST-DESCRIPTION SPACES 'BATCH' 0
                   'WDL' TRANSACTION-RECORD WS-OP-STATUS
           END-IF.

           IF WS-OP-STATUS = '00'
