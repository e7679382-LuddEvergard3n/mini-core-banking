           CALL 'TRANSACTIONS' USING 'PROCESS-CREDIT'
               BPY-ACCOUNT-ID WS-POST-AMOUNT WS-POST-DESC
               BPY-INVOICE-REF 'BATCH'
               'BILPAY' TRANSACTION-RECORD WS-POST-STATUS.

           IF WS-POST-STATUS NOT = '00'
               ADD 1 TO WS-EXCEPTIONS
