           MOVE DEP-CREDIT-TXN-ID TO WS-REVERSAL-TXN-ID.

           CALL 'TRANSACTIONS' USING 'REVERSE-TRANSACTION'
               WS-REVERSAL-TXN-ID 0 TRANSACTION-RECORD
               WS-REVERSE-STATUS.

           IF WS-REVERSE-STATUS NOT = '00'
