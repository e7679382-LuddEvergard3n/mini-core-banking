           CALL 'TRANSACTIONS' USING 'PROCESS-TRANSFER'
               WS-TRANSFER-SOURCE-ID WS-TRANSFER-DEST-ID
               WS-TRANSFER-AMOUNT WS-TRANSFER-DESC
               SPACES 'BATCH' 0 'XFR' TRANSACTION-RECORD WS-POST-STATUS.

           CALL 'FILES' USING 'OPEN-FUTURE-PAYMENT-FILE-IO'.
           MOVE WS-PAYMENT-ID-HELD TO FPY-PAYMENT-ID.
