           CALL 'TRANSACTIONS' USING 'PROCESS-TRANSFER'
               WS-LINKED-ACCT WS-PRIMARY-ACCT
               WS-MOVE-AMOUNT WS-MOVE-DESC SPACES 'BATCH' 0 'N'
               'XFR' TRANSACTION-RECORD WS-POST-STATUS.

           IF WS-POST-STATUS = '00' AND NOT TXN-PENDING
               ADD 1 TO WS-TOPUPS-POSTED
           CALL 'TRANSACTIONS' USING 'PROCESS-TRANSFER'
               WS-PRIMARY-ACCT WS-LINKED-ACCT
               WS-MOVE-AMOUNT WS-MOVE-DESC SPACES 'BATCH' 0 'N'
               'XFR' TRANSACTION-RECORD WS-POST-STATUS.

           IF WS-POST-STATUS = '00' AND NOT TXN-PENDING
               ADD 1 TO WS-SURPLUS-POSTED
