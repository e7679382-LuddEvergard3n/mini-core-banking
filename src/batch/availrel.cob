           CALL 'TRANSACTIONS' USING 'PROCESS-UNBLOCK-FUNDS'
               WS-RELEASE-ACCOUNT WS-RELEASE-AMOUNT
               WS-RELEASE-DESC 'OPERATIONAL' WS-RELEASE-REFERENCE
               'UNHOLD' TRANSACTION-RECORD WS-UNBLOCK-STATUS.

           IF WS-UNBLOCK-STATUS NOT = '00'
               DISPLAY 'WARNING: Unblock rejected on account '
