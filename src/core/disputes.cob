      * provisional credit builds its own transaction on top of the
      * shared TRANSACTION-RECORD area (the same idiom
      * MARK-ORIGINAL-TRANSACTION-REVERSED uses)
       01  WS-DISPUTED-TXN-IMAGE       PIC X(254).

       01  WS-AUDIT-DETAILS            PIC X(50).
       01  WS-AUDIT-STATUS             PIC XX.
           CALL 'TRANSACTIONS' USING 'PROCESS-CREDIT'
               WS-POST-ACCOUNT-ID WS-POST-AMOUNT WS-POST-DESC
               WS-INPUT-CASE-REFERENCE WS-INPUT-OPERATOR-ID
               'DSPADJ' TRANSACTION-RECORD WS-POST-STATUS.

           MOVE TXN-ID TO WS-PROV-TXN-ID.
           MOVE WS-DISPUTED-TXN-IMAGE TO TRANSACTION-RECORD.
           CALL 'TRANSACTIONS' USING 'PROCESS-CREDIT'
               WS-POST-ACCOUNT-ID WS-POST-AMOUNT WS-POST-DESC
               TXN-DISPUTE-CASE WS-INPUT-OPERATOR-ID
               'DSPADJ' TRANSACTION-RECORD WS-POST-STATUS.

           IF WS-POST-STATUS NOT = '00'
               MOVE 0 TO WS-SETTLE-COMPLETE
           CALL 'TRANSACTIONS' USING 'PROCESS-DEBIT'
               WS-POST-ACCOUNT-ID WS-POST-AMOUNT WS-POST-DESC
               TXN-DISPUTE-CASE WS-INPUT-OPERATOR-ID
               'DSPADJ' TRANSACTION-RECORD WS-POST-STATUS.

           IF WS-POST-STATUS = '00' AND TXN-PENDING
      *        A reclaim large enough to trip the checker-approval
