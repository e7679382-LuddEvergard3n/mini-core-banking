      * the seizure, which posts its own BLOCK transactions over
      * the same working-storage area (the same discipline
      * CHECK-DUPLICATE-PAYMENT applies)
       01  WS-CALLER-TXN-IMAGE         PIC X(254).

       PROCEDURE DIVISION.

               CALL 'TRANSACTIONS' USING 'PROCESS-UNBLOCK-FUNDS'
                   GRN-ACCOUNT-ID GRN-SEIZED-AMT WS-BLOCK-DESC
                   'LEGAL' GRN-CASE-REFERENCE
                   'UNHOLD' TRANSACTION-RECORD WS-BLOCK-STATUS
               MOVE 0 TO GRN-SEIZED-AMT
           END-IF.

               WS-INPUT-ACCOUNT-ID TXN-ID 'BLOCK'
               WS-SEIZE-AMOUNT WS-BAL-BEFORE WS-BAL-AFTER
               WS-BLOCK-DESC 'LEGAL' GRN-CASE-REFERENCE
               TXN-CODE TXN-CHANNEL ACC-BRANCH-CODE
               LEDGER-RECORD WS-LEDGER-STATUS.

           MOVE '00' TO WS-BLOCK-STATUS.
           MOVE WS-BLOCK-DESC TO TXN-DESCRIPTION.
           MOVE GRN-CASE-REFERENCE TO TXN-REFERENCE-NUMBER.
           MOVE 'BATCH' TO TXN-CHANNEL.
           MOVE 'HOLD' TO TXN-CODE.
           MOVE 0 TO TXN-OPERATOR-ID.
           MOVE 'COMPLETED' TO TXN-STATUS.
           PERFORM GET-CURRENT-TIMESTAMP.
