           MOVE 'Account renumbered - balance carried'
               TO TXN-DESCRIPTION.
           MOVE 'BATCH' TO TXN-CHANNEL.
           MOVE 'RENUM' TO TXN-CODE.
           MOVE 0 TO TXN-OPERATOR-ID.
           MOVE 'COMPLETED' TO TXN-STATUS.
           PERFORM GET-CURRENT-TIMESTAMP.
                   TXN-AMOUNT WS-CARRY-BAL-BEFORE
                   WS-CARRY-BAL-AFTER
                   'Account renumbered - balance carried'
                   SPACES SPACES TXN-CODE TXN-CHANNEL
                   ACC-BRANCH-CODE LEDGER-RECORD WS-CARRY-LED-STATUS
           ELSE
               CALL 'LEDGER' USING 'CREATE-LEDGER-ENTRY'
                   WS-OLD-ACCOUNT-ID TXN-ID 'CREDIT'
                   TXN-AMOUNT WS-CARRY-BAL-BEFORE
                   WS-CARRY-BAL-AFTER
                   'Account renumbered - balance carried'
                   SPACES SPACES TXN-CODE TXN-CHANNEL
                   ACC-BRANCH-CODE LEDGER-RECORD WS-CARRY-LED-STATUS
           END-IF.

      *    Leg on the new ID: its history opens at the balance
                   TXN-AMOUNT WS-CARRY-BAL-BEFORE
                   WS-CARRY-BAL-AFTER
                   'Account renumbered - balance carried'
                   SPACES SPACES TXN-CODE TXN-CHANNEL
                   ACC-BRANCH-CODE LEDGER-RECORD WS-CARRY-LED-STATUS
           ELSE
               CALL 'LEDGER' USING 'CREATE-LEDGER-ENTRY'
                   WS-NEW-ACCOUNT-ID TXN-ID 'DEBIT'
                   TXN-AMOUNT WS-CARRY-BAL-BEFORE
                   WS-CARRY-BAL-AFTER
                   'Account renumbered - balance carried'
                   SPACES SPACES TXN-CODE TXN-CHANNEL
                   ACC-BRANCH-CODE LEDGER-RECORD WS-CARRY-LED-STATUS
           END-IF.

       END PROGRAM CHKDIG.
