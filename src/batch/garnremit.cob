       01  WS-REMIT-BAL-AFTER          PIC S9(13)V99.
       01  WS-REMIT-POSTING-DATE       PIC 9(8).
       01  WS-REMIT-FAILED             PIC 9.
      * Debtor's branch, for the inter-branch pair a remittance to
      * an authority account held in another branch books
       01  WS-REMIT-FROM-BRANCH        PIC X(4).
       01  WS-REMIT-IB-STATUS          PIC XX.

       01  WS-TIMESTAMP-FIELDS.
           05  WS-CURRENT-DATE.
           CALL 'TRANSACTIONS' USING 'PROCESS-UNBLOCK-FUNDS'
               GRN-ACCOUNT-ID WS-REMIT-AMOUNT WS-POST-DESC
               'LEGAL' GRN-CASE-REFERENCE
               'UNHOLD' TRANSACTION-RECORD WS-POST-STATUS.

           IF WS-POST-STATUS NOT = '00'
               DISPLAY 'FAILED    Order: ' GRN-ORDER-ID
               CALL 'TRANSACTIONS' USING 'PROCESS-BLOCK-FUNDS'
                   GRN-ACCOUNT-ID WS-REMIT-AMOUNT WS-POST-DESC
                   'LEGAL' GRN-CASE-REFERENCE
                   'HOLD' TRANSACTION-RECORD WS-POST-STATUS
               DISPLAY 'FAILED    Order: ' GRN-ORDER-ID
                   '  Remittance transfer refused - seizure '
                   're-blocked'
           MOVE WS-POST-DESC TO TXN-DESCRIPTION.
           MOVE GRN-CASE-REFERENCE TO TXN-REFERENCE-NUMBER.
           MOVE 'BATCH' TO TXN-CHANNEL.
           MOVE 'GARNSH' TO TXN-CODE.
           MOVE 0 TO TXN-OPERATOR-ID.
           MOVE 'COMPLETED' TO TXN-STATUS.
           PERFORM GET-CURRENT-TIMESTAMP.
               WS-REMIT-AMOUNT WS-REMIT-BAL-BEFORE
               WS-REMIT-BAL-AFTER WS-POST-DESC
               'LEGAL' GRN-CASE-REFERENCE
               TXN-CODE TXN-CHANNEL ACC-BRANCH-CODE
               LEDGER-RECORD WS-REMIT-LED-STATUS.
           MOVE ACC-BRANCH-CODE TO WS-REMIT-FROM-BRANCH.

      *    Credit leg on the authority's account
           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               WS-REMIT-AMOUNT WS-REMIT-BAL-BEFORE
               WS-REMIT-BAL-AFTER WS-POST-DESC
               'LEGAL' GRN-CASE-REFERENCE
               TXN-CODE TXN-CHANNEL ACC-BRANCH-CODE
               LEDGER-RECORD WS-REMIT-LED-STATUS.

      *    An authority account held in another branch than the
      *    debtor's books the inter-branch position between the two
           IF ACC-BRANCH-CODE NOT = WS-REMIT-FROM-BRANCH
               CALL 'GLBRANCH' USING 'BOOK-INTER-BRANCH'
                   TXN-ID TXN-CODE TXN-CHANNEL
                   WS-REMIT-FROM-BRANCH ACC-BRANCH-CODE
                   WS-REMIT-AMOUNT WS-REMIT-IB-STATUS
           END-IF.

       POST-REMIT-TRANSFER-END.
           EXIT.

