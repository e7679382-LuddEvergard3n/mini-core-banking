       01  WS-FUNDING-CURRENCY         PIC X(03).
       01  WS-GARNISH-STATUS           PIC XX.
       01  WS-SHARE-B                  PIC S9(13)V99.
      * Branch of the funding account, for the inter-branch pair a
      * payout to a party held in another branch books
       01  WS-LEG-FROM-BRANCH          PIC X(4).
       01  WS-LEG-IB-STATUS            PIC XX.

       PROCEDURE DIVISION.

           CALL 'TRANSACTIONS' USING 'PROCESS-BLOCK-FUNDS'
               WS-INPUT-FUNDING-ACCT WS-INPUT-AMOUNT WS-POST-DESC
               'OPERATIONAL' SPACES
               'HOLD' TRANSACTION-RECORD WS-POST-STATUS.

           IF WS-POST-STATUS NOT = '00'
               MOVE '99' TO WS-ESC-OP-STATUS
           CALL 'TRANSACTIONS' USING 'PROCESS-UNBLOCK-FUNDS'
               ESC-FUNDING-ACCT ESC-AMOUNT WS-POST-DESC
               'OPERATIONAL' SPACES
               'UNHOLD' TRANSACTION-RECORD WS-POST-STATUS.

           IF WS-POST-STATUS NOT = '00'
               MOVE '99' TO WS-ESC-OP-STATUS
           MOVE 'TRANSFER' TO TXN-TYPE.
           MOVE WS-POST-DESC TO TXN-DESCRIPTION.
           MOVE 'BATCH' TO TXN-CHANNEL.
           MOVE 'ESCROW' TO TXN-CODE.
           MOVE WS-INPUT-OPERATOR-ID TO TXN-OPERATOR-ID.
           MOVE 'COMPLETED' TO TXN-STATUS.
           PERFORM GET-CURRENT-TIMESTAMP.
               ESC-FUNDING-ACCT TXN-ID 'DEBIT'
               WS-LEG-AMOUNT WS-LEG-BAL-BEFORE WS-LEG-BAL-AFTER
               WS-POST-DESC SPACES SPACES
               TXN-CODE TXN-CHANNEL ACC-BRANCH-CODE
               LEDGER-RECORD WS-LEG-LED-STATUS.
           MOVE ACC-BRANCH-CODE TO WS-LEG-FROM-BRANCH.

      *    Credit leg on the party's account
           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               WS-LEG-DEST TXN-ID 'CREDIT'
               WS-LEG-AMOUNT WS-LEG-BAL-BEFORE WS-LEG-BAL-AFTER
               WS-POST-DESC SPACES SPACES
               TXN-CODE TXN-CHANNEL ACC-BRANCH-CODE
               LEDGER-RECORD WS-LEG-LED-STATUS.

      *    A payout to a party held in another branch books the
      *    inter-branch position between the two (see GLBRANCH.COB)
           IF ACC-BRANCH-CODE NOT = WS-LEG-FROM-BRANCH
               CALL 'GLBRANCH' USING 'BOOK-INTER-BRANCH'
                   TXN-ID TXN-CODE TXN-CHANNEL
                   WS-LEG-FROM-BRANCH ACC-BRANCH-CODE
                   WS-LEG-AMOUNT WS-LEG-IB-STATUS
           END-IF.

      *    A garnishment standing on the receiving party seizes
      *    what the payout brought in, like every other credit path
           CALL 'GARNISH' USING 'SEIZE-INCOMING-CREDIT'
           CALL 'TRANSACTIONS' USING 'PROCESS-BLOCK-FUNDS'
               ESC-FUNDING-ACCT WS-RELOCK-AMOUNT WS-POST-DESC
               'OPERATIONAL' SPACES
               'HOLD' TRANSACTION-RECORD WS-POST-STATUS.

           IF WS-POST-STATUS NOT = '00'
               DISPLAY 'WARNING: Re-lock of ' WS-RELOCK-AMOUNT
           CALL 'TRANSACTIONS' USING 'PROCESS-UNBLOCK-FUNDS'
               ESC-FUNDING-ACCT ESC-AMOUNT WS-POST-DESC
               'OPERATIONAL' SPACES
               'UNHOLD' TRANSACTION-RECORD WS-POST-STATUS.

           IF WS-POST-STATUS NOT = '00'
               MOVE '99' TO WS-ESC-OP-STATUS
