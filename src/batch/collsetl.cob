       01  WS-ITEM-STATUS              PIC XX.
       01  WS-POST-STATUS              PIC XX.

      * Per-item collection service fee - flat tariff, flagged to
      * move to a shared parameter copybook one day
       01  WS-ITEM-FEE                 PIC 9(5)V99 VALUE 1.50.

      * Parse overlays for the response file
               CALL 'TRANSACTIONS' USING 'PROCESS-DEBIT'
                   ORG-ORIGINATOR-ACCT WS-POST-AMOUNT
                   WS-POST-DESC ORG-REFERENCE 'BATCH' 0
                   'COLSET' TRANSACTION-RECORD WS-POST-STATUS
               IF WS-POST-STATUS NOT = '00'
                   ADD 1 TO WS-ITEMS-EXCEPTION
                   DISPLAY 'EXCEPTION Item: ' ORG-ITEM-ID
           CALL 'TRANSACTIONS' USING 'PROCESS-CREDIT'
               WS-ORIG-ACCT(WS-ORIG-IDX) WS-POST-AMOUNT
               WS-POST-DESC SPACES 'BATCH'
               'COLSET' TRANSACTION-RECORD WS-POST-STATUS.

           IF WS-POST-STATUS NOT = '00'
               DISPLAY 'FAILED    Settlement credit rejected for '
               CALL 'TRANSACTIONS' USING 'PROCESS-DEBIT'
                   WS-ORIG-ACCT(WS-ORIG-IDX) WS-FEE-AMOUNT
                   WS-POST-DESC SPACES 'BATCH' 0
                   'FEE' TRANSACTION-RECORD WS-POST-STATUS
               IF WS-POST-STATUS NOT = '00'
                   DISPLAY 'WARNING: Service fee could not post for '
                       WS-ORIG-ACCT(WS-ORIG-IDX)
