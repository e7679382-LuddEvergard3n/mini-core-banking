           CALL 'TRANSACTIONS' USING 'PROCESS-DEBIT'
               WS-INPUT-ACCOUNT-ID WS-INPUT-AMOUNT WS-POST-DESC
               WS-INPUT-INVOICE-REF 'TELLER' WS-INPUT-OPERATOR-ID
               'BILPAY' TRANSACTION-RECORD WS-POST-STATUS.

           IF WS-POST-STATUS NOT = '00'
               MOVE '99' TO WS-BLR-OP-STATUS
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-POSTING-DATE-WORK.
           MOVE WS-POSTING-DATE-WORK TO BPY-PAY-DATE.
      *    A payment taken after the bill payment cut-off carries the
      *    next business day's value date from the debit, and the
      *    remittance file holds it back until that day
           MOVE TXN-VALUE-DATE TO BPY-VALUE-DATE.

           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO BPY-CREATED-TS.
               BILL-PAYMENT-RECORD WS-BLR-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-BILL-PAYMENT-FILE'.

           IF BPY-VALUE-DATE > BPY-PAY-DATE
               MOVE SPACES TO WS-BLR-OP-MESSAGE
               STRING 'Payment captured after cut-off - settles on '
                   'the file of ' BPY-VALUE-DATE
                   DELIMITED BY SIZE INTO WS-BLR-OP-MESSAGE
           ELSE
               MOVE 'Payment captured - settles on tonight''s file'
                   TO WS-BLR-OP-MESSAGE
           END-IF.

       PAY-BILL-END.
           EXIT.
