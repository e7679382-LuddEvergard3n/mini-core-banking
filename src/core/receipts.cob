      *   so a reprint shows what the original showed
      * - Receipts append to one spool file through FILES.COB, the
      *   same printer model the statement cycle uses
      * - An FX counter exchange moves no account, so it has no
      *   TXN-ID; its receipt is printed from the exchange row
      *   itself, numbered from the same sequence
      *
      * Operations:
      * - PRINT-RECEIPT: Prints/spools one receipt for a TXN-ID
      * - PRINT-FX-COUNTER-RECEIPT: Prints/spools one receipt for an
      *   FX counter exchange
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEIPTS.
       01  WS-RECEIPT-WORK-LINE        PIC X(80).
       01  WS-DISPLAY-AMOUNT           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-BALANCE          PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-RATE             PIC ZZ9.9(6).

       PROCEDURE DIVISION.

       PRINT-RECEIPT-END.
           EXIT.

       PRINT-FX-COUNTER-RECEIPT.
      *    Print and spool one numbered receipt for an FX counter
      *    exchange
      *    Input: FX-COUNTER-RECORD, WS-INPUT-DUPLICATE-FLAG,
      *           WS-INPUT-OPERATOR-ID
      *    Output: WS-RECEIPT-NUMBER, WS-RCP-OP-STATUS,
      *            WS-RCP-OP-MESSAGE
           IF FXC-DEAL-ID = 0
               MOVE '99' TO WS-RCP-OP-STATUS
               MOVE 'FX counter exchange not found'
                   TO WS-RCP-OP-MESSAGE
               GO TO PRINT-FX-COUNTER-RECEIPT-END
           END-IF.

           PERFORM GENERATE-RECEIPT-NUMBER.
           PERFORM BUILD-AND-EMIT-FX-RECEIPT.

           MOVE '00' TO WS-RCP-OP-STATUS.
           MOVE 'Receipt printed' TO WS-RCP-OP-MESSAGE.

       PRINT-FX-COUNTER-RECEIPT-END.
           EXIT.

       GENERATE-RECEIPT-NUMBER.
      *    Generate the next receipt number from the control file
      *    Output: WS-RECEIPT-NUMBER

           CALL 'FILES' USING 'CLOSE-RECEIPT-SPOOL-FILE'.

       BUILD-AND-EMIT-FX-RECEIPT.
      *    Render an FX counter exchange receipt to the terminal and
      *    the spool - notes and BRL from the customer's side of the
      *    counter, the rate applied, and the party served
           CALL 'FILES' USING 'OPEN-RECEIPT-SPOOL-EXTEND'
               WS-RCP-OP-STATUS.

           MOVE '----------------------------------------'
               TO WS-RECEIPT-WORK-LINE.
           PERFORM EMIT-RECEIPT-LINE.

           IF RECEIPT-IS-DUPLICATE
               MOVE '*** DUPLICATE RECEIPT ***'
                   TO WS-RECEIPT-WORK-LINE
               PERFORM EMIT-RECEIPT-LINE
           END-IF.

           STRING 'RECEIPT NO: ' WS-RECEIPT-NUMBER
               DELIMITED BY SIZE INTO WS-RECEIPT-WORK-LINE.
           PERFORM EMIT-RECEIPT-LINE.

           STRING 'FX DEAL:    ' FXC-DEAL-ID
               DELIMITED BY SIZE INTO WS-RECEIPT-WORK-LINE.
           PERFORM EMIT-RECEIPT-LINE.

           STRING 'DATE/TIME:  ' FXC-CREATED-TS
               DELIMITED BY SIZE INTO WS-RECEIPT-WORK-LINE.
           PERFORM EMIT-RECEIPT-LINE.

           IF FXC-BANK-BUYS
               MOVE 'TYPE:       FOREIGN NOTES SOLD TO BANK'
                   TO WS-RECEIPT-WORK-LINE
           ELSE
               MOVE 'TYPE:       FOREIGN NOTES BOUGHT FROM BANK'
                   TO WS-RECEIPT-WORK-LINE
           END-IF.
           PERFORM EMIT-RECEIPT-LINE.

           MOVE FXC-FOREIGN-AMOUNT TO WS-DISPLAY-AMOUNT.
           STRING 'NOTES:      ' FXC-CURRENCY ' ' WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WS-RECEIPT-WORK-LINE.
           PERFORM EMIT-RECEIPT-LINE.

           MOVE FXC-RATE TO WS-DISPLAY-RATE.
           STRING 'RATE:       ' WS-DISPLAY-RATE
               DELIMITED BY SIZE INTO WS-RECEIPT-WORK-LINE.
           PERFORM EMIT-RECEIPT-LINE.

           MOVE FXC-LOCAL-AMOUNT TO WS-DISPLAY-AMOUNT.
           IF FXC-BANK-BUYS
               STRING 'PAID:       BRL ' WS-DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO WS-RECEIPT-WORK-LINE
           ELSE
               STRING 'RECEIVED:   BRL ' WS-DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO WS-RECEIPT-WORK-LINE
           END-IF.
           PERFORM EMIT-RECEIPT-LINE.

           IF FXC-ACCOUNT-ID NOT = 0
               STRING 'ACCOUNT:    ' FXC-ACCOUNT-ID
                   DELIMITED BY SIZE INTO WS-RECEIPT-WORK-LINE
               PERFORM EMIT-RECEIPT-LINE
           END-IF.

           IF FXC-PARTY-NAME NOT = SPACES
               STRING 'CUSTOMER:   ' FXC-PARTY-NAME
                   DELIMITED BY SIZE INTO WS-RECEIPT-WORK-LINE
               PERFORM EMIT-RECEIPT-LINE
           END-IF.

           IF FXC-ID-NUMBER NOT = SPACES
               STRING 'ID:         ' FXC-ID-TYPE ' ' FXC-ID-NUMBER
                   DELIMITED BY SIZE INTO WS-RECEIPT-WORK-LINE
               PERFORM EMIT-RECEIPT-LINE
           END-IF.

           STRING 'OPERATOR:   ' WS-INPUT-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-RECEIPT-WORK-LINE.
           PERFORM EMIT-RECEIPT-LINE.

           MOVE '----------------------------------------'
               TO WS-RECEIPT-WORK-LINE.
           PERFORM EMIT-RECEIPT-LINE.

           CALL 'FILES' USING 'CLOSE-RECEIPT-SPOOL-FILE'.

       END PROGRAM RECEIPTS.
