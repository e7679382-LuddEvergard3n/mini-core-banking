
       01  WS-COMMAND-ARGS             PIC X(80).

       01  WS-DATA-SET-STATUS          PIC XX.

       PROCEDURE DIVISION.

      ******************************************************************
       MAIN-PROGRAM.
      *    Entry point for the escheatment batch job
           PERFORM DISPLAY-BANNER.
           PERFORM CHECK-LIVE-DATA-SET.

           IF NOT MODE-WARNING-LIST
               CALL 'FILES' USING 'OPEN-ESCHEAT-REMIT-OUTPUT'
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

       CHECK-LIVE-DATA-SET.
      *    Interface files leave the bank, so they are only ever cut
      *    from the live data set - never from a training sandbox
           CALL 'FILES' USING 'CHECK-LIVE-DATA-SET' WS-DATA-SET-STATUS.
           IF WS-DATA-SET-STATUS NOT = '00'
               DISPLAY 'REFUSED: training data set - no interface '
                   'file produced'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************
           MOVE 'DEBIT' TO TXN-TYPE.
           MOVE 'COMPLETED' TO TXN-STATUS.
           MOVE 'BATCH' TO TXN-CHANNEL.
           MOVE 'ESCHT' TO TXN-CODE.
           MOVE WS-SWEEP-DESC TO TXN-DESCRIPTION.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
               WS-SWEEP-ACCOUNT-ID TXN-ID 'DEBIT'
               WS-SWEEP-AMOUNT WS-SWEEP-BAL-BEFORE
               WS-SWEEP-BAL-AFTER WS-SWEEP-DESC SPACES SPACES
               TXN-CODE TXN-CHANNEL ACC-BRANCH-CODE
               LEDGER-RECORD WS-POST-STATUS.

           CALL 'FILES' USING 'OPEN-TRANSACTION-FILE-IO'.
