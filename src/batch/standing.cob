      * - A failed transfer (insufficient funds, blocked account, etc)
      *   leaves the order ACTIVE with its due date unchanged, so it
      *   is retried on the next run rather than silently skipped
      * - A failed transfer also goes on the nightly exceptions
      *   register for Payments, so the customer can be told before
      *   the next attempt
      * - On a successful post, SO-NEXT-DUE-DATE is advanced by one
      *   period (DAILY/WEEKLY/MONTHLY) so the same order is not
      *   posted twice in one day
           05  WS-LEAP-YEAR            PIC 9.
               88  IS-LEAP-YEAR        VALUE 1.

      * Nightly exceptions register (see EODEXC.COB): items this run
      * could not process go on the morning exceptions report for
      * the department that owns them
       01  WS-EXC-ACCOUNT-ID           PIC 9(8).
       01  WS-EXC-AMOUNT               PIC S9(13)V99.
       01  WS-EXC-REFERENCE            PIC X(20).
       01  WS-EXC-REASON               PIC X(30).
       01  WS-EXC-ACTION               PIC X(40).
       01  WS-EXC-STATUS               PIC XX.

      * Run-control registration (see RUNCTL.COB) - refuses a
      * same-date rerun unless launched with FORCE on the command
      * line. No checkpoint is kept: advancing SO-NEXT-DUE-DATE after
               WS-TRANSFER-SOURCE-ID WS-TRANSFER-DEST-ID
               WS-TRANSFER-AMOUNT WS-TRANSFER-DESC
               SPACES 'BATCH' 0
               'XFR' TRANSACTION-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-ORDERS-POSTED
               ADD 1 TO WS-ORDERS-FAILED
               DISPLAY 'FAILED    Order: ' SO-ORDER-ID
                   '  Transfer could not be posted'
               MOVE SO-SOURCE-ACCOUNT-ID TO WS-EXC-ACCOUNT-ID
               MOVE SO-AMOUNT TO WS-EXC-AMOUNT
               MOVE SO-ORDER-ID TO WS-EXC-REFERENCE
               MOVE SPACES TO WS-EXC-REASON
               STRING 'TRANSFER NOT POSTED, STATUS ' WS-OP-STATUS
                   DELIMITED BY SIZE INTO WS-EXC-REASON
               MOVE 'CONTACT CUSTOMER - RETRIED NEXT RUN'
                   TO WS-EXC-ACTION
               PERFORM RECORD-EOD-EXCEPTION
           END-IF.

           MOVE '00' TO WS-OP-STATUS.
           CALL 'FILES' USING 'UPDATE-STANDING-ORDER'
               STANDING-ORDER-RECORD WS-OP-STATUS.

       RECORD-EOD-EXCEPTION.
      *    Put one item this run could not process on the nightly
      *    exceptions register
      *    Input: WS-EXC-ACCOUNT-ID, WS-EXC-AMOUNT, WS-EXC-REFERENCE,
      *           WS-EXC-REASON, WS-EXC-ACTION
           CALL 'EODEXC' USING 'RECORD-EOD-EXCEPTION' WS-JOB-NAME
               WS-EXC-ACCOUNT-ID WS-EXC-AMOUNT WS-EXC-REFERENCE
               WS-EXC-REASON WS-EXC-ACTION WS-EXC-STATUS.

       END PROGRAM STANDING.
