      *   first night this runs) is verified only when it was
      *   created on the current business date; otherwise it is
      *   counted unverified and FULL mode is the way to prove it
      * - Every mismatch also goes on the nightly exceptions
      *   register for Finance, with the difference as its amount
      *
      * Author: Portfolio Project
      * Date: 2026
       01  WS-RECON-MODE               PIC X(4) VALUE 'INCR'.
           88  FULL-REPLAY-MODE        VALUE 'FULL'.

      * Nightly exceptions register (see EODEXC.COB): items this run
      * could not process go on the morning exceptions report for
      * the department that owns them
       01  WS-EXC-ACCOUNT-ID           PIC 9(8).
       01  WS-EXC-AMOUNT               PIC S9(13)V99.
       01  WS-EXC-REFERENCE            PIC X(20).
       01  WS-EXC-REASON               PIC X(30).
       01  WS-EXC-ACTION               PIC X(40).
       01  WS-EXC-STATUS               PIC XX.

       01  WS-EFFECTIVE-DATE           PIC 9(8).

      * Prior-snapshot lookup working data (incremental mode)
               '  Computed: ' WS-DISPLAY-COMPUTED
               '  Diff: ' WS-DISPLAY-DIFF.

           PERFORM RECORD-BREAK-EXCEPTION.

       RECORD-BREAK-EXCEPTION.
      *    Put the mismatch on the exceptions register for Finance
      *    Input: ACC-ID, WS-DIFF-AMOUNT
           MOVE ACC-ID TO WS-EXC-ACCOUNT-ID.
           MOVE WS-DIFF-AMOUNT TO WS-EXC-AMOUNT.
           MOVE SPACES TO WS-EXC-REFERENCE.
           STRING 'RECON ' WS-RECON-MODE
               DELIMITED BY SIZE INTO WS-EXC-REFERENCE.
           MOVE 'BALANCE DOES NOT RECONCILE' TO WS-EXC-REASON.
           MOVE 'INVESTIGATE BREAK BEFORE BUSINESS OPENS'
               TO WS-EXC-ACTION.
           PERFORM RECORD-EOD-EXCEPTION.

      ******************************************************************
      * INCREMENTAL MODE (snapshot + day extract)
      ******************************************************************
                   '  Recorded: ' WS-DISPLAY-RECORDED
                   '  Expected: ' WS-DISPLAY-COMPUTED
                   '  Diff: ' WS-DISPLAY-DIFF
               PERFORM RECORD-BREAK-EXCEPTION
           END-IF.

       COMPARE-INCREMENTAL-BALANCE-END.
           EXIT.

       RECORD-EOD-EXCEPTION.
      *    Put one item this run could not process on the nightly
      *    exceptions register
      *    Input: WS-EXC-ACCOUNT-ID, WS-EXC-AMOUNT, WS-EXC-REFERENCE,
      *           WS-EXC-REASON, WS-EXC-ACTION
           CALL 'EODEXC' USING 'RECORD-EOD-EXCEPTION' 'RECONCILE'
               WS-EXC-ACCOUNT-ID WS-EXC-AMOUNT WS-EXC-REFERENCE
               WS-EXC-REASON WS-EXC-ACTION WS-EXC-STATUS.

       END PROGRAM RECONCILE.
