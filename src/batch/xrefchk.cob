      *   ledger legs; older history is LEDGERCHK's and RECONCILE's
      *   problem and re-proving all of it every night is exactly
      *   the batch-window mistake this system is trying to unmake
      * - Read-only against the files it checks: the report is the
      *   product and repairs stay human. Each finding also goes on
      *   the nightly exceptions register for Systems, graded by
      *   severity in its reason
      * - The exit code stays zero even with findings: stopping the
      *   EOD chain over a dangling reference would trade a report
      *   nobody read for a batch window nobody slept through
           05  WS-MEDIUM-COUNT         PIC 9(6) VALUE 0.
           05  WS-LOW-COUNT            PIC 9(6) VALUE 0.

      * Nightly exceptions register (see EODEXC.COB): items this run
      * could not process go on the morning exceptions report for
      * the department that owns them
       01  WS-EXC-ACCOUNT-ID           PIC 9(8).
       01  WS-EXC-AMOUNT               PIC S9(13)V99.
       01  WS-EXC-REFERENCE            PIC X(20).
       01  WS-EXC-REASON               PIC X(30).
       01  WS-EXC-ACTION               PIC X(40).
       01  WS-EXC-STATUS               PIC XX.

       01  WS-SCAN-COUNTERS.
           05  WS-ACCOUNTS-SCANNED     PIC 9(6) VALUE 0.
           05  WS-LEDGER-SCANNED       PIC 9(8) VALUE 0.
               DISPLAY 'HIGH    Account ' WS-CHECK-ACCOUNT-ID
                   ' references missing customer '
                   WS-CHECK-CUSTOMER-ID
               MOVE WS-CHECK-ACCOUNT-ID TO WS-EXC-ACCOUNT-ID
               MOVE 0 TO WS-EXC-AMOUNT
               MOVE SPACES TO WS-EXC-REFERENCE
               STRING 'CUSTOMER ' WS-CHECK-CUSTOMER-ID
                   DELIMITED BY SIZE INTO WS-EXC-REFERENCE
               MOVE 'HIGH - CUSTOMER MISSING' TO WS-EXC-REASON
               PERFORM RECORD-XREF-FINDING
           END-IF.

      ******************************************************************
                   DISPLAY 'HIGH    Ledger entry ' LED-ID
                       ' posts to missing account '
                       WS-CHECK-ACCOUNT-ID
                   MOVE WS-CHECK-ACCOUNT-ID TO WS-EXC-ACCOUNT-ID
                   MOVE LED-AMOUNT TO WS-EXC-AMOUNT
                   MOVE SPACES TO WS-EXC-REFERENCE
                   STRING 'LEDGER ' LED-ID
                       DELIMITED BY SIZE INTO WS-EXC-REFERENCE
                   MOVE 'HIGH - ACCOUNT MISSING' TO WS-EXC-REASON
                   PERFORM RECORD-XREF-FINDING
               END-IF
           END-IF.

               DISPLAY 'MEDIUM  Transaction ' WS-CHECK-TXN-ID
                   ' has no ledger leg on account '
                   TXN-ACCOUNT-ID
               MOVE TXN-ACCOUNT-ID TO WS-EXC-ACCOUNT-ID
               MOVE TXN-AMOUNT TO WS-EXC-AMOUNT
               MOVE SPACES TO WS-EXC-REFERENCE
               STRING 'TXN ' WS-CHECK-TXN-ID
                   DELIMITED BY SIZE INTO WS-EXC-REFERENCE
               MOVE 'MEDIUM - NO LEDGER LEG' TO WS-EXC-REASON
               PERFORM RECORD-XREF-FINDING
           END-IF.

       MATCH-NEXT-LEDGER-LEG.
                   DISPLAY 'HIGH    Loan ' LN-LOAN-ID
                       ' rides missing account '
                       WS-CHECK-ACCOUNT-ID
                   MOVE WS-CHECK-ACCOUNT-ID TO WS-EXC-ACCOUNT-ID
                   MOVE LN-OUTSTANDING TO WS-EXC-AMOUNT
                   MOVE SPACES TO WS-EXC-REFERENCE
                   STRING 'LOAN ' LN-LOAN-ID
                       DELIMITED BY SIZE INTO WS-EXC-REFERENCE
                   MOVE 'HIGH - ACCOUNT MISSING' TO WS-EXC-REASON
                   PERFORM RECORD-XREF-FINDING
               ELSE
                   IF LN-ACTIVE AND
                           WS-SAVED-ACC-STATUS = 'CLOSED'
                       DISPLAY 'MEDIUM  Active loan ' LN-LOAN-ID
                           ' rides CLOSED account '
                           WS-CHECK-ACCOUNT-ID
                       MOVE WS-CHECK-ACCOUNT-ID TO WS-EXC-ACCOUNT-ID
                       MOVE LN-OUTSTANDING TO WS-EXC-AMOUNT
                       MOVE SPACES TO WS-EXC-REFERENCE
                       STRING 'LOAN ' LN-LOAN-ID
                           DELIMITED BY SIZE INTO WS-EXC-REFERENCE
                       MOVE 'MEDIUM - ACTIVE ON CLOSED ACCT'
                           TO WS-EXC-REASON
                       PERFORM RECORD-XREF-FINDING
                   END-IF
               END-IF
           END-IF.
                       DISPLAY 'MEDIUM  Standing order ' SO-ORDER-ID
                           ' source account missing: '
                           WS-CHECK-ACCOUNT-ID
                       MOVE WS-CHECK-ACCOUNT-ID TO WS-EXC-ACCOUNT-ID
                       MOVE SO-AMOUNT TO WS-EXC-AMOUNT
                       MOVE SPACES TO WS-EXC-REFERENCE
                       STRING 'ORDER ' SO-ORDER-ID
                           DELIMITED BY SIZE INTO WS-EXC-REFERENCE
                       MOVE 'MEDIUM - SOURCE ACCT MISSING'
                           TO WS-EXC-REASON
                       PERFORM RECORD-XREF-FINDING
                   END-IF
                   CALL 'VALIDATION' USING
                       'CHECK-ACCOUNT-ID-EXTERNAL'
                               SO-ORDER-ID
                               ' destination account missing: '
                               WS-CHECK-ACCOUNT-ID
                           MOVE WS-CHECK-ACCOUNT-ID TO WS-EXC-ACCOUNT-ID
                           MOVE SO-AMOUNT TO WS-EXC-AMOUNT
                           MOVE SPACES TO WS-EXC-REFERENCE
                           STRING 'ORDER ' SO-ORDER-ID
                               DELIMITED BY SIZE INTO WS-EXC-REFERENCE
                           MOVE 'MEDIUM - DEST ACCT MISSING'
                               TO WS-EXC-REASON
                           PERFORM RECORD-XREF-FINDING
                       END-IF
                   END-IF
               END-IF
                   DISPLAY 'MEDIUM  Wire item ' WIR-ITEM-ID
                       ' references missing transaction '
                       WS-CHECK-TXN-ID
                   MOVE WIR-SOURCE-ACCOUNT-ID TO WS-EXC-ACCOUNT-ID
                   MOVE WIR-AMOUNT TO WS-EXC-AMOUNT
                   MOVE SPACES TO WS-EXC-REFERENCE
                   STRING 'WIRE ' WIR-ITEM-ID
                       DELIMITED BY SIZE INTO WS-EXC-REFERENCE
                   MOVE 'MEDIUM - TRANSACTION MISSING' TO WS-EXC-REASON
                   PERFORM RECORD-XREF-FINDING
               END-IF
           END-IF.

                   DISPLAY 'MEDIUM  Card ' CRD-CARD-NUMBER
                       ' issued against missing account '
                       WS-CHECK-ACCOUNT-ID
                   MOVE WS-CHECK-ACCOUNT-ID TO WS-EXC-ACCOUNT-ID
                   MOVE 0 TO WS-EXC-AMOUNT
                   MOVE SPACES TO WS-EXC-REFERENCE
                   STRING CRD-CARD-NUMBER
                       DELIMITED BY SIZE INTO WS-EXC-REFERENCE
                   MOVE 'MEDIUM - ACCOUNT MISSING' TO WS-EXC-REASON
                   PERFORM RECORD-XREF-FINDING
               END-IF
           END-IF.

                       ADD 1 TO WS-LOW-COUNT
                       DISPLAY 'LOW     Alias points at missing '
                           'account ' WS-CHECK-ACCOUNT-ID
                       MOVE WS-CHECK-ACCOUNT-ID TO WS-EXC-ACCOUNT-ID
                       MOVE 0 TO WS-EXC-AMOUNT
                       MOVE SPACES TO WS-EXC-REFERENCE
                       STRING ALS-ALIAS-KEY
                           DELIMITED BY SIZE INTO WS-EXC-REFERENCE
                       MOVE 'LOW - ACCOUNT MISSING' TO WS-EXC-REASON
                       PERFORM RECORD-XREF-FINDING
                   END-IF
               END-IF
           END-IF.

       RECORD-XREF-FINDING.
      *    Put one finding on the exceptions register, with the
      *    action its severity calls for
      *    Input: WS-EXC-ACCOUNT-ID, WS-EXC-AMOUNT, WS-EXC-REFERENCE,
      *           WS-EXC-REASON (opens with the severity)
           EVALUATE TRUE
               WHEN WS-EXC-REASON(1:4) = 'HIGH'
                   MOVE 'REPAIR TODAY - MONEY/IDENTITY DANGLING'
                       TO WS-EXC-ACTION
               WHEN WS-EXC-REASON(1:6) = 'MEDIUM'
                   MOVE 'REPAIR THE BROKEN LINK' TO WS-EXC-ACTION
               WHEN OTHER
                   MOVE 'TIDY UP WHEN CONVENIENT' TO WS-EXC-ACTION
           END-EVALUATE.
           PERFORM RECORD-EOD-EXCEPTION.

       RECORD-EOD-EXCEPTION.
      *    Put one item this run could not process on the nightly
      *    exceptions register
      *    Input: WS-EXC-ACCOUNT-ID, WS-EXC-AMOUNT, WS-EXC-REFERENCE,
      *           WS-EXC-REASON, WS-EXC-ACTION
           CALL 'EODEXC' USING 'RECORD-EOD-EXCEPTION' 'XREFCHK'
               WS-EXC-ACCOUNT-ID WS-EXC-AMOUNT WS-EXC-REFERENCE
               WS-EXC-REASON WS-EXC-ACTION WS-EXC-STATUS.

       END PROGRAM XREFCHK.
