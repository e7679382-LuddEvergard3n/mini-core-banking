      *   re-keys the payment if it is still wanted
      * - Thresholds are flagged compiled constants like the other
      *   policy figures
      * - An expired IPOUT debit is an instant payment that never
      *   went to the scheme; it is cancelled through IPAY.COB so
      *   the payment does not stay HELD
      * - Every expiry also goes on the nightly exceptions register
      *   for the branch, so the maker is chased to re-key it
      *
      * Author: Portfolio Project
      * Date: 2026
           05  WS-TXN-HOUR             PIC 99.
           05  WS-AGE-HOURS            PIC S9(6).

      * Nightly exceptions register (see EODEXC.COB): items this run
      * could not process go on the morning exceptions report for
      * the department that owns them
       01  WS-EXC-ACCOUNT-ID           PIC 9(8).
       01  WS-EXC-AMOUNT               PIC S9(13)V99.
       01  WS-EXC-REFERENCE            PIC X(20).
       01  WS-EXC-REASON               PIC X(30).
       01  WS-EXC-ACTION               PIC X(40).
       01  WS-EXC-STATUS               PIC XX.

       01  WS-AUDIT-DETAILS            PIC X(50).
       01  WS-IPAY-STATUS              PIC XX.

       01  WS-REPORT-COUNTERS.
           05  WS-TXNS-SCANNED         PIC 9(8) VALUE 0.
           CALL 'FILES' USING 'UPDATE-TRANSACTION'
               TRANSACTION-RECORD WS-OP-STATUS.

           IF TXN-DEBIT AND TXN-CODE = 'IPOUT'
               CALL 'IPAY' USING 'RELEASE-HELD-INSTANT-PAYMENT'
                   TXN-REFERENCE-NUMBER 'CANCEL' WS-IPAY-STATUS
           END-IF.

           ADD 1 TO WS-TXNS-EXPIRED.
           MOVE TXN-AMOUNT TO WS-DISPLAY-AMOUNT.
           DISPLAY 'EXPIRED   Txn: ' TXN-ID
               TXN-OPERATOR-ID 'PENDING-EXPIRED'
               TXN-ACCOUNT-ID WS-AUDIT-DETAILS WS-AUDIT-STATUS.

           MOVE TXN-ACCOUNT-ID TO WS-EXC-ACCOUNT-ID.
           MOVE TXN-AMOUNT TO WS-EXC-AMOUNT.
           MOVE TXN-ID TO WS-EXC-REFERENCE.
           MOVE 'PENDING APPROVAL EXPIRED' TO WS-EXC-REASON.
           MOVE 'MAKER TO RE-KEY IF STILL WANTED' TO WS-EXC-ACTION.
           PERFORM RECORD-EOD-EXCEPTION.

           MOVE '00' TO WS-OP-STATUS.

       RECORD-EOD-EXCEPTION.
      *    Put one item this run could not process on the nightly
      *    exceptions register
      *    Input: WS-EXC-ACCOUNT-ID, WS-EXC-AMOUNT, WS-EXC-REFERENCE,
      *           WS-EXC-REASON, WS-EXC-ACTION
           CALL 'EODEXC' USING 'RECORD-EOD-EXCEPTION' 'PENDAGE'
               WS-EXC-ACCOUNT-ID WS-EXC-AMOUNT WS-EXC-REFERENCE
               WS-EXC-REASON WS-EXC-ACTION WS-EXC-STATUS.

       END PROGRAM PENDAGE.
