       01  WS-BLOCK-DESC               PIC X(80).
       01  WS-AUDIT-STATUS             PIC XX.

      * Staff self-dealing guard (see CHECK-STAFF-CONFLICT in
      * OPERATOR.COB) on hold releases
       01  WS-STAFF-ACCT-STATUS        PIC XX.
       01  WS-STAFF-LINK-STATUS        PIC XX.

       PROCEDURE DIVISION.

      ******************************************************************
           CALL 'TRANSACTIONS' USING 'PROCESS-BLOCK-FUNDS'
               WS-INPUT-ACCOUNT-ID WS-INPUT-AMOUNT WS-BLOCK-DESC
               WS-INPUT-REASON-CODE WS-INPUT-CASE-REFERENCE
               'HOLD' TRANSACTION-RECORD WS-BLOCK-STATUS.

           IF WS-BLOCK-STATUS NOT = '00'
               MOVE '99' TO WS-HLD-OP-STATUS
               GO TO RELEASE-FUNDS-HOLD-END
           END-IF.

      *    An operator may not release a hold on their own or a
      *    related customer's account; the nightly expiry job
      *    (operator zero) is never in conflict
           IF WS-INPUT-OPERATOR-ID > 0
               CALL 'ACCOUNT' USING 'GET-ACCOUNT'
                   FHR-ACCOUNT-ID ACCOUNT-RECORD WS-STAFF-ACCT-STATUS
               IF WS-STAFF-ACCT-STATUS = '00'
                   CALL 'OPERATOR' USING 'CHECK-STAFF-CONFLICT'
                       WS-INPUT-OPERATOR-ID ACC-CUSTOMER-ID
                       ACC-GUARDIAN-CUSTOMER-ID WS-STAFF-LINK-STATUS
                       WS-HLD-OP-MESSAGE
                   IF WS-STAFF-LINK-STATUS NOT = '00'
                       MOVE '99' TO WS-HLD-OP-STATUS
                       CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
                           WS-INPUT-OPERATOR-ID 'STAFF-LINK-REFUSED'
                           FHR-ACCOUNT-ID FHR-CASE-REFERENCE
                           WS-AUDIT-STATUS
                       GO TO RELEASE-FUNDS-HOLD-END
                   END-IF
               END-IF
           END-IF.

           MOVE SPACES TO WS-BLOCK-DESC.
           STRING 'Registered hold released - '
               FHR-CASE-REFERENCE
           CALL 'TRANSACTIONS' USING 'PROCESS-UNBLOCK-FUNDS'
               FHR-ACCOUNT-ID FHR-AMOUNT WS-BLOCK-DESC
               FHR-REASON-CODE FHR-CASE-REFERENCE
               'UNHOLD' TRANSACTION-RECORD WS-BLOCK-STATUS.

           IF WS-BLOCK-STATUS NOT = '00'
               MOVE '99' TO WS-HLD-OP-STATUS
