      ******************************************************************
      * SARCASES.COB - Suspicious Activity Case Module
      *
      * Investigation case file for the compliance desk. A case is
      * opened either from a monitoring alert or from a transaction
      * somebody flagged; the subject is the customer holding the
      * account it came from. The analyst gathers the related
      * postings and accounts onto the case and writes the
      * narrative, then refers it to the MLRO (money laundering
      * reporting officer), who decides whether it is filed with
      * the financial intelligence unit. Cases marked to file are
      * written to the FIU filing by the SARFILE batch step.
      *
      * Design decisions:
      * - Every operation checks the acting operator holds the
      *   COMPLIANCE or MLRO role, reading included - a case must
      *   never be seen by anyone who could tip the customer off,
      *   so the menu gate is not the only line of defence
      * - The decision is the MLRO's alone, and never on a case the
      *   same officer worked as analyst (four eyes on every SAR)
      * - A case is worked while OPEN; once referred it is frozen
      *   until the MLRO decides or sends it back. The MLRO may
      *   return it to OPEN for more work instead of deciding
      * - Audit entries carry the case number only and no account,
      *   so nothing about the case appears in an account's audit
      *   history, and nothing on the case ever raises a customer
      *   notice or a memo on the account
      * - Opening a case from an alert acknowledges the alert if
      *   nobody has worked it yet; the alert and the posting that
      *   raised it are the case's first entries
      * - A posting added to the case brings its account with it
      *   while there is room; the running total is the sum of the
      *   amounts collected
      *
      * Operations:
      * - OPEN-CASE-FROM-ALERT: Open a case from a monitoring alert
      * - OPEN-CASE-FROM-TXN: Open a case from a flagged posting
      * - GET-CASE: Read one case by case number
      * - ADD-CASE-TRANSACTION: Collect a related posting
      * - ADD-CASE-ACCOUNT: Collect a related account
      * - SET-CASE-NARRATIVE: Write one line of the narrative
      * - REFER-CASE: Hand an OPEN case to the MLRO for decision
      * - RECORD-DECISION: MLRO decides FILE, NOFILE or RETURN
      * - MARK-CASE-FILED: Stamp a TOFILE case as filed (SARFILE)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SARCASES.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  WS-SAR-OPERATION.
           05  WS-SAR-OP-STATUS        PIC XX.
               88  SAR-OP-SUCCESS      VALUE '00'.
               88  SAR-OP-NOT-FOUND    VALUE '23'.
               88  SAR-OP-INVALID      VALUE '99'.
           05  WS-SAR-OP-MESSAGE       PIC X(80).

       01  WS-TIMESTAMP-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-CURR-YEAR        PIC 9(4).
               10  WS-CURR-MONTH       PIC 99.
               10  WS-CURR-DAY         PIC 99.
           05  WS-CURRENT-TIME.
               10  WS-CURR-HOUR        PIC 99.
               10  WS-CURR-MINUTE      PIC 99.
               10  WS-CURR-SECOND      PIC 99.
           05  WS-TIMESTAMP            PIC X(14).

      * Input parameters for operations
       01  WS-INPUT-CASE-ID            PIC 9(8).
       01  WS-INPUT-ALERT-ID           PIC 9(10).
       01  WS-INPUT-TXN-ID             PIC 9(12).
       01  WS-INPUT-ACCOUNT-ID         PIC 9(8).
       01  WS-INPUT-LINE-NO            PIC 9.
       01  WS-INPUT-NARRATIVE          PIC X(60).
       01  WS-INPUT-DECISION           PIC X(8).
           88  DECIDE-FILE             VALUE 'FILE'.
           88  DECIDE-NO-FILE          VALUE 'NOFILE'.
           88  DECIDE-RETURN           VALUE 'RETURN'.
       01  WS-INPUT-DECISION-NOTE      PIC X(40).
       01  WS-INPUT-OPERATOR-ID        PIC 9(6).

       01  WS-ACC-STATUS               PIC XX.
       01  WS-TXN-STATUS               PIC XX.
       01  WS-ALR-STATUS               PIC XX.
       01  WS-OPER-STATUS              PIC XX.
       01  WS-SCAN-STATUS              PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-AUDIT-DETAILS            PIC X(50).
       01  WS-AUDIT-ACTION             PIC X(20).
       01  WS-POSTING-DATE             PIC 9(8).
       01  WS-ACK-MESSAGE              PIC X(80).

      * Subject and first entries of a case being opened
       01  WS-OPEN-SOURCE              PIC X(8).
       01  WS-OPEN-ALERT-ID            PIC 9(10).
       01  WS-OPEN-TXN-ID              PIC 9(12).
       01  WS-OPEN-ACCOUNT-ID          PIC 9(8).
       01  WS-OPEN-CUSTOMER-ID         PIC 9(8).

      * Acting operator's role, for the compliance and MLRO checks
       01  WS-ACTING-ROLE              PIC X(10).
           88  ACTING-COMPLIANCE       VALUE 'COMPLIANCE'.
           88  ACTING-MLRO             VALUE 'MLRO'.

       01  WS-IDX                      PIC 99.
       01  WS-ALREADY-ON-CASE          PIC 9.
           88  ALREADY-ON-CASE         VALUE 1.
       01  WS-DUPLICATE-FOUND          PIC 9.
           88  DUPLICATE-CASE-FOUND    VALUE 1.
       01  WS-DUPLICATE-CASE-ID        PIC 9(8).

       PROCEDURE DIVISION.

      ******************************************************************
      * UTILITY PROCEDURES
      ******************************************************************

       GET-CURRENT-TIMESTAMP.
      *    Generate current timestamp in YYYYMMDDHHMMSS format
      *    Output: WS-TIMESTAMP
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.

           STRING WS-CURR-YEAR
                  WS-CURR-MONTH
                  WS-CURR-DAY
                  WS-CURR-HOUR
                  WS-CURR-MINUTE
                  WS-CURR-SECOND
                  DELIMITED BY SIZE
                  INTO WS-TIMESTAMP.

       GENERATE-SAR-CASE-ID.
      *    Generate next case number from control file
      *    Output: SAR-CASE-ID in SAR-CASE-RECORD
           CALL 'FILES' USING 'READ-CONTROL' CONTROL-RECORD
               WS-SAR-OP-STATUS.

           IF NOT SAR-OP-SUCCESS
               DISPLAY 'FATAL: Cannot read control file for case ID'
               STOP RUN
           END-IF.

           ADD 1 TO CTL-LAST-SAR-CASE-ID.
           MOVE CTL-LAST-SAR-CASE-ID TO SAR-CASE-ID.

           CALL 'FILES' USING 'UPDATE-CONTROL' CONTROL-RECORD
               WS-SAR-OP-STATUS.

       CHECK-COMPLIANCE-OPERATOR.
      *    The acting operator must be a live COMPLIANCE or MLRO
      *    operator; nobody else may see or touch a case
      *    Input: WS-INPUT-OPERATOR-ID
      *    Output: WS-ACTING-ROLE, WS-SAR-OP-STATUS,
      *            WS-SAR-OP-MESSAGE
           MOVE '00' TO WS-SAR-OP-STATUS.
           MOVE SPACES TO WS-ACTING-ROLE.

           CALL 'OPERATOR' USING 'GET-OPERATOR'
               WS-INPUT-OPERATOR-ID OPERATOR-RECORD WS-OPER-STATUS.

           IF WS-OPER-STATUS NOT = '00'
               MOVE '99' TO WS-SAR-OP-STATUS
               MOVE 'Operator not found' TO WS-SAR-OP-MESSAGE
               GO TO CHECK-COMPLIANCE-OPERATOR-END
           END-IF.

           IF NOT OP-ACTIVE
               MOVE '99' TO WS-SAR-OP-STATUS
               MOVE 'Operator is disabled' TO WS-SAR-OP-MESSAGE
               GO TO CHECK-COMPLIANCE-OPERATOR-END
           END-IF.

           MOVE OP-ROLE TO WS-ACTING-ROLE.
           IF NOT ACTING-COMPLIANCE AND NOT ACTING-MLRO
               MOVE '99' TO WS-SAR-OP-STATUS
               MOVE 'Restricted to COMPLIANCE and MLRO operators'
                   TO WS-SAR-OP-MESSAGE
           END-IF.

       CHECK-COMPLIANCE-OPERATOR-END.
           EXIT.

       READ-SAR-CASE-RECORD.
      *    Read the case named by WS-INPUT-CASE-ID
      *    Output: SAR-CASE-RECORD, WS-SAR-OP-STATUS
           MOVE WS-INPUT-CASE-ID TO SAR-CASE-ID.

           CALL 'FILES' USING 'OPEN-SAR-CASE-FILE-IO'.
           CALL 'FILES' USING 'READ-SAR-CASE' SAR-CASE-RECORD
               WS-SAR-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-SAR-CASE-FILE'.

       REWRITE-SAR-CASE-RECORD.
      *    Rewrite the case now held in SAR-CASE-RECORD
      *    Output: WS-SAR-OP-STATUS
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO SAR-UPDATED-TS.

           CALL 'FILES' USING 'OPEN-SAR-CASE-FILE-IO'.
           CALL 'FILES' USING 'UPDATE-SAR-CASE' SAR-CASE-RECORD
               WS-SAR-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-SAR-CASE-FILE'.

       READ-WORKABLE-CASE.
      *    Check the operator, then read the case and make sure it
      *    is still OPEN for the analyst to work
      *    Input: WS-INPUT-CASE-ID, WS-INPUT-OPERATOR-ID
      *    Output: SAR-CASE-RECORD, WS-SAR-OP-STATUS,
      *            WS-SAR-OP-MESSAGE
           PERFORM CHECK-COMPLIANCE-OPERATOR
               THRU CHECK-COMPLIANCE-OPERATOR-END.
           IF NOT SAR-OP-SUCCESS
               GO TO READ-WORKABLE-CASE-END
           END-IF.

           PERFORM READ-SAR-CASE-RECORD.
           IF NOT SAR-OP-SUCCESS
               MOVE 'Case not found' TO WS-SAR-OP-MESSAGE
               GO TO READ-WORKABLE-CASE-END
           END-IF.

           IF NOT SAR-OPEN
               MOVE '99' TO WS-SAR-OP-STATUS
               STRING 'Case is ' SAR-STATUS
                   ' - only an OPEN case can be worked'
                   DELIMITED BY SIZE INTO WS-SAR-OP-MESSAGE
           END-IF.

       READ-WORKABLE-CASE-END.
           EXIT.

       RECORD-CASE-AUDIT.
      *    Write the audit entry for a case action: the case number
      *    and status only, against no account
      *    Input: WS-AUDIT-ACTION, SAR-CASE-RECORD,
      *           WS-INPUT-OPERATOR-ID
           MOVE SPACES TO WS-AUDIT-DETAILS.
           STRING 'Case ' SAR-CASE-ID ' ' SAR-STATUS
               DELIMITED BY SIZE INTO WS-AUDIT-DETAILS.
           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-INPUT-OPERATOR-ID WS-AUDIT-ACTION
               0 WS-AUDIT-DETAILS WS-AUDIT-STATUS.

       CHECK-CASE-ACCOUNT.
      *    Is WS-INPUT-ACCOUNT-ID already on the case?
      *    Output: WS-ALREADY-ON-CASE
           IF SAR-ACCOUNT-ID(WS-IDX) = WS-INPUT-ACCOUNT-ID
               MOVE 1 TO WS-ALREADY-ON-CASE
           END-IF.

       CHECK-CASE-TXN.
      *    Is WS-INPUT-TXN-ID already on the case?
      *    Output: WS-ALREADY-ON-CASE
           IF SAR-TXN-ID(WS-IDX) = WS-INPUT-TXN-ID
               MOVE 1 TO WS-ALREADY-ON-CASE
           END-IF.

       FIND-CASE-ACCOUNT.
      *    Look WS-INPUT-ACCOUNT-ID up among the case's accounts
      *    Output: WS-ALREADY-ON-CASE
           MOVE 0 TO WS-ALREADY-ON-CASE.
           PERFORM CHECK-CASE-ACCOUNT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > SAR-ACCOUNT-COUNT.

       FIND-CASE-TXN.
      *    Look WS-INPUT-TXN-ID up among the case's postings
      *    Output: WS-ALREADY-ON-CASE
           MOVE 0 TO WS-ALREADY-ON-CASE.
           PERFORM CHECK-CASE-TXN
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > SAR-TXN-COUNT.

      ******************************************************************
      * OPENING A CASE
      ******************************************************************

       OPEN-CASE-FROM-ALERT.
      *    Open a case from a monitoring alert; the alert's account
      *    and posting are the first entries on it
      *    Input: WS-INPUT-ALERT-ID, WS-INPUT-OPERATOR-ID
      *    Output: SAR-CASE-RECORD, WS-SAR-OP-STATUS,
      *            WS-SAR-OP-MESSAGE
           PERFORM CHECK-COMPLIANCE-OPERATOR
               THRU CHECK-COMPLIANCE-OPERATOR-END.
           IF NOT SAR-OP-SUCCESS
               GO TO OPEN-CASE-FROM-ALERT-END
           END-IF.

           MOVE WS-INPUT-ALERT-ID TO ALR-ALERT-ID.
           CALL 'FILES' USING 'OPEN-ALERT-FILE-IO'.
           CALL 'FILES' USING 'READ-ALERT' ALERT-RECORD
               WS-ALR-STATUS.
           CALL 'FILES' USING 'CLOSE-ALERT-FILE'.

           IF WS-ALR-STATUS NOT = '00'
               MOVE '23' TO WS-SAR-OP-STATUS
               MOVE 'Alert not found' TO WS-SAR-OP-MESSAGE
               GO TO OPEN-CASE-FROM-ALERT-END
           END-IF.

           MOVE 'ALERT' TO WS-OPEN-SOURCE.
           MOVE ALR-ALERT-ID TO WS-OPEN-ALERT-ID.
           MOVE ALR-TXN-ID TO WS-OPEN-TXN-ID.
           MOVE ALR-ACCOUNT-ID TO WS-OPEN-ACCOUNT-ID.

           PERFORM CREATE-CASE THRU CREATE-CASE-END.
           IF NOT SAR-OP-SUCCESS
               GO TO OPEN-CASE-FROM-ALERT-END
           END-IF.

      *    The alert has now been worked; stamp it if nobody has
           IF ALR-ACK-OPERATOR-ID = 0
               CALL 'ALERTS' USING 'ACKNOWLEDGE-ALERT'
                   WS-INPUT-ALERT-ID WS-INPUT-OPERATOR-ID
                   ALERT-RECORD WS-ALR-STATUS WS-ACK-MESSAGE
           END-IF.

       OPEN-CASE-FROM-ALERT-END.
           EXIT.

       OPEN-CASE-FROM-TXN.
      *    Open a case from a posting somebody flagged
      *    Input: WS-INPUT-TXN-ID, WS-INPUT-OPERATOR-ID
      *    Output: SAR-CASE-RECORD, WS-SAR-OP-STATUS,
      *            WS-SAR-OP-MESSAGE
           PERFORM CHECK-COMPLIANCE-OPERATOR
               THRU CHECK-COMPLIANCE-OPERATOR-END.
           IF NOT SAR-OP-SUCCESS
               GO TO OPEN-CASE-FROM-TXN-END
           END-IF.

           MOVE WS-INPUT-TXN-ID TO TXN-ID.
           CALL 'FILES' USING 'OPEN-TRANSACTION-FILE-IO'.
           CALL 'FILES' USING 'READ-TRANSACTION'
               TRANSACTION-RECORD WS-TXN-STATUS.
           CALL 'FILES' USING 'CLOSE-TRANSACTION-FILE'.

           IF WS-TXN-STATUS NOT = '00'
               MOVE '23' TO WS-SAR-OP-STATUS
               MOVE 'Transaction not found' TO WS-SAR-OP-MESSAGE
               GO TO OPEN-CASE-FROM-TXN-END
           END-IF.

           MOVE 'TXN' TO WS-OPEN-SOURCE.
           MOVE 0 TO WS-OPEN-ALERT-ID.
           MOVE TXN-ID TO WS-OPEN-TXN-ID.
           MOVE TXN-ACCOUNT-ID TO WS-OPEN-ACCOUNT-ID.

           PERFORM CREATE-CASE THRU CREATE-CASE-END.

       OPEN-CASE-FROM-TXN-END.
           EXIT.

       CREATE-CASE.
      *    Resolve the subject, refuse a second live case on the
      *    same alert or posting, and write the new case
      *    Input: WS-OPEN-SOURCE, WS-OPEN-ALERT-ID, WS-OPEN-TXN-ID,
      *           WS-OPEN-ACCOUNT-ID, WS-INPUT-OPERATOR-ID
      *    Output: SAR-CASE-RECORD, WS-SAR-OP-STATUS,
      *            WS-SAR-OP-MESSAGE
           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               WS-OPEN-ACCOUNT-ID ACCOUNT-RECORD WS-ACC-STATUS.

           IF WS-ACC-STATUS NOT = '00'
               MOVE '23' TO WS-SAR-OP-STATUS
               MOVE 'Account not found' TO WS-SAR-OP-MESSAGE
               GO TO CREATE-CASE-END
           END-IF.

           MOVE ACC-CUSTOMER-ID TO WS-OPEN-CUSTOMER-ID.

           PERFORM FIND-LIVE-DUPLICATE.
           IF DUPLICATE-CASE-FOUND
               MOVE '99' TO WS-SAR-OP-STATUS
               STRING 'Already under investigation in case '
                   WS-DUPLICATE-CASE-ID
                   DELIMITED BY SIZE INTO WS-SAR-OP-MESSAGE
               GO TO CREATE-CASE-END
           END-IF.

           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-POSTING-DATE.

           INITIALIZE SAR-CASE-RECORD.
           PERFORM GENERATE-SAR-CASE-ID.

           MOVE WS-OPEN-CUSTOMER-ID TO SAR-CUSTOMER-ID.
           MOVE WS-OPEN-SOURCE TO SAR-SOURCE.
           MOVE WS-OPEN-ALERT-ID TO SAR-ALERT-ID.
           MOVE WS-OPEN-TXN-ID TO SAR-SOURCE-TXN-ID.
           MOVE 'OPEN' TO SAR-STATUS.
           MOVE WS-INPUT-OPERATOR-ID TO SAR-ANALYST-OP-ID.
           MOVE WS-POSTING-DATE TO SAR-OPENED-DATE.
           MOVE 1 TO SAR-ACCOUNT-COUNT.
           MOVE WS-OPEN-ACCOUNT-ID TO SAR-ACCOUNT-ID(1).

      *    A low-balance alert can come without a posting worth
      *    collecting; only a real posting goes on the case
           MOVE 0 TO SAR-TXN-TOTAL.
           IF WS-OPEN-TXN-ID NOT = 0
               MOVE WS-OPEN-TXN-ID TO TXN-ID
               CALL 'FILES' USING 'OPEN-TRANSACTION-FILE-IO'
               CALL 'FILES' USING 'READ-TRANSACTION'
                   TRANSACTION-RECORD WS-TXN-STATUS
               CALL 'FILES' USING 'CLOSE-TRANSACTION-FILE'
               IF WS-TXN-STATUS = '00'
                   MOVE 1 TO SAR-TXN-COUNT
                   MOVE WS-OPEN-TXN-ID TO SAR-TXN-ID(1)
                   ADD TXN-AMOUNT TO SAR-TXN-TOTAL
               END-IF
           END-IF.

           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO SAR-CREATED-TS.
           MOVE WS-TIMESTAMP TO SAR-UPDATED-TS.

           CALL 'FILES' USING 'OPEN-SAR-CASE-FILE-IO'.
           CALL 'FILES' USING 'WRITE-SAR-CASE' SAR-CASE-RECORD
               WS-SAR-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-SAR-CASE-FILE'.

           IF NOT SAR-OP-SUCCESS
               MOVE 'Case could not be written' TO WS-SAR-OP-MESSAGE
               GO TO CREATE-CASE-END
           END-IF.

           MOVE 'SAR-CASE-OPEN' TO WS-AUDIT-ACTION.
           PERFORM RECORD-CASE-AUDIT.

           MOVE 'Case opened' TO WS-SAR-OP-MESSAGE.

       CREATE-CASE-END.
           EXIT.

       FIND-LIVE-DUPLICATE.
      *    Walk the subject's cases for one not yet decided against
      *    filing or filed that came from the same alert or posting
      *    Input: WS-OPEN-CUSTOMER-ID, WS-OPEN-SOURCE,
      *           WS-OPEN-ALERT-ID, WS-OPEN-TXN-ID
      *    Output: WS-DUPLICATE-FOUND, WS-DUPLICATE-CASE-ID
           MOVE 0 TO WS-DUPLICATE-FOUND.
           MOVE 0 TO WS-DUPLICATE-CASE-ID.
           MOVE WS-OPEN-CUSTOMER-ID TO SAR-CUSTOMER-ID.

           CALL 'FILES' USING 'OPEN-SAR-CASE-FILE-IO'.
           CALL 'FILES' USING 'START-SAR-CASE-BY-CUSTOMER'
               SAR-CASE-RECORD WS-SCAN-STATUS.

           PERFORM CHECK-NEXT-SUBJECT-CASE
               UNTIL WS-SCAN-STATUS NOT = '00'
               OR DUPLICATE-CASE-FOUND.

           CALL 'FILES' USING 'CLOSE-SAR-CASE-FILE'.

       CHECK-NEXT-SUBJECT-CASE.
      *    Compare one of the subject's cases with the new one
           CALL 'FILES' USING 'READ-NEXT-SAR-CASE'
               SAR-CASE-RECORD WS-SCAN-STATUS.

           IF WS-SCAN-STATUS = '00'
               IF SAR-CUSTOMER-ID NOT = WS-OPEN-CUSTOMER-ID
                   MOVE '10' TO WS-SCAN-STATUS
               ELSE
                   IF NOT SAR-NO-FILE AND NOT SAR-FILED
                       IF WS-OPEN-SOURCE = 'ALERT'
                               AND SAR-ALERT-ID = WS-OPEN-ALERT-ID
                           MOVE 1 TO WS-DUPLICATE-FOUND
                       END-IF
                       IF WS-OPEN-SOURCE = 'TXN'
                               AND SAR-SOURCE-TXN-ID = WS-OPEN-TXN-ID
                           MOVE 1 TO WS-DUPLICATE-FOUND
                       END-IF
                       IF DUPLICATE-CASE-FOUND
                           MOVE SAR-CASE-ID TO WS-DUPLICATE-CASE-ID
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * WORKING A CASE
      ******************************************************************

       GET-CASE.
      *    Read one case by case number - compliance roles only
      *    Input: WS-INPUT-CASE-ID, WS-INPUT-OPERATOR-ID
      *    Output: SAR-CASE-RECORD, WS-SAR-OP-STATUS,
      *            WS-SAR-OP-MESSAGE
           PERFORM CHECK-COMPLIANCE-OPERATOR
               THRU CHECK-COMPLIANCE-OPERATOR-END.
           IF NOT SAR-OP-SUCCESS
               INITIALIZE SAR-CASE-RECORD
               GO TO GET-CASE-END
           END-IF.

           PERFORM READ-SAR-CASE-RECORD.

           IF SAR-OP-SUCCESS
               MOVE 'Case found' TO WS-SAR-OP-MESSAGE
           ELSE
               MOVE 'Case not found' TO WS-SAR-OP-MESSAGE
           END-IF.

       GET-CASE-END.
           EXIT.

       ADD-CASE-TRANSACTION.
      *    Collect a related posting onto an OPEN case; its account
      *    comes with it while there is room
      *    Input: WS-INPUT-CASE-ID, WS-INPUT-TXN-ID,
      *           WS-INPUT-OPERATOR-ID
      *    Output: SAR-CASE-RECORD, WS-SAR-OP-STATUS,
      *            WS-SAR-OP-MESSAGE
           PERFORM READ-WORKABLE-CASE THRU READ-WORKABLE-CASE-END.
           IF NOT SAR-OP-SUCCESS
               GO TO ADD-CASE-TRANSACTION-END
           END-IF.

           PERFORM FIND-CASE-TXN.
           IF ALREADY-ON-CASE
               MOVE '99' TO WS-SAR-OP-STATUS
               MOVE 'Transaction is already on the case'
                   TO WS-SAR-OP-MESSAGE
               GO TO ADD-CASE-TRANSACTION-END
           END-IF.

           IF SAR-TXN-COUNT >= 15
               MOVE '99' TO WS-SAR-OP-STATUS
               MOVE 'Case already holds 15 transactions'
                   TO WS-SAR-OP-MESSAGE
               GO TO ADD-CASE-TRANSACTION-END
           END-IF.

           MOVE WS-INPUT-TXN-ID TO TXN-ID.
           CALL 'FILES' USING 'OPEN-TRANSACTION-FILE-IO'.
           CALL 'FILES' USING 'READ-TRANSACTION'
               TRANSACTION-RECORD WS-TXN-STATUS.
           CALL 'FILES' USING 'CLOSE-TRANSACTION-FILE'.

           IF WS-TXN-STATUS NOT = '00'
               MOVE '23' TO WS-SAR-OP-STATUS
               MOVE 'Transaction not found' TO WS-SAR-OP-MESSAGE
               GO TO ADD-CASE-TRANSACTION-END
           END-IF.

           ADD 1 TO SAR-TXN-COUNT.
           MOVE WS-INPUT-TXN-ID TO SAR-TXN-ID(SAR-TXN-COUNT).
           ADD TXN-AMOUNT TO SAR-TXN-TOTAL.

           MOVE TXN-ACCOUNT-ID TO WS-INPUT-ACCOUNT-ID.
           PERFORM FIND-CASE-ACCOUNT.
           IF NOT ALREADY-ON-CASE AND SAR-ACCOUNT-COUNT < 5
               ADD 1 TO SAR-ACCOUNT-COUNT
               MOVE TXN-ACCOUNT-ID
                   TO SAR-ACCOUNT-ID(SAR-ACCOUNT-COUNT)
           END-IF.

           PERFORM REWRITE-SAR-CASE-RECORD.
           IF NOT SAR-OP-SUCCESS
               MOVE 'Case could not be updated' TO WS-SAR-OP-MESSAGE
               GO TO ADD-CASE-TRANSACTION-END
           END-IF.

           MOVE 'SAR-CASE-UPDATE' TO WS-AUDIT-ACTION.
           PERFORM RECORD-CASE-AUDIT.

           MOVE 'Transaction added to the case' TO WS-SAR-OP-MESSAGE.

       ADD-CASE-TRANSACTION-END.
           EXIT.

       ADD-CASE-ACCOUNT.
      *    Collect a related account onto an OPEN case
      *    Input: WS-INPUT-CASE-ID, WS-INPUT-ACCOUNT-ID,
      *           WS-INPUT-OPERATOR-ID
      *    Output: SAR-CASE-RECORD, WS-SAR-OP-STATUS,
      *            WS-SAR-OP-MESSAGE
           PERFORM READ-WORKABLE-CASE THRU READ-WORKABLE-CASE-END.
           IF NOT SAR-OP-SUCCESS
               GO TO ADD-CASE-ACCOUNT-END
           END-IF.

           PERFORM FIND-CASE-ACCOUNT.
           IF ALREADY-ON-CASE
               MOVE '99' TO WS-SAR-OP-STATUS
               MOVE 'Account is already on the case'
                   TO WS-SAR-OP-MESSAGE
               GO TO ADD-CASE-ACCOUNT-END
           END-IF.

           IF SAR-ACCOUNT-COUNT >= 5
               MOVE '99' TO WS-SAR-OP-STATUS
               MOVE 'Case already holds 5 accounts'
                   TO WS-SAR-OP-MESSAGE
               GO TO ADD-CASE-ACCOUNT-END
           END-IF.

           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               WS-INPUT-ACCOUNT-ID ACCOUNT-RECORD WS-ACC-STATUS.

           IF WS-ACC-STATUS NOT = '00'
               MOVE '23' TO WS-SAR-OP-STATUS
               MOVE 'Account not found' TO WS-SAR-OP-MESSAGE
               GO TO ADD-CASE-ACCOUNT-END
           END-IF.

           ADD 1 TO SAR-ACCOUNT-COUNT.
           MOVE WS-INPUT-ACCOUNT-ID
               TO SAR-ACCOUNT-ID(SAR-ACCOUNT-COUNT).

           PERFORM REWRITE-SAR-CASE-RECORD.
           IF NOT SAR-OP-SUCCESS
               MOVE 'Case could not be updated' TO WS-SAR-OP-MESSAGE
               GO TO ADD-CASE-ACCOUNT-END
           END-IF.

           MOVE 'SAR-CASE-UPDATE' TO WS-AUDIT-ACTION.
           PERFORM RECORD-CASE-AUDIT.

           MOVE 'Account added to the case' TO WS-SAR-OP-MESSAGE.

       ADD-CASE-ACCOUNT-END.
           EXIT.

       SET-CASE-NARRATIVE.
      *    Write (or overwrite) one line of the analyst's narrative
      *    Input: WS-INPUT-CASE-ID, WS-INPUT-LINE-NO (1-4),
      *           WS-INPUT-NARRATIVE, WS-INPUT-OPERATOR-ID
      *    Output: SAR-CASE-RECORD, WS-SAR-OP-STATUS,
      *            WS-SAR-OP-MESSAGE
           IF WS-INPUT-LINE-NO < 1 OR WS-INPUT-LINE-NO > 4
               MOVE '99' TO WS-SAR-OP-STATUS
               MOVE 'Narrative line must be 1 to 4'
                   TO WS-SAR-OP-MESSAGE
               GO TO SET-CASE-NARRATIVE-END
           END-IF.

           PERFORM READ-WORKABLE-CASE THRU READ-WORKABLE-CASE-END.
           IF NOT SAR-OP-SUCCESS
               GO TO SET-CASE-NARRATIVE-END
           END-IF.

           MOVE WS-INPUT-NARRATIVE
               TO SAR-NARRATIVE(WS-INPUT-LINE-NO).

           PERFORM REWRITE-SAR-CASE-RECORD.
           IF NOT SAR-OP-SUCCESS
               MOVE 'Case could not be updated' TO WS-SAR-OP-MESSAGE
               GO TO SET-CASE-NARRATIVE-END
           END-IF.

           MOVE 'SAR-CASE-UPDATE' TO WS-AUDIT-ACTION.
           PERFORM RECORD-CASE-AUDIT.

           MOVE 'Narrative updated' TO WS-SAR-OP-MESSAGE.

       SET-CASE-NARRATIVE-END.
           EXIT.

      ******************************************************************
      * REFERRAL AND DECISION
      ******************************************************************

       REFER-CASE.
      *    Hand an OPEN case to the MLRO; it needs a narrative and
      *    at least one posting to be worth deciding
      *    Input: WS-INPUT-CASE-ID, WS-INPUT-OPERATOR-ID
      *    Output: SAR-CASE-RECORD, WS-SAR-OP-STATUS,
      *            WS-SAR-OP-MESSAGE
           PERFORM READ-WORKABLE-CASE THRU READ-WORKABLE-CASE-END.
           IF NOT SAR-OP-SUCCESS
               GO TO REFER-CASE-END
           END-IF.

           IF SAR-NARRATIVE(1) = SPACES
               MOVE '99' TO WS-SAR-OP-STATUS
               MOVE 'Write the narrative before referring the case'
                   TO WS-SAR-OP-MESSAGE
               GO TO REFER-CASE-END
           END-IF.

           IF SAR-TXN-COUNT = 0
               MOVE '99' TO WS-SAR-OP-STATUS
               MOVE 'Add at least one transaction before referring'
                   TO WS-SAR-OP-MESSAGE
               GO TO REFER-CASE-END
           END-IF.

           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-POSTING-DATE.

           MOVE 'REFERRED' TO SAR-STATUS.
           MOVE WS-POSTING-DATE TO SAR-REFERRED-DATE.

           PERFORM REWRITE-SAR-CASE-RECORD.
           IF NOT SAR-OP-SUCCESS
               MOVE 'Case could not be updated' TO WS-SAR-OP-MESSAGE
               GO TO REFER-CASE-END
           END-IF.

           MOVE 'SAR-CASE-REFER' TO WS-AUDIT-ACTION.
           PERFORM RECORD-CASE-AUDIT.

           MOVE 'Case referred to the MLRO' TO WS-SAR-OP-MESSAGE.

       REFER-CASE-END.
           EXIT.

       RECORD-DECISION.
      *    The MLRO's decision on a REFERRED case: FILE marks it for
      *    the next SARFILE run, NOFILE closes it with the reason,
      *    RETURN sends it back to the analyst as OPEN
      *    Input: WS-INPUT-CASE-ID, WS-INPUT-DECISION,
      *           WS-INPUT-DECISION-NOTE, WS-INPUT-OPERATOR-ID
      *    Output: SAR-CASE-RECORD, WS-SAR-OP-STATUS,
      *            WS-SAR-OP-MESSAGE
           PERFORM CHECK-COMPLIANCE-OPERATOR
               THRU CHECK-COMPLIANCE-OPERATOR-END.
           IF NOT SAR-OP-SUCCESS
               GO TO RECORD-DECISION-END
           END-IF.

           IF NOT ACTING-MLRO
               MOVE '99' TO WS-SAR-OP-STATUS
               MOVE 'Only the MLRO can decide a case'
                   TO WS-SAR-OP-MESSAGE
               GO TO RECORD-DECISION-END
           END-IF.

           IF NOT DECIDE-FILE AND NOT DECIDE-NO-FILE
                   AND NOT DECIDE-RETURN
               MOVE '99' TO WS-SAR-OP-STATUS
               MOVE 'Unknown decision' TO WS-SAR-OP-MESSAGE
               GO TO RECORD-DECISION-END
           END-IF.

           IF WS-INPUT-DECISION-NOTE = SPACES
               MOVE '99' TO WS-SAR-OP-STATUS
               MOVE 'The reason for the decision is required'
                   TO WS-SAR-OP-MESSAGE
               GO TO RECORD-DECISION-END
           END-IF.

           PERFORM READ-SAR-CASE-RECORD.
           IF NOT SAR-OP-SUCCESS
               MOVE 'Case not found' TO WS-SAR-OP-MESSAGE
               GO TO RECORD-DECISION-END
           END-IF.

           IF NOT SAR-REFERRED
               MOVE '99' TO WS-SAR-OP-STATUS
               MOVE 'Case has not been referred for decision'
                   TO WS-SAR-OP-MESSAGE
               GO TO RECORD-DECISION-END
           END-IF.

           IF SAR-ANALYST-OP-ID = WS-INPUT-OPERATOR-ID
               MOVE '99' TO WS-SAR-OP-STATUS
               MOVE 'You worked this case - another MLRO must decide'
                   TO WS-SAR-OP-MESSAGE
               GO TO RECORD-DECISION-END
           END-IF.

           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-POSTING-DATE.

           MOVE WS-INPUT-DECISION-NOTE TO SAR-DECISION-NOTE.
           MOVE WS-INPUT-OPERATOR-ID TO SAR-DECISION-OP-ID.
           MOVE WS-POSTING-DATE TO SAR-DECISION-DATE.

           EVALUATE TRUE
               WHEN DECIDE-FILE
                   MOVE 'TOFILE' TO SAR-STATUS
                   MOVE 'Case marked to file with the FIU'
                       TO WS-SAR-OP-MESSAGE
               WHEN DECIDE-NO-FILE
                   MOVE 'NOFILE' TO SAR-STATUS
                   MOVE 'Case closed without filing'
                       TO WS-SAR-OP-MESSAGE
               WHEN OTHER
                   MOVE 'OPEN' TO SAR-STATUS
                   MOVE 0 TO SAR-REFERRED-DATE
                   MOVE 'Case returned to the analyst'
                       TO WS-SAR-OP-MESSAGE
           END-EVALUATE.

           PERFORM REWRITE-SAR-CASE-RECORD.
           IF NOT SAR-OP-SUCCESS
               MOVE 'Case could not be updated' TO WS-SAR-OP-MESSAGE
               GO TO RECORD-DECISION-END
           END-IF.

           MOVE 'SAR-CASE-DECIDE' TO WS-AUDIT-ACTION.
           PERFORM RECORD-CASE-AUDIT.

       RECORD-DECISION-END.
           EXIT.

       MARK-CASE-FILED.
      *    Stamp a TOFILE case as written to the FIU filing; called
      *    by SARFILE once the case's lines are out
      *    Input: WS-INPUT-CASE-ID, WS-INPUT-OPERATOR-ID (0 = batch)
      *    Output: SAR-CASE-RECORD, WS-SAR-OP-STATUS,
      *            WS-SAR-OP-MESSAGE
           PERFORM READ-SAR-CASE-RECORD.
           IF NOT SAR-OP-SUCCESS
               MOVE 'Case not found' TO WS-SAR-OP-MESSAGE
               GO TO MARK-CASE-FILED-END
           END-IF.

           IF NOT SAR-TO-FILE
               MOVE '99' TO WS-SAR-OP-STATUS
               MOVE 'Case is not marked to file' TO WS-SAR-OP-MESSAGE
               GO TO MARK-CASE-FILED-END
           END-IF.

           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-POSTING-DATE.

           MOVE 'FILED' TO SAR-STATUS.
           MOVE WS-POSTING-DATE TO SAR-FILED-DATE.

           PERFORM REWRITE-SAR-CASE-RECORD.
           IF NOT SAR-OP-SUCCESS
               MOVE 'Case could not be updated' TO WS-SAR-OP-MESSAGE
               GO TO MARK-CASE-FILED-END
           END-IF.

           MOVE 'SAR-CASE-FILED' TO WS-AUDIT-ACTION.
           PERFORM RECORD-CASE-AUDIT.

           MOVE 'Case filed' TO WS-SAR-OP-MESSAGE.

       MARK-CASE-FILED-END.
           EXIT.

       END PROGRAM SARCASES.
