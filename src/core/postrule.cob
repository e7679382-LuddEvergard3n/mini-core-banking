      ******************************************************************
      * POSTRULE.COB - Posting Rules Table Module
      *
      * Maintains the posting rules table that decides which chart-
      * of-accounts rows a customer movement's GL mirror leg books
      * to. Every posting path stamps a structured transaction code
      * (DEP, WDL, FEE, INTPAY, ...) on the transaction and its
      * ledger entries; LEDGER resolves the code, with the channel
      * the movement came in on, against this table instead of
      * reading the operator's free-text description.
      *
      * Design decisions:
      * - One row per code and channel; a blank channel is the
      *   code's catch-all, so a channel-specific row (the same code
      *   booked differently when it arrives by WIRE, say) only
      *   needs adding where the books genuinely differ
      * - Each rule names both sides: the debit GL row used when the
      *   customer leg is a CREDIT, and the credit GL row used when
      *   the customer leg is a DEBIT - a fee refund keyed under FEE
      *   debits fee income instead of crediting it
      * - Both GL rows must already be on the chart before a rule
      *   will save, so a rule can never point at a row that the
      *   posting would then have to guess around
      * - A code with no rule is not refused at posting time - the
      *   money still has to move - it books to the unmapped posting
      *   suspense row and the posting exceptions report lists it
      * - Rule changes are audited; they move where money lands
      * - A rule is set or removed only on an approved reference data
      *   change: REFCHG.COB calls SET-POSTING-RULE and
      *   REMOVE-POSTING-RULE with the approving operator once a
      *   second operator signs the change off
      *
      * Operations:
      * - SET-POSTING-RULE: Creates or replaces one code/channel rule
      * - REMOVE-POSTING-RULE: Deletes one code/channel rule
      * - GET-POSTING-RULE: Retrieves one code/channel rule exactly
      * - RESOLVE-POSTING-RULE: Finds the rule a posting applies -
      *   the channel-specific row, else the code's catch-all
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTRULE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  WS-PRL-OPERATION.
           05  WS-PRL-OP-STATUS        PIC XX.
               88  PRL-OP-SUCCESS      VALUE '00'.
               88  PRL-OP-NOT-FOUND    VALUE '23'.
               88  PRL-OP-INVALID      VALUE '99'.
           05  WS-PRL-OP-MESSAGE       PIC X(80).

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
       01  WS-INPUT-TXN-CODE           PIC X(6).
       01  WS-INPUT-CHANNEL            PIC X(10).
       01  WS-INPUT-DEBIT-GLA          PIC 9(4).
       01  WS-INPUT-CREDIT-GLA         PIC 9(4).
       01  WS-INPUT-DESCRIPTION        PIC X(30).
       01  WS-INPUT-OPERATOR-ID        PIC 9(6).

       01  WS-FILE-STATUS              PIC XX.
       01  WS-GLA-STATUS               PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-AUDIT-DETAILS            PIC X(50).

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

       CHECK-GL-ROW-ON-CHART.
      *    Confirm one GL row exists on the chart of accounts
      *    Input: GLA-ID in GL-ACCOUNT-RECORD
      *    Output: WS-GLA-STATUS ('00' on file, '23' not)
           CALL 'FILES' USING 'OPEN-GL-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'READ-GL-ACCOUNT' GL-ACCOUNT-RECORD
               WS-GLA-STATUS.
           CALL 'FILES' USING 'CLOSE-GL-ACCOUNT-FILE'.

      ******************************************************************
      * POSTING RULE OPERATIONS
      ******************************************************************

       SET-POSTING-RULE.
      *    Create or replace the rule for one code and channel
      *    Input: WS-INPUT-TXN-CODE, WS-INPUT-CHANNEL (blank for the
      *           code's catch-all), WS-INPUT-DEBIT-GLA,
      *           WS-INPUT-CREDIT-GLA, WS-INPUT-DESCRIPTION,
      *           WS-INPUT-OPERATOR-ID
      *    Output: POSTING-RULE-RECORD, WS-PRL-OP-STATUS

           IF WS-INPUT-TXN-CODE = SPACES
               MOVE '99' TO WS-PRL-OP-STATUS
               MOVE 'A transaction code is required'
                   TO WS-PRL-OP-MESSAGE
               GO TO SET-POSTING-RULE-END
           END-IF.

           MOVE WS-INPUT-DEBIT-GLA TO GLA-ID.
           PERFORM CHECK-GL-ROW-ON-CHART.
           IF WS-GLA-STATUS NOT = '00'
               MOVE '99' TO WS-PRL-OP-STATUS
               MOVE 'Debit GL account is not on the chart'
                   TO WS-PRL-OP-MESSAGE
               GO TO SET-POSTING-RULE-END
           END-IF.

           MOVE WS-INPUT-CREDIT-GLA TO GLA-ID.
           PERFORM CHECK-GL-ROW-ON-CHART.
           IF WS-GLA-STATUS NOT = '00'
               MOVE '99' TO WS-PRL-OP-STATUS
               MOVE 'Credit GL account is not on the chart'
                   TO WS-PRL-OP-MESSAGE
               GO TO SET-POSTING-RULE-END
           END-IF.

           MOVE WS-INPUT-TXN-CODE TO PRL-TXN-CODE.
           MOVE WS-INPUT-CHANNEL TO PRL-CHANNEL.

           CALL 'FILES' USING 'OPEN-POSTING-RULE-FILE-IO'.
           CALL 'FILES' USING 'READ-POSTING-RULE' POSTING-RULE-RECORD
               WS-FILE-STATUS.

           MOVE WS-INPUT-TXN-CODE TO PRL-TXN-CODE.
           MOVE WS-INPUT-CHANNEL TO PRL-CHANNEL.
           MOVE WS-INPUT-DEBIT-GLA TO PRL-DEBIT-GLA.
           MOVE WS-INPUT-CREDIT-GLA TO PRL-CREDIT-GLA.
           MOVE WS-INPUT-DESCRIPTION TO PRL-DESCRIPTION.
           MOVE WS-INPUT-OPERATOR-ID TO PRL-UPDATED-BY.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO PRL-UPDATED-TS.

           IF WS-FILE-STATUS = '00'
               CALL 'FILES' USING 'UPDATE-POSTING-RULE'
                   POSTING-RULE-RECORD WS-PRL-OP-STATUS
           ELSE
               CALL 'FILES' USING 'WRITE-POSTING-RULE'
                   POSTING-RULE-RECORD WS-PRL-OP-STATUS
           END-IF.

           CALL 'FILES' USING 'CLOSE-POSTING-RULE-FILE'.

           IF PRL-OP-SUCCESS
               MOVE 'Posting rule set' TO WS-PRL-OP-MESSAGE
               MOVE SPACES TO WS-AUDIT-DETAILS
               STRING 'Rule ' PRL-TXN-CODE '/' PRL-CHANNEL
                   ' DR ' PRL-DEBIT-GLA ' CR ' PRL-CREDIT-GLA
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAILS
               CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
                   WS-INPUT-OPERATOR-ID 'POSTING-RULE-SET' 0
                   WS-AUDIT-DETAILS WS-AUDIT-STATUS
           ELSE
               MOVE 'Failed to set posting rule' TO WS-PRL-OP-MESSAGE
           END-IF.

       SET-POSTING-RULE-END.
           EXIT.

       REMOVE-POSTING-RULE.
      *    Delete the rule for one code and channel. Removing a
      *    code's catch-all leaves any posting under it unmapped
      *    (suspense) unless a channel-specific rule still covers it.
      *    Input: WS-INPUT-TXN-CODE, WS-INPUT-CHANNEL,
      *           WS-INPUT-OPERATOR-ID
      *    Output: WS-PRL-OP-STATUS
           MOVE WS-INPUT-TXN-CODE TO PRL-TXN-CODE.
           MOVE WS-INPUT-CHANNEL TO PRL-CHANNEL.

           CALL 'FILES' USING 'OPEN-POSTING-RULE-FILE-IO'.
           CALL 'FILES' USING 'DELETE-POSTING-RULE'
               POSTING-RULE-RECORD WS-PRL-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-POSTING-RULE-FILE'.

           IF PRL-OP-SUCCESS
               MOVE 'Posting rule removed' TO WS-PRL-OP-MESSAGE
               MOVE SPACES TO WS-AUDIT-DETAILS
               STRING 'Rule ' WS-INPUT-TXN-CODE '/' WS-INPUT-CHANNEL
                   ' removed'
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAILS
               CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
                   WS-INPUT-OPERATOR-ID 'POSTING-RULE-REMOVED' 0
                   WS-AUDIT-DETAILS WS-AUDIT-STATUS
           ELSE
               MOVE 'No rule on file for that code and channel'
                   TO WS-PRL-OP-MESSAGE
           END-IF.

       GET-POSTING-RULE.
      *    Retrieve the rule for exactly one code and channel
      *    Input: WS-INPUT-TXN-CODE, WS-INPUT-CHANNEL
      *    Output: POSTING-RULE-RECORD, WS-PRL-OP-STATUS
           MOVE WS-INPUT-TXN-CODE TO PRL-TXN-CODE.
           MOVE WS-INPUT-CHANNEL TO PRL-CHANNEL.

           CALL 'FILES' USING 'OPEN-POSTING-RULE-FILE-IO'.
           CALL 'FILES' USING 'READ-POSTING-RULE' POSTING-RULE-RECORD
               WS-PRL-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-POSTING-RULE-FILE'.

           IF PRL-OP-SUCCESS
               MOVE 'Posting rule found' TO WS-PRL-OP-MESSAGE
           ELSE
               MOVE 'No rule on file for that code and channel'
                   TO WS-PRL-OP-MESSAGE
           END-IF.

       RESOLVE-POSTING-RULE.
      *    Find the rule a posting applies: the row for its own
      *    channel if finance has set one, else the code's catch-all
      *    Input: WS-INPUT-TXN-CODE, WS-INPUT-CHANNEL
      *    Output: POSTING-RULE-RECORD, WS-PRL-OP-STATUS ('23' when
      *            the code is blank or has no rule at all)
           IF WS-INPUT-TXN-CODE = SPACES
               MOVE '23' TO WS-PRL-OP-STATUS
               MOVE 'Posting carries no transaction code'
                   TO WS-PRL-OP-MESSAGE
               GO TO RESOLVE-POSTING-RULE-END
           END-IF.

           CALL 'FILES' USING 'OPEN-POSTING-RULE-FILE-IO'.

           MOVE WS-INPUT-TXN-CODE TO PRL-TXN-CODE.
           MOVE WS-INPUT-CHANNEL TO PRL-CHANNEL.
           MOVE '23' TO WS-PRL-OP-STATUS.
           IF WS-INPUT-CHANNEL NOT = SPACES
               CALL 'FILES' USING 'READ-POSTING-RULE'
                   POSTING-RULE-RECORD WS-PRL-OP-STATUS
           END-IF.

           IF NOT PRL-OP-SUCCESS
               MOVE WS-INPUT-TXN-CODE TO PRL-TXN-CODE
               MOVE SPACES TO PRL-CHANNEL
               CALL 'FILES' USING 'READ-POSTING-RULE'
                   POSTING-RULE-RECORD WS-PRL-OP-STATUS
           END-IF.

           CALL 'FILES' USING 'CLOSE-POSTING-RULE-FILE'.

           IF PRL-OP-SUCCESS
               MOVE 'Posting rule resolved' TO WS-PRL-OP-MESSAGE
           ELSE
               MOVE '23' TO WS-PRL-OP-STATUS
               MOVE 'No posting rule for this code'
                   TO WS-PRL-OP-MESSAGE
           END-IF.

       RESOLVE-POSTING-RULE-END.
           EXIT.

       END PROGRAM POSTRULE.
