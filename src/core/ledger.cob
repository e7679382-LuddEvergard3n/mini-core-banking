      * - DEBIT: Money out
      * - BLOCK: Funds blocked
      * - UNBLOCK: Funds released
      *
      * Every entry carries the structured transaction code its
      * posting path stamped; the GL mirror leg of a CREDIT/DEBIT
      * books to the chart row the posting rules table (see
      * POSTRULE.COB) gives that code and channel, and the same
      * movement is booked on the posting account's branch share of
      * that row (see GLBRANCH.COB)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER.
       01  WS-INPUT-DESCRIPTION        PIC X(50).
       01  WS-INPUT-REASON-CODE        PIC X(10).
       01  WS-INPUT-CASE-REFERENCE     PIC X(20).
      * Structured transaction code and originating channel the
      * posting rules table resolves the GL designation by
       01  WS-INPUT-TXN-CODE           PIC X(6).
       01  WS-INPUT-CHANNEL            PIC X(10).
      * Branch of the posting account (blank for the head office
      * branch '0001') - the branch the GL mirror leg is booked to
       01  WS-INPUT-BRANCH-CODE        PIC X(4).

      * Effective value date applied to entries created while it is
      * set (see SET-ENTRY-VALUE-DATE); zero - the normal case -
           05  WS-GL-MIRROR-AMOUNT     PIC S9(13)V99.
           05  WS-GL-MIRROR-TXN-ID     PIC 9(12).
           05  WS-GL-MIRROR-DESC       PIC X(50).
           05  WS-GL-MIRROR-CODE       PIC X(6).
           05  WS-GL-MIRROR-CHANNEL    PIC X(10).
           05  WS-GL-MIRROR-REFERENCE  PIC X(20).
           05  WS-GL-BALANCE-BEFORE    PIC S9(13)V99.
           05  WS-GL-BALANCE-AFTER     PIC S9(13)V99.
           05  WS-GL-BRANCH-MOVEMENT   PIC S9(13)V99.
           05  WS-GL-BRANCH-STATUS     PIC XX.
           05  WS-GL-OPEN-ITEM-STATUS  PIC XX.

      * Chart-of-accounts designation for the mirror leg being
      * posted (see DETERMINE-GL-ACCOUNT): every fee, interest
      * payment and suspense movement books to its own internal GL
      * account instead of all landing in one undifferentiated bucket
       01  WS-GL-DESIGNATED-ACCOUNT    PIC 9(4).
       01  WS-GL-RULE-STATUS           PIC XX.
       01  WS-GLA-FILE-STATUS          PIC XX.
      * Chart row a posting with no rule (or a rule pointing at a
      * row since retired from the chart) books to, pending finance
      * adding the rule and journalling it out
       01  LED-GL-SUSPENSE-ACCOUNT     PIC 9(4) VALUE 2900.

      * For ledger query operations
      * (LEDGER-QUERY-RESULT, holding the account ID and matched
           MOVE WS-INPUT-DESCRIPTION TO LED-DESCRIPTION.
           MOVE WS-INPUT-REASON-CODE TO LED-REASON-CODE.
           MOVE WS-INPUT-CASE-REFERENCE TO LED-CASE-REFERENCE.
           MOVE WS-INPUT-TXN-CODE TO LED-TXN-CODE.

           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO LED-TIMESTAMP.
      *    DEBIT negative) nets to zero bank-wide, leg by leg - a
      *    TRANSFER's two legs (a DEBIT and a CREDIT) each get their
      *    own mirror the same way
      *    Input: LED-TYPE, LED-TXN-ID, LED-AMOUNT, LED-DESCRIPTION,
      *           LED-TXN-CODE, LED-CASE-REFERENCE, WS-INPUT-CHANNEL
      *    Output: CTL-GL-BALANCE (via control file), new GL
      *    LEDGER-RECORD appended
           MOVE LED-TYPE TO WS-GL-ORIGINAL-TYPE.
           MOVE LED-AMOUNT TO WS-GL-MIRROR-AMOUNT.
           MOVE LED-TXN-ID TO WS-GL-MIRROR-TXN-ID.
           MOVE LED-DESCRIPTION TO WS-GL-MIRROR-DESC.
           MOVE LED-TXN-CODE TO WS-GL-MIRROR-CODE.
           MOVE WS-INPUT-CHANNEL TO WS-GL-MIRROR-CHANNEL.
           MOVE LED-CASE-REFERENCE TO WS-GL-MIRROR-REFERENCE.

           CALL 'FILES' USING 'READ-CONTROL' CONTROL-RECORD
               WS-LED-OP-STATUS.
           CALL 'FILES' USING 'UPDATE-CONTROL' CONTROL-RECORD
               WS-LED-OP-STATUS.

      *    Book the same movement against the internal GL account
      *    the posting rule designates, so fee income and interest
      *    expense stop hiding inside one undifferentiated total
           PERFORM DETERMINE-GL-ACCOUNT.
           PERFORM POST-TO-DESIGNATED-GL-ACCOUNT.

           MOVE LED-GL-CONTROL-ACCOUNT-ID TO LED-ACCOUNT-ID.
           MOVE WS-GL-DESIGNATED-ACCOUNT TO LED-GL-ACCOUNT.
           MOVE WS-GL-MIRROR-TXN-ID TO LED-TXN-ID.
           MOVE WS-GL-MIRROR-CODE TO LED-TXN-CODE.
           IF WS-GL-ORIGINAL-TYPE = 'CREDIT'
               MOVE 'DEBIT' TO LED-TYPE
           ELSE
           CONTINUE.

       DETERMINE-GL-ACCOUNT.
      *    Map the movement to its chart-of-accounts position through
      *    the posting rules table, by the structured transaction code
      *    the posting path stamped and the channel it came in on -
      *    never by what the description happens to say. A customer
      *    CREDIT books to the rule's debit row, a customer DEBIT to
      *    its credit row. A blank or unmapped code books to the
      *    unmapped posting suspense row, where the posting
      *    exceptions report picks it up.
      *    Input: WS-GL-MIRROR-CODE, WS-GL-MIRROR-CHANNEL,
      *           WS-GL-ORIGINAL-TYPE
      *    Output: WS-GL-DESIGNATED-ACCOUNT
           MOVE LED-GL-SUSPENSE-ACCOUNT TO WS-GL-DESIGNATED-ACCOUNT.

           CALL 'POSTRULE' USING 'RESOLVE-POSTING-RULE'
               WS-GL-MIRROR-CODE WS-GL-MIRROR-CHANNEL
               POSTING-RULE-RECORD WS-GL-RULE-STATUS.

           IF WS-GL-RULE-STATUS = '00'
               IF WS-GL-ORIGINAL-TYPE = 'CREDIT'
                   MOVE PRL-DEBIT-GLA TO WS-GL-DESIGNATED-ACCOUNT
               ELSE
                   MOVE PRL-CREDIT-GLA TO WS-GL-DESIGNATED-ACCOUNT
               END-IF
           END-IF.

       POST-TO-DESIGNATED-GL-ACCOUNT.
      *    Move the designated GL account's booked balance by the
      *    same signed amount as CTL-GL-BALANCE (GL DEBIT subtracts,
      *    GL CREDIT adds), then the posting account's branch share
      *    of it by the same amount. A movement on a row under
      *    open-item control is also registered as an open item, so
      *    it can be matched off against the movement that clears it.
           MOVE WS-GL-DESIGNATED-ACCOUNT TO GLA-ID.

           CALL 'FILES' USING 'OPEN-GL-ACCOUNT-FILE-IO'.
               WS-GLA-FILE-STATUS.

           IF WS-GLA-FILE-STATUS NOT = '00'
      *        A rule pointing at a retired chart row falls back to
      *        the unmapped posting suspense row rather than losing
      *        the posting - the exceptions report then shows it
               CALL 'FILES' USING 'CLOSE-GL-ACCOUNT-FILE'
               MOVE LED-GL-SUSPENSE-ACCOUNT
                   TO WS-GL-DESIGNATED-ACCOUNT
               MOVE LED-GL-SUSPENSE-ACCOUNT TO GLA-ID
               CALL 'FILES' USING 'OPEN-GL-ACCOUNT-FILE-IO'
               CALL 'FILES' USING 'READ-GL-ACCOUNT'
                   GL-ACCOUNT-RECORD WS-GLA-FILE-STATUS
           END-IF.

           IF WS-GL-ORIGINAL-TYPE = 'CREDIT'
               COMPUTE WS-GL-BRANCH-MOVEMENT = 0 - WS-GL-MIRROR-AMOUNT
           ELSE
               MOVE WS-GL-MIRROR-AMOUNT TO WS-GL-BRANCH-MOVEMENT
           END-IF.
           ADD WS-GL-BRANCH-MOVEMENT TO GLA-BALANCE.

           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO GLA-UPDATED-TS.
               WS-GLA-FILE-STATUS.
           CALL 'FILES' USING 'CLOSE-GL-ACCOUNT-FILE'.

           CALL 'GLBRANCH' USING 'POST-BRANCH-GL-MOVEMENT'
               WS-INPUT-BRANCH-CODE WS-GL-DESIGNATED-ACCOUNT
               WS-GL-BRANCH-MOVEMENT WS-GL-BRANCH-STATUS.

           IF GLA-OPEN-ITEM-MANAGED
               CALL 'OPENITEM' USING 'REGISTER-OPEN-ITEM'
                   WS-GL-DESIGNATED-ACCOUNT WS-INPUT-BRANCH-CODE
                   WS-GL-BRANCH-MOVEMENT WS-GL-MIRROR-REFERENCE
                   WS-GL-MIRROR-TXN-ID 'LD' WS-GL-MIRROR-DESC 0
                   OPEN-ITEM-RECORD WS-GL-OPEN-ITEM-STATUS
           END-IF.

       QUERY-LEDGER-BY-ACCOUNT.
      *    Query ledger entries for specific account, using the
      *    ledger's LED-ACCOUNT-ID alternate key instead of a
