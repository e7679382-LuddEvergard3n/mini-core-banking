      ******************************************************************
      * GLBRANCH.COB - Branch General Ledger Module
      *
      * Keeps the general ledger's booked balances per branch as well
      * as per chart row. GL-ACCOUNT-RECORD stays the chart and the
      * bank-wide balance every existing reader uses; each movement
      * booked there is booked here too, on the row of the branch
      * that owns it, so a balance sheet can be drawn for a single
      * branch. A posting that moves customer money from an account
      * in one branch to an account in another also books the
      * inter-branch position between the two: the giving branch
      * owes the receiving branch (due-to, GLA 2200) and the
      * receiving branch is owed (due-from, GLA 1400).
      *
      * Design decisions:
      * - A branch row is created by the first movement the branch
      *   books on a chart row; a blank branch books to '0001', the
      *   system's original single implicit branch, the same default
      *   account creation applies
      * - A movement carries the same sign as the GLA-BALANCE
      *   movement its caller has just booked, whatever that
      *   writer's sign convention, so a chart row's branch rows
      *   always sum to its balance
      * - The inter-branch booking re-classes each branch's share of
      *   the GL mirror legs LEDGER booked for the posting: the
      *   giving branch's leg moves from the posting rule's row to
      *   due-to, the receiving branch's leg from the rule's row to
      *   due-from. The chart rows move the same way, so due-to and
      *   due-from net to zero across the bank
      * - Both sides of the pair carry the debit-leg amount, so a
      *   cross-currency transfer's pair still nets exactly; the
      *   conversion difference stays where LEDGER booked it
      * - Every inter-branch booking is logged to the inter-branch
      *   entry file, from which the nightly reconciliation (IBRECON)
      *   rebuilds each branch's expected position
      *
      * Operations:
      * - POST-BRANCH-GL-MOVEMENT: Books a signed movement on one
      *   branch's share of one chart row
      * - BOOK-INTER-BRANCH: Books the due-to/due-from pair for a
      *   posting that moved money between two branches
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLBRANCH.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  WS-GLB-OPERATION.
           05  WS-GLB-OP-STATUS        PIC XX.
               88  GLB-OP-SUCCESS      VALUE '00'.
               88  GLB-OP-NOT-FOUND    VALUE '23'.
               88  GLB-OP-ERROR        VALUE '99'.
           05  WS-GLB-OP-MESSAGE       PIC X(80).

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
       01  WS-INPUT-BRANCH-CODE        PIC X(4).
       01  WS-INPUT-GLA-ID             PIC 9(4).
       01  WS-INPUT-MOVEMENT           PIC S9(13)V99.
       01  WS-INPUT-TXN-ID             PIC 9(12).
       01  WS-INPUT-TXN-CODE           PIC X(6).
       01  WS-INPUT-CHANNEL            PIC X(10).
       01  WS-INPUT-FROM-BRANCH        PIC X(4).
       01  WS-INPUT-TO-BRANCH          PIC X(4).
       01  WS-INPUT-AMOUNT             PIC S9(13)V99.

      * The system's original single implicit branch - same value
      * account creation defaults a blank ACC-BRANCH-CODE to
       01  WS-DEFAULT-BRANCH-CODE      PIC X(4) VALUE '0001'.

      * Inter-branch chart rows, and the unmapped posting suspense
      * row LEDGER books a code with no rule to (same value as
      * LED-GL-SUSPENSE-ACCOUNT in LEDGER.COB)
       01  WS-GL-DUE-FROM-ACCOUNT      PIC 9(4) VALUE 1400.
       01  WS-GL-DUE-TO-ACCOUNT        PIC 9(4) VALUE 2200.
       01  WS-GL-SUSPENSE-ACCOUNT      PIC 9(4) VALUE 2900.

      * Inter-branch working data: the rule rows the two mirror legs
      * booked to, and the one chart/branch movement being booked
       01  WS-IB-WORK.
           05  WS-IB-GIVING-GLA        PIC 9(4).
           05  WS-IB-RECEIVING-GLA     PIC 9(4).
           05  WS-IB-BRANCH-CODE       PIC X(4).
           05  WS-IB-GLA-ID            PIC 9(4).
           05  WS-IB-MOVEMENT          PIC S9(13)V99.

       01  WS-FILE-STATUS              PIC XX.
       01  WS-GLA-STATUS               PIC XX.
       01  WS-RULE-STATUS              PIC XX.
       01  WS-POSTING-DATE             PIC 9(8).

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

      ******************************************************************
      * BRANCH BALANCE OPERATIONS
      ******************************************************************

       POST-BRANCH-GL-MOVEMENT.
      *    Add a signed movement to one branch's share of one chart
      *    row, creating the branch row on its first movement
      *    Input: WS-INPUT-BRANCH-CODE (blank for '0001'),
      *           WS-INPUT-GLA-ID, WS-INPUT-MOVEMENT
      *    Output: GL-BRANCH-BALANCE-RECORD, WS-GLB-OP-STATUS
           IF WS-INPUT-BRANCH-CODE = SPACES
               MOVE WS-DEFAULT-BRANCH-CODE TO WS-INPUT-BRANCH-CODE
           END-IF.

           MOVE WS-INPUT-BRANCH-CODE TO GLB-BRANCH-CODE.
           MOVE WS-INPUT-GLA-ID TO GLB-GLA-ID.

           CALL 'FILES' USING 'OPEN-GL-BRANCH-FILE-IO'.
           CALL 'FILES' USING 'READ-GL-BRANCH'
               GL-BRANCH-BALANCE-RECORD WS-FILE-STATUS.

           PERFORM GET-CURRENT-TIMESTAMP.

           IF WS-FILE-STATUS = '00'
               ADD WS-INPUT-MOVEMENT TO GLB-BALANCE
               MOVE WS-TIMESTAMP TO GLB-UPDATED-TS
               CALL 'FILES' USING 'UPDATE-GL-BRANCH'
                   GL-BRANCH-BALANCE-RECORD WS-FILE-STATUS
           ELSE
               INITIALIZE GL-BRANCH-BALANCE-RECORD
               MOVE WS-INPUT-BRANCH-CODE TO GLB-BRANCH-CODE
               MOVE WS-INPUT-GLA-ID TO GLB-GLA-ID
               MOVE WS-INPUT-MOVEMENT TO GLB-BALANCE
               MOVE WS-TIMESTAMP TO GLB-UPDATED-TS
               CALL 'FILES' USING 'WRITE-GL-BRANCH'
                   GL-BRANCH-BALANCE-RECORD WS-FILE-STATUS
           END-IF.

           CALL 'FILES' USING 'CLOSE-GL-BRANCH-FILE'.

           IF WS-FILE-STATUS = '00'
               MOVE '00' TO WS-GLB-OP-STATUS
           ELSE
               MOVE '99' TO WS-GLB-OP-STATUS
               MOVE 'Branch GL row could not be written'
                   TO WS-GLB-OP-MESSAGE
           END-IF.

      ******************************************************************
      * INTER-BRANCH OPERATIONS
      ******************************************************************

       BOOK-INTER-BRANCH.
      *    Book the due-to/due-from pair for a posting that moved
      *    customer money out of an account in one branch and into
      *    an account in another. Nothing is booked when both
      *    accounts sit in the same branch.
      *    Input: WS-INPUT-TXN-ID, WS-INPUT-TXN-CODE,
      *           WS-INPUT-CHANNEL (the code and channel the two
      *           ledger legs were posted under),
      *           WS-INPUT-FROM-BRANCH (the debited account's),
      *           WS-INPUT-TO-BRANCH (the credited account's),
      *           WS-INPUT-AMOUNT (the debit-leg amount)
      *    Output: WS-GLB-OP-STATUS
           MOVE '00' TO WS-GLB-OP-STATUS.

           IF WS-INPUT-FROM-BRANCH = SPACES
               MOVE WS-DEFAULT-BRANCH-CODE TO WS-INPUT-FROM-BRANCH
           END-IF.
           IF WS-INPUT-TO-BRANCH = SPACES
               MOVE WS-DEFAULT-BRANCH-CODE TO WS-INPUT-TO-BRANCH
           END-IF.

           IF WS-INPUT-FROM-BRANCH = WS-INPUT-TO-BRANCH
                   OR WS-INPUT-AMOUNT = 0
               GO TO BOOK-INTER-BRANCH-END
           END-IF.

           PERFORM RESOLVE-MIRROR-ROWS.

      *    Giving branch: its mirror of the customer DEBIT moves off
      *    the rule's credit row and onto due-to
           MOVE WS-INPUT-FROM-BRANCH TO WS-IB-BRANCH-CODE.
           MOVE WS-IB-GIVING-GLA TO WS-IB-GLA-ID.
           COMPUTE WS-IB-MOVEMENT = 0 - WS-INPUT-AMOUNT.
           PERFORM MOVE-CHART-AND-BRANCH.

           MOVE WS-GL-DUE-TO-ACCOUNT TO WS-IB-GLA-ID.
           MOVE WS-INPUT-AMOUNT TO WS-IB-MOVEMENT.
           PERFORM MOVE-CHART-AND-BRANCH.

      *    Receiving branch: its mirror of the customer CREDIT moves
      *    off the rule's debit row and onto due-from
           MOVE WS-INPUT-TO-BRANCH TO WS-IB-BRANCH-CODE.
           MOVE WS-IB-RECEIVING-GLA TO WS-IB-GLA-ID.
           MOVE WS-INPUT-AMOUNT TO WS-IB-MOVEMENT.
           PERFORM MOVE-CHART-AND-BRANCH.

           MOVE WS-GL-DUE-FROM-ACCOUNT TO WS-IB-GLA-ID.
           COMPUTE WS-IB-MOVEMENT = 0 - WS-INPUT-AMOUNT.
           PERFORM MOVE-CHART-AND-BRANCH.

           PERFORM LOG-INTER-BRANCH-ENTRY.

       BOOK-INTER-BRANCH-END.
           EXIT.

       RESOLVE-MIRROR-ROWS.
      *    The chart rows LEDGER booked the two mirror legs to: the
      *    rule's credit row for the customer DEBIT, its debit row
      *    for the customer CREDIT, suspense when no rule applies
      *    Output: WS-IB-GIVING-GLA, WS-IB-RECEIVING-GLA
           MOVE WS-GL-SUSPENSE-ACCOUNT TO WS-IB-GIVING-GLA.
           MOVE WS-GL-SUSPENSE-ACCOUNT TO WS-IB-RECEIVING-GLA.

           CALL 'POSTRULE' USING 'RESOLVE-POSTING-RULE'
               WS-INPUT-TXN-CODE WS-INPUT-CHANNEL
               POSTING-RULE-RECORD WS-RULE-STATUS.

           IF WS-RULE-STATUS = '00'
               MOVE PRL-CREDIT-GLA TO WS-IB-GIVING-GLA
               MOVE PRL-DEBIT-GLA TO WS-IB-RECEIVING-GLA
           END-IF.

       MOVE-CHART-AND-BRANCH.
      *    Book one movement on a chart row and on the branch's share
      *    of it. A rule row no longer on the chart falls back to
      *    suspense, exactly as LEDGER's mirror posting did.
      *    Input: WS-IB-BRANCH-CODE, WS-IB-GLA-ID, WS-IB-MOVEMENT
           MOVE WS-IB-GLA-ID TO GLA-ID.

           CALL 'FILES' USING 'OPEN-GL-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'READ-GL-ACCOUNT' GL-ACCOUNT-RECORD
               WS-GLA-STATUS.

           IF WS-GLA-STATUS NOT = '00'
               MOVE WS-GL-SUSPENSE-ACCOUNT TO WS-IB-GLA-ID
               MOVE WS-GL-SUSPENSE-ACCOUNT TO GLA-ID
               CALL 'FILES' USING 'READ-GL-ACCOUNT' GL-ACCOUNT-RECORD
                   WS-GLA-STATUS
           END-IF.

           ADD WS-IB-MOVEMENT TO GLA-BALANCE.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO GLA-UPDATED-TS.

           CALL 'FILES' USING 'UPDATE-GL-ACCOUNT' GL-ACCOUNT-RECORD
               WS-GLA-STATUS.
           CALL 'FILES' USING 'CLOSE-GL-ACCOUNT-FILE'.

           MOVE WS-IB-BRANCH-CODE TO WS-INPUT-BRANCH-CODE.
           MOVE WS-IB-GLA-ID TO WS-INPUT-GLA-ID.
           MOVE WS-IB-MOVEMENT TO WS-INPUT-MOVEMENT.
           PERFORM POST-BRANCH-GL-MOVEMENT.

       LOG-INTER-BRANCH-ENTRY.
      *    Record the booking for the nightly reconciliation
           INITIALIZE INTER-BRANCH-ENTRY-RECORD.
           MOVE WS-INPUT-TXN-ID TO IBE-TXN-ID.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE' WS-POSTING-DATE.
           MOVE WS-POSTING-DATE TO IBE-BOOKED-DATE.
           MOVE WS-INPUT-FROM-BRANCH TO IBE-FROM-BRANCH.
           MOVE WS-INPUT-TO-BRANCH TO IBE-TO-BRANCH.
           MOVE WS-INPUT-AMOUNT TO IBE-AMOUNT.
           MOVE WS-INPUT-TXN-CODE TO IBE-TXN-CODE.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO IBE-CREATED-TS.

           CALL 'FILES' USING 'OPEN-INTER-BRANCH-FILE-IO'.
           CALL 'FILES' USING 'WRITE-INTER-BRANCH-ENTRY'
               INTER-BRANCH-ENTRY-RECORD WS-FILE-STATUS.
           CALL 'FILES' USING 'CLOSE-INTER-BRANCH-FILE'.

           IF WS-FILE-STATUS NOT = '00'
               MOVE '99' TO WS-GLB-OP-STATUS
               MOVE 'Inter-branch entry could not be logged'
                   TO WS-GLB-OP-MESSAGE
           END-IF.

       END PROGRAM GLBRANCH.
