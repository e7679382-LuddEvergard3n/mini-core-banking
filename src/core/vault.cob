      * - Vault <-> drawer movements post the matching drawer-side
      *   movement through DRAWER/RECORD-DRAWER-MOVEMENT, so the
      *   end-of-shift drawer balancing math (float + in - out)
      *   still proves out with no special cases; they are posted
      *   as vault movements (VIN/VOU) so the drawer also keeps
      *   their net apart from the customers' cash
      * - An outbound shipment leaves the vault the moment it is
      *   ordered (the cash is on the truck); an inbound order only
      *   raises the vault when settled on arrival
      * - BALANCE-VAULT mirrors BALANCE-DRAWER-SESSION: counted
      *   amount against the book position, over/short recorded on
      *   the row - but the vault row lives on, it has no shifts
      * - The branch's ATMs are cash positions of their own, fed
      *   only from the branch vault. A replenishment leaves the
      *   vault and lands in the machine at once (the crew carries
      *   it straight over), and is written to the shipment
      *   register as an already-settled ATM movement so every
      *   movement of vault cash has an ID on file
      * - An ATM is balanced per cash-count cycle: the count is
      *   compared with the cycle's opening load less the
      *   withdrawals settled to the machine since, and then
      *   becomes the opening load of the next cycle. The GL
      *   posting of the over/short is the balancing batch's job
      * - A branch's target vault range is whole reais on its vault
      *   row; zero in both ends (or a row that predates the range)
      *   means no range is set, and the cash demand forecast then
      *   only suggests covering a projected shortfall
      * - Every physical count of drawer or vault cash, and every
      *   shipment order, can carry its note and coin breakdown in
      *   the cash count register. The breakdown must total to the
      *   amount the count or order was posted with, so the
      *   existing balancing arithmetic never sees a different
      *   figure; the denomination table lives here alone, and
      *   screens and reports take their copy from it
      *
      * Operations:
      * - GET-VAULT-POSITION: Reads (or creates) a branch's vault row
      *   central bank
      * - SETTLE-CASH-SHIPMENT: Settles an ordered shipment
      * - BALANCE-VAULT: Records a physical count and the over/short
      * - SET-VAULT-TARGET-RANGE: Sets the minimum and maximum the
      *   branch keeps its vault between
      * - REGISTER-ATM: Adds a cash machine to a branch's register
      * - GET-ATM: Reads one ATM row by terminal ID
      * - REPLENISH-ATM: Moves cash vault -> ATM
      * - RECORD-ATM-WITHDRAWAL: Credits a settled withdrawal to the
      *   ATM that paid it out
      * - BALANCE-ATM: Records a cycle's cash count and over/short
      *   and opens the next cycle
      * - GET-DENOMINATION-TABLE: Returns the notes and coins in
      *   breakdown slot order
      * - TOTAL-DENOMINATION-COUNT: Values a note and coin breakdown
      * - RECORD-CASH-COUNT: Files a breakdown against the drawer
      *   session, vault or shipment it belongs to
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAULT.
       01  WS-INPUT-REFERENCE          PIC X(20).
       01  WS-INPUT-SHIPMENT-ID        PIC 9(8).
       01  WS-INPUT-COUNTED-AMOUNT     PIC S9(13)V99.
       01  WS-INPUT-TERMINAL-ID        PIC X(8).
       01  WS-INPUT-LOCATION           PIC X(30).
       01  WS-INPUT-LOW-CASH-LEVEL     PIC S9(13)V99.
       01  WS-INPUT-EVENT-DATE         PIC 9(8).
       01  WS-INPUT-TARGET-MIN         PIC S9(9).
       01  WS-INPUT-TARGET-MAX         PIC S9(9).

       01  WS-INPUT-COUNT-TYPE         PIC X(8).
       01  WS-INPUT-REFERENCE-ID       PIC 9(10).
       01  WS-DENOMINATION-TOTAL       PIC S9(13)V99.

      * Home currency notes and coins, largest first - face value
      * then kind. This is the slot order of every breakdown in the
      * cash count register (see DENOMINATION-TABLE in SCHEMA.COB)
       01  WS-DENOMINATION-VALUES.
           05  FILLER                  PIC X(9) VALUE '20000NOTE'.
           05  FILLER                  PIC X(9) VALUE '10000NOTE'.
           05  FILLER                  PIC X(9) VALUE '05000NOTE'.
           05  FILLER                  PIC X(9) VALUE '02000NOTE'.
           05  FILLER                  PIC X(9) VALUE '01000NOTE'.
           05  FILLER                  PIC X(9) VALUE '00500NOTE'.
           05  FILLER                  PIC X(9) VALUE '00200NOTE'.
           05  FILLER                  PIC X(9) VALUE '00100COIN'.
           05  FILLER                  PIC X(9) VALUE '00050COIN'.
           05  FILLER                  PIC X(9) VALUE '00025COIN'.
           05  FILLER                  PIC X(9) VALUE '00010COIN'.
           05  FILLER                  PIC X(9) VALUE '00005COIN'.
       01  WS-DNM-IDX                  PIC 99.

       01  WS-BUSINESS-DATE            PIC 9(8).
       01  WS-ATM-EXPECTED-CASH        PIC S9(13)V99.

       01  WS-DRAWER-STATUS            PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.

      * Branch master check on the branch keyed for a vault movement
      * or count (see VALIDATE-BRANCH-CODE in BRANCHES.COB); a new
      * ATM needs a branch open for new business
       01  WS-BRANCH-CHECK-STATUS      PIC XX.
       01  WS-BRANCH-CHECK-MESSAGE     PIC X(80).

       PROCEDURE DIVISION.

      ******************************************************************
           CALL 'FILES' USING 'UPDATE-CONTROL' CONTROL-RECORD
               WS-VLT-OP-STATUS.

       CHECK-VAULT-BRANCH.
      *    The branch keyed for a vault movement or count must be on
      *    the branch master and not closed - a closed branch's
      *    vault was emptied into the receiving branch's by the
      *    merger, and a mistyped code would otherwise open a vault
      *    row for a branch that does not exist
      *    Input: WS-INPUT-BRANCH-CODE
      *    Output: WS-VLT-OP-STATUS, WS-VLT-OP-MESSAGE
           CALL 'BRANCHES' USING 'VALIDATE-BRANCH-CODE'
               WS-INPUT-BRANCH-CODE BRANCH-RECORD
               WS-BRANCH-CHECK-STATUS WS-BRANCH-CHECK-MESSAGE.

           IF WS-BRANCH-CHECK-STATUS = '00'
               MOVE '00' TO WS-VLT-OP-STATUS
           ELSE
               MOVE '99' TO WS-VLT-OP-STATUS
               MOVE WS-BRANCH-CHECK-MESSAGE TO WS-VLT-OP-MESSAGE
           END-IF.

      ******************************************************************
      * VAULT POSITION
      ******************************************************************
               GO TO ISSUE-CASH-TO-DRAWER-END
           END-IF.

           PERFORM CHECK-VAULT-BRANCH.
           IF NOT VLT-OP-SUCCESS
               GO TO ISSUE-CASH-TO-DRAWER-END
           END-IF.

           PERFORM GET-VAULT-POSITION.

           IF VLT-BALANCE < WS-INPUT-AMOUNT
      *    Drawer side first: a teller with no open session cannot
      *    take vault cash at all
           CALL 'DRAWER' USING 'RECORD-DRAWER-MOVEMENT'
               WS-INPUT-OPERATOR-ID 'VIN' WS-INPUT-AMOUNT 'BRL'
               DRAWER-SESSION-RECORD WS-DRAWER-STATUS.

           IF WS-DRAWER-STATUS NOT = '00'
               GO TO RECEIVE-CASH-FROM-DRAWER-END
           END-IF.

           PERFORM CHECK-VAULT-BRANCH.
           IF NOT VLT-OP-SUCCESS
               GO TO RECEIVE-CASH-FROM-DRAWER-END
           END-IF.

           CALL 'DRAWER' USING 'RECORD-DRAWER-MOVEMENT'
               WS-INPUT-OPERATOR-ID 'VOU' WS-INPUT-AMOUNT 'BRL'
               DRAWER-SESSION-RECORD WS-DRAWER-STATUS.

           IF WS-DRAWER-STATUS NOT = '00'
               GO TO ORDER-CASH-SHIPMENT-END
           END-IF.

           PERFORM CHECK-VAULT-BRANCH.
           IF NOT VLT-OP-SUCCESS
               GO TO ORDER-CASH-SHIPMENT-END
           END-IF.

           PERFORM GET-VAULT-POSITION.

           IF WS-INPUT-DIRECTION = 'OUT'
      *    Input: WS-INPUT-BRANCH-CODE, WS-INPUT-COUNTED-AMOUNT,
      *           WS-INPUT-OPERATOR-ID
      *    Output: VAULT-RECORD, WS-VLT-OP-STATUS
           PERFORM CHECK-VAULT-BRANCH.
           IF NOT VLT-OP-SUCCESS
               GO TO BALANCE-VAULT-END
           END-IF.

           PERFORM GET-VAULT-POSITION.

           MOVE WS-INPUT-COUNTED-AMOUNT TO VLT-LAST-COUNTED-AMT.
           MOVE 'Vault counted - over/short recorded'
               TO WS-VLT-OP-MESSAGE.

       BALANCE-VAULT-END.
           EXIT.

       SET-VAULT-TARGET-RANGE.
      *    Set the range the branch keeps its vault inside. Both
      *    ends zero clears the range.
      *    Input: WS-INPUT-BRANCH-CODE, WS-INPUT-TARGET-MIN,
      *           WS-INPUT-TARGET-MAX, WS-INPUT-OPERATOR-ID
      *    Output: VAULT-RECORD, WS-VLT-OP-STATUS
           IF WS-INPUT-TARGET-MIN < 0 OR WS-INPUT-TARGET-MAX < 0
               MOVE '99' TO WS-VLT-OP-STATUS
               MOVE 'Target amounts cannot be negative'
                   TO WS-VLT-OP-MESSAGE
               GO TO SET-VAULT-TARGET-RANGE-END
           END-IF.

           IF WS-INPUT-TARGET-MAX < WS-INPUT-TARGET-MIN
               MOVE '99' TO WS-VLT-OP-STATUS
               MOVE 'Maximum must not be below the minimum'
                   TO WS-VLT-OP-MESSAGE
               GO TO SET-VAULT-TARGET-RANGE-END
           END-IF.

           PERFORM CHECK-VAULT-BRANCH.
           IF NOT VLT-OP-SUCCESS
               GO TO SET-VAULT-TARGET-RANGE-END
           END-IF.

           PERFORM GET-VAULT-POSITION.

           MOVE WS-INPUT-TARGET-MIN TO VLT-TARGET-MIN.
           MOVE WS-INPUT-TARGET-MAX TO VLT-TARGET-MAX.
           PERFORM UPDATE-VAULT-POSITION.

           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-INPUT-OPERATOR-ID 'VAULT-TARGET' 0
               'Vault target range set' WS-AUDIT-STATUS.

           MOVE '00' TO WS-VLT-OP-STATUS.
           MOVE 'Vault target range set' TO WS-VLT-OP-MESSAGE.

       SET-VAULT-TARGET-RANGE-END.
           EXIT.

      ******************************************************************
      * ATM REGISTER
      ******************************************************************

       REGISTER-ATM.
      *    Add a cash machine to its branch's register, empty and in
      *    service; its first replenishment puts cash in it
      *    Input: WS-INPUT-TERMINAL-ID, WS-INPUT-BRANCH-CODE,
      *           WS-INPUT-LOCATION, WS-INPUT-LOW-CASH-LEVEL,
      *           WS-INPUT-OPERATOR-ID
      *    Output: ATM-RECORD, WS-VLT-OP-STATUS
           IF WS-INPUT-TERMINAL-ID = SPACES OR
                   WS-INPUT-BRANCH-CODE = SPACES
               MOVE '99' TO WS-VLT-OP-STATUS
               MOVE 'Terminal ID and branch are required'
                   TO WS-VLT-OP-MESSAGE
               GO TO REGISTER-ATM-END
           END-IF.

           IF WS-INPUT-LOW-CASH-LEVEL < 0
               MOVE '99' TO WS-VLT-OP-STATUS
               MOVE 'Low-cash level cannot be negative'
                   TO WS-VLT-OP-MESSAGE
               GO TO REGISTER-ATM-END
           END-IF.

      *    A new machine is new business - its branch must be open,
      *    not closed or scheduled to close
           CALL 'BRANCHES' USING 'VALIDATE-BRANCH-FOR-NEW-BUSINESS'
               WS-INPUT-BRANCH-CODE BRANCH-RECORD
               WS-BRANCH-CHECK-STATUS WS-BRANCH-CHECK-MESSAGE.

           IF WS-BRANCH-CHECK-STATUS NOT = '00'
               MOVE '99' TO WS-VLT-OP-STATUS
               MOVE WS-BRANCH-CHECK-MESSAGE TO WS-VLT-OP-MESSAGE
               GO TO REGISTER-ATM-END
           END-IF.

           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-BUSINESS-DATE.

           INITIALIZE ATM-RECORD.
           MOVE WS-INPUT-TERMINAL-ID TO ATM-TERMINAL-ID.
           MOVE WS-INPUT-BRANCH-CODE TO ATM-BRANCH-CODE.
           MOVE WS-INPUT-LOCATION TO ATM-LOCATION.
           MOVE 'ACTIVE' TO ATM-STATUS.
           MOVE WS-BUSINESS-DATE TO ATM-CYCLE-START-DATE.
           MOVE WS-INPUT-LOW-CASH-LEVEL TO ATM-LOW-CASH-LEVEL.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO ATM-CREATED-TS.
           MOVE WS-TIMESTAMP TO ATM-UPDATED-TS.

           CALL 'FILES' USING 'OPEN-ATM-FILE-IO'.
           CALL 'FILES' USING 'WRITE-ATM' ATM-RECORD
               WS-VLT-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-ATM-FILE'.

           IF NOT VLT-OP-SUCCESS
               MOVE '99' TO WS-VLT-OP-STATUS
               MOVE 'Terminal ID is already registered'
                   TO WS-VLT-OP-MESSAGE
               GO TO REGISTER-ATM-END
           END-IF.

           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-INPUT-OPERATOR-ID 'ATM-REGISTER' 0
               'ATM added to branch register' WS-AUDIT-STATUS.

           MOVE 'ATM registered' TO WS-VLT-OP-MESSAGE.

       REGISTER-ATM-END.
           EXIT.

       GET-ATM.
      *    Read one ATM row by terminal ID
      *    Input: WS-INPUT-TERMINAL-ID
      *    Output: ATM-RECORD, WS-VLT-OP-STATUS
           MOVE WS-INPUT-TERMINAL-ID TO ATM-TERMINAL-ID.

           CALL 'FILES' USING 'OPEN-ATM-FILE-IO'.
           CALL 'FILES' USING 'READ-ATM' ATM-RECORD
               WS-VLT-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-ATM-FILE'.

           IF VLT-OP-SUCCESS
               MOVE 'ATM retrieved' TO WS-VLT-OP-MESSAGE
           ELSE
               MOVE 'ATM not registered' TO WS-VLT-OP-MESSAGE
           END-IF.

       UPDATE-ATM-POSITION.
      *    Persist the ATM row just changed
      *    Input: ATM-RECORD
      *    Output: WS-VLT-OP-STATUS
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO ATM-UPDATED-TS.

           CALL 'FILES' USING 'OPEN-ATM-FILE-IO'.
           CALL 'FILES' USING 'UPDATE-ATM' ATM-RECORD
               WS-VLT-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-ATM-FILE'.

      ******************************************************************
      * VAULT -> ATM REPLENISHMENT
      ******************************************************************

       REPLENISH-ATM.
      *    Load cash from the ATM's branch vault into the machine.
      *    The load joins the current cycle's opening load, so the
      *    next count is proved against it.
      *    Input: WS-INPUT-TERMINAL-ID, WS-INPUT-AMOUNT,
      *           WS-INPUT-OPERATOR-ID
      *    Output: ATM-RECORD, WS-VLT-OP-STATUS
           IF WS-INPUT-AMOUNT NOT > 0
               MOVE '99' TO WS-VLT-OP-STATUS
               MOVE 'Amount must be positive' TO WS-VLT-OP-MESSAGE
               GO TO REPLENISH-ATM-END
           END-IF.

           PERFORM GET-ATM.

           IF NOT VLT-OP-SUCCESS
               GO TO REPLENISH-ATM-END
           END-IF.

           IF NOT ATM-IN-SERVICE
               MOVE '99' TO WS-VLT-OP-STATUS
               MOVE 'ATM is out of service' TO WS-VLT-OP-MESSAGE
               GO TO REPLENISH-ATM-END
           END-IF.

           MOVE ATM-BRANCH-CODE TO WS-INPUT-BRANCH-CODE.
           PERFORM GET-VAULT-POSITION.

           IF VLT-BALANCE < WS-INPUT-AMOUNT
               MOVE '99' TO WS-VLT-OP-STATUS
               MOVE 'Vault does not hold that much cash'
                   TO WS-VLT-OP-MESSAGE
               GO TO REPLENISH-ATM-END
           END-IF.

           SUBTRACT WS-INPUT-AMOUNT FROM VLT-BALANCE.
           PERFORM UPDATE-VAULT-POSITION.

           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-BUSINESS-DATE.

           ADD WS-INPUT-AMOUNT TO ATM-OPENING-LOAD.
           MOVE WS-INPUT-AMOUNT TO ATM-LAST-REPLENISH-AMT.
           MOVE WS-BUSINESS-DATE TO ATM-LAST-REPLENISH-DATE.
           PERFORM UPDATE-ATM-POSITION.

      *    The movement on the shipment register, settled on the
      *    spot - the crew carries the cash straight to the machine
           INITIALIZE VAULT-SHIPMENT-RECORD.
           PERFORM GENERATE-SHIPMENT-ID.

           MOVE ATM-BRANCH-CODE TO VSH-BRANCH-CODE.
           MOVE 'ATM' TO VSH-DIRECTION.
           MOVE WS-INPUT-AMOUNT TO VSH-AMOUNT.
           MOVE ATM-TERMINAL-ID TO VSH-REFERENCE.
           MOVE 'SETTLED' TO VSH-STATUS.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO VSH-CREATED-TS.
           MOVE WS-TIMESTAMP TO VSH-SETTLED-TS.

           CALL 'FILES' USING 'OPEN-VAULT-SHIPMENT-FILE-IO'.
           CALL 'FILES' USING 'WRITE-VAULT-SHIPMENT'
               VAULT-SHIPMENT-RECORD WS-VLT-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-VAULT-SHIPMENT-FILE'.

           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-INPUT-OPERATOR-ID 'ATM-LOAD' 0
               'Cash loaded from vault to ATM' WS-AUDIT-STATUS.

           MOVE '00' TO WS-VLT-OP-STATUS.
           MOVE 'Cash loaded from vault to ATM'
               TO WS-VLT-OP-MESSAGE.

       REPLENISH-ATM-END.
           EXIT.

      ******************************************************************
      * ATM WITHDRAWALS AND BALANCING
      ******************************************************************

       RECORD-ATM-WITHDRAWAL.
      *    Credit a settled withdrawal to the machine that paid it
      *    out, both to the cycle and to its settlement day
      *    Input: WS-INPUT-TERMINAL-ID, WS-INPUT-AMOUNT,
      *           WS-INPUT-EVENT-DATE (settlement business date)
      *    Output: ATM-RECORD, WS-VLT-OP-STATUS ('23' = not one of
      *            our machines)
           PERFORM GET-ATM.

           IF NOT VLT-OP-SUCCESS
               GO TO RECORD-ATM-WITHDRAWAL-END
           END-IF.

           IF ATM-LAST-WDL-DATE NOT = WS-INPUT-EVENT-DATE
               MOVE 0 TO ATM-DAY-WITHDRAWALS
               MOVE WS-INPUT-EVENT-DATE TO ATM-LAST-WDL-DATE
           END-IF.

           ADD WS-INPUT-AMOUNT TO ATM-DAY-WITHDRAWALS.
           ADD WS-INPUT-AMOUNT TO ATM-CYCLE-WITHDRAWALS.
           ADD 1 TO ATM-CYCLE-WDL-COUNT.
           PERFORM UPDATE-ATM-POSITION.

           MOVE 'Withdrawal credited to ATM' TO WS-VLT-OP-MESSAGE.

       RECORD-ATM-WITHDRAWAL-END.
           EXIT.

       BALANCE-ATM.
      *    Close an ATM's cash-count cycle: compare the count with
      *    the opening load less the cycle's settled withdrawals,
      *    record the over/short, and open the next cycle with the
      *    count as its opening load. A machine is counted once per
      *    count date, so a count file delivered twice cannot move
      *    the position again.
      *    Input: WS-INPUT-TERMINAL-ID, WS-INPUT-COUNTED-AMOUNT,
      *           WS-INPUT-EVENT-DATE (count date),
      *           WS-INPUT-OPERATOR-ID
      *    Output: ATM-RECORD, WS-VLT-OP-STATUS
           IF WS-INPUT-COUNTED-AMOUNT < 0
               MOVE '99' TO WS-VLT-OP-STATUS
               MOVE 'Counted amount cannot be negative'
                   TO WS-VLT-OP-MESSAGE
               GO TO BALANCE-ATM-END
           END-IF.

           PERFORM GET-ATM.

           IF NOT VLT-OP-SUCCESS
               GO TO BALANCE-ATM-END
           END-IF.

           IF ATM-LAST-COUNT-DATE = WS-INPUT-EVENT-DATE
               MOVE '99' TO WS-VLT-OP-STATUS
               MOVE 'ATM already counted for that date'
                   TO WS-VLT-OP-MESSAGE
               GO TO BALANCE-ATM-END
           END-IF.

           COMPUTE WS-ATM-EXPECTED-CASH =
               ATM-OPENING-LOAD - ATM-CYCLE-WITHDRAWALS.

           MOVE WS-INPUT-COUNTED-AMOUNT TO ATM-LAST-COUNTED-AMT.
           COMPUTE ATM-LAST-OVER-SHORT =
               WS-INPUT-COUNTED-AMOUNT - WS-ATM-EXPECTED-CASH.
           MOVE WS-INPUT-EVENT-DATE TO ATM-LAST-COUNT-DATE.

      *    As with the vault, the count is the truth: the next
      *    cycle starts from it
           MOVE WS-INPUT-COUNTED-AMOUNT TO ATM-OPENING-LOAD.
           MOVE 0 TO ATM-CYCLE-WITHDRAWALS.
           MOVE 0 TO ATM-CYCLE-WDL-COUNT.
           MOVE WS-INPUT-EVENT-DATE TO ATM-CYCLE-START-DATE.

           PERFORM UPDATE-ATM-POSITION.

           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-INPUT-OPERATOR-ID 'ATM-COUNT' 0
               'ATM counted and cycle closed' WS-AUDIT-STATUS.

           MOVE '00' TO WS-VLT-OP-STATUS.
           MOVE 'ATM counted - over/short recorded'
               TO WS-VLT-OP-MESSAGE.

       BALANCE-ATM-END.
           EXIT.

      ******************************************************************
      * DENOMINATION COUNTS
      ******************************************************************

       GET-DENOMINATION-TABLE.
      *    Hand out the notes and coins in breakdown slot order
      *    Output: DENOMINATION-TABLE
           MOVE WS-DENOMINATION-VALUES TO DENOMINATION-TABLE.

       TOTAL-DENOMINATION-COUNT.
      *    Value a note and coin breakdown at face
      *    Input: DENOMINATION-PIECES
      *    Output: WS-DENOMINATION-TOTAL
           MOVE WS-DENOMINATION-VALUES TO DENOMINATION-TABLE.
           MOVE 0 TO WS-DENOMINATION-TOTAL.
           PERFORM ADD-ONE-DENOMINATION
               VARYING WS-DNM-IDX FROM 1 BY 1
               UNTIL WS-DNM-IDX > 12.

       ADD-ONE-DENOMINATION.
      *    Add one slot's pieces at their face value
           COMPUTE WS-DENOMINATION-TOTAL = WS-DENOMINATION-TOTAL
               + DNP-PIECES(WS-DNM-IDX) * DNM-FACE-VALUE(WS-DNM-IDX).

       RECORD-CASH-COUNT.
      *    File the note and coin breakdown behind a drawer count
      *    (DRW-OPEN / DRW-BAL, reference = session ID), a vault
      *    count (VAULT) or a shipment order (SHIPMENT, reference =
      *    shipment ID). The breakdown must total to the amount the
      *    owning count or order was posted with.
      *    Input: WS-INPUT-COUNT-TYPE, WS-INPUT-BRANCH-CODE,
      *           WS-INPUT-REFERENCE-ID, WS-INPUT-OPERATOR-ID,
      *           WS-INPUT-AMOUNT, DENOMINATION-PIECES
      *    Output: CASH-COUNT-RECORD, WS-VLT-OP-STATUS
           IF WS-INPUT-COUNT-TYPE NOT = 'DRW-OPEN' AND
                   WS-INPUT-COUNT-TYPE NOT = 'DRW-BAL' AND
                   WS-INPUT-COUNT-TYPE NOT = 'VAULT' AND
                   WS-INPUT-COUNT-TYPE NOT = 'SHIPMENT'
               MOVE '99' TO WS-VLT-OP-STATUS
               MOVE 'Unknown cash count type' TO WS-VLT-OP-MESSAGE
               GO TO RECORD-CASH-COUNT-END
           END-IF.

           PERFORM TOTAL-DENOMINATION-COUNT.

           IF WS-DENOMINATION-TOTAL NOT = WS-INPUT-AMOUNT
               MOVE '99' TO WS-VLT-OP-STATUS
               MOVE 'Notes and coins do not total to the amount'
                   TO WS-VLT-OP-MESSAGE
               GO TO RECORD-CASH-COUNT-END
           END-IF.

           INITIALIZE CASH-COUNT-RECORD.
           PERFORM GENERATE-CASH-COUNT-ID.

           MOVE WS-INPUT-COUNT-TYPE TO CCT-COUNT-TYPE.
           IF WS-INPUT-BRANCH-CODE = SPACES
               MOVE '0001' TO CCT-BRANCH-CODE
           ELSE
               MOVE WS-INPUT-BRANCH-CODE TO CCT-BRANCH-CODE
           END-IF.
           MOVE WS-INPUT-REFERENCE-ID TO CCT-REFERENCE-ID.
           MOVE WS-INPUT-OPERATOR-ID TO CCT-OPERATOR-ID.
           MOVE WS-DENOMINATION-TOTAL TO CCT-TOTAL-AMOUNT.
           PERFORM COPY-ONE-DENOMINATION
               VARYING WS-DNM-IDX FROM 1 BY 1
               UNTIL WS-DNM-IDX > 12.

           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO CCT-BUSINESS-DATE.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO CCT-CREATED-TS.

           CALL 'FILES' USING 'OPEN-CASH-COUNT-FILE-IO'.
           CALL 'FILES' USING 'WRITE-CASH-COUNT'
               CASH-COUNT-RECORD WS-VLT-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-CASH-COUNT-FILE'.

           IF VLT-OP-SUCCESS
               MOVE 'Cash count recorded' TO WS-VLT-OP-MESSAGE
           ELSE
               MOVE 'Failed to record cash count'
                   TO WS-VLT-OP-MESSAGE
           END-IF.

       RECORD-CASH-COUNT-END.
           EXIT.

       COPY-ONE-DENOMINATION.
      *    Carry one slot's pieces onto the register row
           MOVE DNP-PIECES(WS-DNM-IDX) TO CCT-PIECES(WS-DNM-IDX).

       GENERATE-CASH-COUNT-ID.
      *    Generate next cash count ID from control file
      *    Output: CCT-COUNT-ID in CASH-COUNT-RECORD
           CALL 'FILES' USING 'READ-CONTROL' CONTROL-RECORD
               WS-VLT-OP-STATUS.

           IF NOT VLT-OP-SUCCESS
               DISPLAY 'FATAL: Cannot read control file for '
                   'cash count ID'
               STOP RUN
           END-IF.

           IF CTL-LAST-CASH-COUNT-ID NOT NUMERIC
               MOVE 0 TO CTL-LAST-CASH-COUNT-ID
           END-IF.
           ADD 1 TO CTL-LAST-CASH-COUNT-ID.
           MOVE CTL-LAST-CASH-COUNT-ID TO CCT-COUNT-ID.

           CALL 'FILES' USING 'UPDATE-CONTROL' CONTROL-RECORD
               WS-VLT-OP-STATUS.

       END PROGRAM VAULT.
