      * - Balancing closes the session permanently (status BALANCED)
      *   with the counted amount and the over/short on record, so a
      *   later dispute between tellers reads straight off the file
      * - A session is opened at a branch (blank = the head office
      *   branch 0001), so the note and coin counts taken at opening
      *   and balancing (see VAULT/RECORD-CASH-COUNT) roll up into
      *   that branch's denomination position
      * - Cash the branch vault issues to or takes back from a
      *   drawer rides the same in/out buckets, so balancing needs
      *   no special case, but its net is also kept on its own
      *   (DRW-VAULT-NET) so the cash demand forecast can tell the
      *   customers' cash from the branch's internal moves
      *
      * Operations:
      * - OPEN-DRAWER-SESSION: Opens a session with an opening float
      * - RECORD-DRAWER-MOVEMENT: Accumulates one cash in/out amount
      * - BALANCE-DRAWER-SESSION: End-of-shift count and close
      * - FIND-OPEN-DRAWER-SESSION: Locates an operator's open session
      * - GET-OPEN-DRAWER-SESSION: Reads an operator's open session
      *   for a caller that must check the drawer before moving cash
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRAWER.
      * Input parameters for operations
       01  WS-INPUT-OPERATOR-ID        PIC 9(6).
       01  WS-INPUT-FLOAT-AMOUNT       PIC S9(13)V99.
       01  WS-INPUT-BRANCH-CODE        PIC X(4).
       01  WS-INPUT-MOVEMENT-AMOUNT    PIC S9(13)V99.
       01  WS-INPUT-DIRECTION          PIC X(3).
           88  MOVEMENT-CASH-IN        VALUE 'IN' 'VIN'.
           88  MOVEMENT-CASH-OUT       VALUE 'OUT' 'VOU'.
           88  MOVEMENT-WITH-VAULT     VALUE 'VIN' 'VOU'.
       01  WS-INPUT-COUNTED-AMOUNT     PIC S9(13)V99.

      * Currency of the cash handed over or taken (blank defaults to
           88  OPEN-SESSION-FOUND      VALUE 1.
       01  WS-SCAN-STATUS              PIC XX.

      * Branch master check on the branch a drawer opens at (see
      * VALIDATE-BRANCH-CODE in BRANCHES.COB)
       01  WS-BRANCH-CHECK-STATUS      PIC XX.
       01  WS-BRANCH-CHECK-MESSAGE     PIC X(80).

       PROCEDURE DIVISION.

      ******************************************************************
       OPEN-DRAWER-SESSION.
      *    Open a drawer session for an operator with the physical
      *    float counted into the drawer
      *    Input: WS-INPUT-OPERATOR-ID, WS-INPUT-BRANCH-CODE,
      *           WS-INPUT-FLOAT-AMOUNT
      *    Output: DRAWER-SESSION-RECORD, WS-DRW-OP-STATUS

           IF WS-INPUT-FLOAT-AMOUNT < 0
               GO TO OPEN-DRAWER-SESSION-END
           END-IF.

      *    The branch must be on the branch master and not closed; a
      *    branch scheduled to close still runs its tills until the
      *    merger
           CALL 'BRANCHES' USING 'VALIDATE-BRANCH-CODE'
               WS-INPUT-BRANCH-CODE BRANCH-RECORD
               WS-BRANCH-CHECK-STATUS WS-BRANCH-CHECK-MESSAGE.

           IF WS-BRANCH-CHECK-STATUS NOT = '00'
               MOVE '99' TO WS-DRW-OP-STATUS
               MOVE WS-BRANCH-CHECK-MESSAGE TO WS-DRW-OP-MESSAGE
               GO TO OPEN-DRAWER-SESSION-END
           END-IF.

           PERFORM FIND-OPEN-DRAWER-SESSION.

           IF OPEN-SESSION-FOUND
           MOVE WS-INPUT-FLOAT-AMOUNT TO DRW-OPENING-FLOAT.
           MOVE 'OPEN' TO DRW-STATUS.

           IF WS-INPUT-BRANCH-CODE = SPACES
               MOVE '0001' TO DRW-BRANCH-CODE
           ELSE
               MOVE WS-INPUT-BRANCH-CODE TO DRW-BRANCH-CODE
           END-IF.

      *    Fix the currency slot order and put the opening float in
      *    the home-currency slot - floats are handed over in BRL
           MOVE 'BRL' TO DRW-CCY-CODE(1).
      *    drawer session. Called by MENU after a TELLER-channel
      *    cash credit (IN) or debit (OUT) has posted; a teller with
      *    no open session gets '23' back and the movement simply is
      *    not drawer-tracked. VAULT reports its issues to (VIN) and
      *    returns from (VOU) the drawer the same way.
      *    Input: WS-INPUT-OPERATOR-ID, WS-INPUT-DIRECTION,
      *           WS-INPUT-MOVEMENT-AMOUNT, WS-INPUT-CURRENCY (blank
      *           defaults to BRL, the home currency)
               END-IF
           END-IF.

      *    Vault cash is home currency; a session opened before the
      *    vault net was kept holds spaces there and starts from zero
           IF MOVEMENT-WITH-VAULT
               IF DRW-VAULT-NET NOT NUMERIC
                   MOVE 0 TO DRW-VAULT-NET
               END-IF
               IF MOVEMENT-CASH-IN
                   ADD WS-INPUT-MOVEMENT-AMOUNT TO DRW-VAULT-NET
               ELSE
                   SUBTRACT WS-INPUT-MOVEMENT-AMOUNT
                       FROM DRW-VAULT-NET
               END-IF
           END-IF.

           CALL 'FILES' USING 'UPDATE-DRAWER-SESSION'
               DRAWER-SESSION-RECORD WS-DRW-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-DRAWER-FILE'.
           COMPUTE DRW-CCY-OVER-SHORT(WS-CCY-IDX) =
               WS-INPUT-COUNTED-CCY(WS-CCY-IDX) - WS-CCY-EXPECTED.

       GET-OPEN-DRAWER-SESSION.
      *    Read the operator's open session and close the drawer file
      *    again - for a caller that has to see the drawer (its
      *    branch, the notes it holds) before deciding to move cash
      *    Input: WS-INPUT-OPERATOR-ID
      *    Output: DRAWER-SESSION-RECORD, WS-DRW-OP-STATUS
           PERFORM FIND-OPEN-DRAWER-SESSION.
           CALL 'FILES' USING 'CLOSE-DRAWER-FILE'.

           IF OPEN-SESSION-FOUND
               MOVE '00' TO WS-DRW-OP-STATUS
               MOVE 'Open drawer session found' TO WS-DRW-OP-MESSAGE
           ELSE
               MOVE '23' TO WS-DRW-OP-STATUS
               MOVE 'No open drawer session for this operator'
                   TO WS-DRW-OP-MESSAGE
           END-IF.

       FIND-CURRENCY-SLOT.
      *    Map the movement's currency to its slot; blank or unknown
      *    currency is home-currency cash
