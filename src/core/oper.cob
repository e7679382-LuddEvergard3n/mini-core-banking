      *   kept (not deleted) so its history stays attributable
      * - OP-LAST-LOGIN-TS is stamped on every successful login, the
      *   same way ACC-UPDATED-TS is stamped on every account change
      * - The PIN is held only as a salted one-way hash (see
      *   PINHASH.COB); login and PIN change hash what was keyed and
      *   compare hashes, and a new PIN is stored under a fresh salt
      * - An operator who banks with us is linked to their own
      *   customer record, and may declare up to five related
      *   customers; CHECK-STAFF-CONFLICT is what the posting,
      *   approval, hold and fee plan paths ask before letting an
      *   operator act on an account, so nobody services their own
      *   or a relative's money
      *
      * Operations:
      * - LOGIN-OPERATOR: Authenticates operator ID + PIN
      * - VERIFY-OPERATOR-PIN: Re-checks the PIN of an operator
      *   already logged in (unlocking an idle terminal)
      * - GET-OPERATOR: Retrieves an operator record by ID (for role
      *   checks at the menu)
      * - CHANGE-OPERATOR-PIN: Sets a new PIN after verifying the old
      * - RESET-OPERATOR: Supervisor unlock + forced PIN change
      * - SET-OPERATOR-TRAINEE: Marks or clears an operator as a
      *   trainee, who may open a session against the training
      *   sandbox instead of the live data set
      * - SET-OPERATOR-CUSTOMER: Links the operator to their own
      *   customer record (zero removes the link)
      * - ADD-RELATED-CUSTOMER / REMOVE-RELATED-CUSTOMER: Maintains
      *   the operator's declared related customers
      * - CHECK-STAFF-CONFLICT: Says whether an account held by the
      *   given customer(s) is staff-linked to the operator
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR.
       01  WS-INPUT-PIN                PIC X(6).
       01  WS-INPUT-NEW-PIN            PIC X(6).
       01  WS-INPUT-DEBIT-LIMIT        PIC S9(13)V99.
       01  WS-INPUT-TRAINEE-SWITCH     PIC X.

      * PIN hash exchange with PINHASH
       01  WS-PIN-OWNER-KEY            PIC X(16).
       01  WS-PIN-CHECK-STATUS         PIC XX.
           88  PIN-CHECK-MATCHED       VALUE '00'.

      * Staff-account link inputs: the customer to link or declare,
      * and for a conflict check the account's holder and (on a
      * minor's account) guardian customer IDs
       01  WS-INPUT-CUSTOMER-ID        PIC 9(8).
       01  WS-INPUT-HOLDER-CUSTOMER-ID PIC 9(8).
       01  WS-INPUT-GUARDIAN-CUST-ID   PIC 9(8).
       01  WS-LINK-CUST-STATUS         PIC XX.
       01  WS-RELATED-IDX              PIC 9.
       01  WS-RELATED-FOUND-IDX        PIC 9.
       01  WS-RELATED-MAX              PIC 9 VALUE 5.

      * PIN lifecycle policy: how many days a PIN stays valid before
      * a change is forced, and how many consecutive failed attempts
               GO TO LOGIN-OPERATOR-END
           END-IF.

           CALL 'PINHASH' USING 'VERIFY-PIN-HASH' OP-PIN-SALT
               OP-PIN-HASH WS-INPUT-PIN WS-PIN-CHECK-STATUS.

           IF NOT PIN-CHECK-MATCHED
               PERFORM COUNT-FAILED-ATTEMPT
               GO TO LOGIN-OPERATOR-END
           END-IF.
           CALL 'FILES' USING 'CLOSE-OPERATOR-FILE'.
           MOVE '99' TO WS-OP-OP-STATUS.

       VERIFY-OPERATOR-PIN.
      *    Re-check the PIN of an operator who is already logged in,
      *    as when an idle terminal locks. A wrong PIN counts towards
      *    the same failed-attempt limit as at login, so the lock
      *    screen cannot be used to guess; a match clears the count
      *    but is not a new login and leaves OP-LAST-LOGIN-TS alone.
      *    Input: WS-INPUT-OPERATOR-ID, WS-INPUT-PIN
      *    Output: OPERATOR-RECORD, WS-OP-OP-STATUS ('00' matched,
      *            '99' wrong PIN or operator disabled),
      *            WS-OP-OP-MESSAGE

           MOVE WS-INPUT-OPERATOR-ID TO OP-ID.

           CALL 'FILES' USING 'OPEN-OPERATOR-FILE-IO'.
           CALL 'FILES' USING 'READ-OPERATOR' OPERATOR-RECORD
               WS-OP-OP-STATUS.

           IF NOT OP-OP-SUCCESS
               CALL 'FILES' USING 'CLOSE-OPERATOR-FILE'
               MOVE 'Operator ID not found' TO WS-OP-OP-MESSAGE
               MOVE '23' TO WS-OP-OP-STATUS
               GO TO VERIFY-OPERATOR-PIN-END
           END-IF.

           IF OP-DISABLED
               CALL 'FILES' USING 'CLOSE-OPERATOR-FILE'
               MOVE 'Operator disabled - a supervisor must reset it'
                   TO WS-OP-OP-MESSAGE
               MOVE '99' TO WS-OP-OP-STATUS
               GO TO VERIFY-OPERATOR-PIN-END
           END-IF.

           CALL 'PINHASH' USING 'VERIFY-PIN-HASH' OP-PIN-SALT
               OP-PIN-HASH WS-INPUT-PIN WS-PIN-CHECK-STATUS.

           IF NOT PIN-CHECK-MATCHED
               PERFORM COUNT-FAILED-ATTEMPT
               GO TO VERIFY-OPERATOR-PIN-END
           END-IF.

           MOVE 0 TO OP-FAILED-ATTEMPTS.
           CALL 'FILES' USING 'UPDATE-OPERATOR' OPERATOR-RECORD
               WS-OP-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-OPERATOR-FILE'.

           MOVE '00' TO WS-OP-OP-STATUS.
           MOVE 'PIN accepted' TO WS-OP-OP-MESSAGE.

       VERIFY-OPERATOR-PIN-END.
           EXIT.

       CHECK-PIN-EXPIRY.
      *    Decide whether this (correct) PIN must be changed before
      *    the session proceeds: an explicit change-required flag, a
               GO TO CHANGE-OPERATOR-PIN-END
           END-IF.

           CALL 'PINHASH' USING 'VERIFY-PIN-HASH' OP-PIN-SALT
               OP-PIN-HASH WS-INPUT-PIN WS-PIN-CHECK-STATUS.

           IF NOT PIN-CHECK-MATCHED
               CALL 'FILES' USING 'CLOSE-OPERATOR-FILE'
               MOVE 'Current PIN is incorrect' TO WS-OP-OP-MESSAGE
               MOVE '99' TO WS-OP-OP-STATUS
               GO TO CHANGE-OPERATOR-PIN-END
           END-IF.

           CALL 'PINHASH' USING 'VERIFY-PIN-HASH' OP-PIN-SALT
               OP-PIN-HASH WS-INPUT-NEW-PIN WS-PIN-CHECK-STATUS.

           IF PIN-CHECK-MATCHED
               CALL 'FILES' USING 'CLOSE-OPERATOR-FILE'
               MOVE 'New PIN must differ from the current PIN'
                   TO WS-OP-OP-MESSAGE
               GO TO CHANGE-OPERATOR-PIN-END
           END-IF.

           MOVE OP-ID TO WS-PIN-OWNER-KEY.
           CALL 'PINHASH' USING 'NEW-PIN-HASH' WS-PIN-OWNER-KEY
               WS-INPUT-NEW-PIN OP-PIN-SALT OP-PIN-HASH.
           MOVE 0 TO OP-FORCE-PIN-CHANGE.
           MOVE 0 TO OP-FAILED-ATTEMPTS.
           PERFORM GET-CURRENT-TIMESTAMP.
       SET-OPERATOR-LIMIT-END.
           EXIT.

       SET-OPERATOR-TRAINEE.
      *    Mark an operator as a trainee ('Y') or clear the flag
      *    ('N'). A trainee is offered training mode at login.
      *    Input: WS-INPUT-OPERATOR-ID, WS-INPUT-TRAINEE-SWITCH
      *    Output: OPERATOR-RECORD, WS-OP-OP-STATUS, WS-OP-OP-MESSAGE
           IF WS-INPUT-TRAINEE-SWITCH NOT = 'Y'
               AND WS-INPUT-TRAINEE-SWITCH NOT = 'N'
               MOVE '99' TO WS-OP-OP-STATUS
               MOVE 'Trainee flag must be Y or N' TO WS-OP-OP-MESSAGE
               GO TO SET-OPERATOR-TRAINEE-END
           END-IF.

           MOVE WS-INPUT-OPERATOR-ID TO OP-ID.

           CALL 'FILES' USING 'OPEN-OPERATOR-FILE-IO'.
           CALL 'FILES' USING 'READ-OPERATOR' OPERATOR-RECORD
               WS-OP-OP-STATUS.

           IF NOT OP-OP-SUCCESS
               CALL 'FILES' USING 'CLOSE-OPERATOR-FILE'
               MOVE 'Operator ID not found' TO WS-OP-OP-MESSAGE
               GO TO SET-OPERATOR-TRAINEE-END
           END-IF.

           MOVE WS-INPUT-TRAINEE-SWITCH TO OP-TRAINEE-SWITCH.

           CALL 'FILES' USING 'UPDATE-OPERATOR' OPERATOR-RECORD
               WS-OP-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-OPERATOR-FILE'.

           IF OP-TRAINEE
               MOVE 'Operator marked as a trainee' TO WS-OP-OP-MESSAGE
           ELSE
               MOVE 'Trainee flag cleared' TO WS-OP-OP-MESSAGE
           END-IF.

       SET-OPERATOR-TRAINEE-END.
           EXIT.

       SET-OPERATOR-CUSTOMER.
      *    Link an operator to their own customer master record, so
      *    the accounts they hold are out of bounds to them at the
      *    terminal. Zero removes the link.
      *    Input: WS-INPUT-OPERATOR-ID, WS-INPUT-CUSTOMER-ID
      *    Output: OPERATOR-RECORD, WS-OP-OP-STATUS, WS-OP-OP-MESSAGE
           IF WS-INPUT-CUSTOMER-ID NOT = 0
               CALL 'CUSTOMER' USING 'GET-CUSTOMER'
                   WS-INPUT-CUSTOMER-ID CUSTOMER-RECORD
                   WS-LINK-CUST-STATUS
               IF WS-LINK-CUST-STATUS NOT = '00'
                   MOVE '99' TO WS-OP-OP-STATUS
                   MOVE 'Customer not found' TO WS-OP-OP-MESSAGE
                   GO TO SET-OPERATOR-CUSTOMER-END
               END-IF
           END-IF.

           MOVE WS-INPUT-OPERATOR-ID TO OP-ID.

           CALL 'FILES' USING 'OPEN-OPERATOR-FILE-IO'.
           CALL 'FILES' USING 'READ-OPERATOR' OPERATOR-RECORD
               WS-OP-OP-STATUS.

           IF NOT OP-OP-SUCCESS
               CALL 'FILES' USING 'CLOSE-OPERATOR-FILE'
               MOVE 'Operator ID not found' TO WS-OP-OP-MESSAGE
               GO TO SET-OPERATOR-CUSTOMER-END
           END-IF.

           MOVE WS-INPUT-CUSTOMER-ID TO OP-CUSTOMER-ID.

           CALL 'FILES' USING 'UPDATE-OPERATOR' OPERATOR-RECORD
               WS-OP-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-OPERATOR-FILE'.

           IF WS-INPUT-CUSTOMER-ID = 0
               MOVE 'Staff customer link removed' TO WS-OP-OP-MESSAGE
           ELSE
               MOVE 'Operator linked to their customer record'
                   TO WS-OP-OP-MESSAGE
           END-IF.

       SET-OPERATOR-CUSTOMER-END.
           EXIT.

       ADD-RELATED-CUSTOMER.
      *    Declare a customer as related to the operator
      *    Input: WS-INPUT-OPERATOR-ID, WS-INPUT-CUSTOMER-ID
      *    Output: OPERATOR-RECORD, WS-OP-OP-STATUS, WS-OP-OP-MESSAGE
           CALL 'CUSTOMER' USING 'GET-CUSTOMER'
               WS-INPUT-CUSTOMER-ID CUSTOMER-RECORD
               WS-LINK-CUST-STATUS.

           IF WS-LINK-CUST-STATUS NOT = '00'
               MOVE '99' TO WS-OP-OP-STATUS
               MOVE 'Customer not found' TO WS-OP-OP-MESSAGE
               GO TO ADD-RELATED-CUSTOMER-END
           END-IF.

           MOVE WS-INPUT-OPERATOR-ID TO OP-ID.

           CALL 'FILES' USING 'OPEN-OPERATOR-FILE-IO'.
           CALL 'FILES' USING 'READ-OPERATOR' OPERATOR-RECORD
               WS-OP-OP-STATUS.

           IF NOT OP-OP-SUCCESS
               CALL 'FILES' USING 'CLOSE-OPERATOR-FILE'
               MOVE 'Operator ID not found' TO WS-OP-OP-MESSAGE
               GO TO ADD-RELATED-CUSTOMER-END
           END-IF.

           PERFORM FIND-RELATED-CUSTOMER.

           IF WS-RELATED-FOUND-IDX > 0
               CALL 'FILES' USING 'CLOSE-OPERATOR-FILE'
               MOVE '99' TO WS-OP-OP-STATUS
               MOVE 'Customer is already declared for this operator'
                   TO WS-OP-OP-MESSAGE
               GO TO ADD-RELATED-CUSTOMER-END
           END-IF.

           IF OP-RELATED-COUNT NOT < WS-RELATED-MAX
               CALL 'FILES' USING 'CLOSE-OPERATOR-FILE'
               MOVE '99' TO WS-OP-OP-STATUS
               MOVE 'Five related customers already declared'
                   TO WS-OP-OP-MESSAGE
               GO TO ADD-RELATED-CUSTOMER-END
           END-IF.

           ADD 1 TO OP-RELATED-COUNT.
           MOVE WS-INPUT-CUSTOMER-ID
               TO OP-RELATED-CUSTOMER-ID(OP-RELATED-COUNT).

           CALL 'FILES' USING 'UPDATE-OPERATOR' OPERATOR-RECORD
               WS-OP-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-OPERATOR-FILE'.

           MOVE 'Related customer declared' TO WS-OP-OP-MESSAGE.

       ADD-RELATED-CUSTOMER-END.
           EXIT.

       REMOVE-RELATED-CUSTOMER.
      *    Withdraw a related-customer declaration; the entries after
      *    it close up so the table stays contiguous
      *    Input: WS-INPUT-OPERATOR-ID, WS-INPUT-CUSTOMER-ID
      *    Output: OPERATOR-RECORD, WS-OP-OP-STATUS, WS-OP-OP-MESSAGE
           MOVE WS-INPUT-OPERATOR-ID TO OP-ID.

           CALL 'FILES' USING 'OPEN-OPERATOR-FILE-IO'.
           CALL 'FILES' USING 'READ-OPERATOR' OPERATOR-RECORD
               WS-OP-OP-STATUS.

           IF NOT OP-OP-SUCCESS
               CALL 'FILES' USING 'CLOSE-OPERATOR-FILE'
               MOVE 'Operator ID not found' TO WS-OP-OP-MESSAGE
               GO TO REMOVE-RELATED-CUSTOMER-END
           END-IF.

           PERFORM FIND-RELATED-CUSTOMER.

           IF WS-RELATED-FOUND-IDX = 0
               CALL 'FILES' USING 'CLOSE-OPERATOR-FILE'
               MOVE '99' TO WS-OP-OP-STATUS
               MOVE 'Customer is not declared for this operator'
                   TO WS-OP-OP-MESSAGE
               GO TO REMOVE-RELATED-CUSTOMER-END
           END-IF.

           PERFORM CLOSE-UP-RELATED-ENTRY
               VARYING WS-RELATED-IDX FROM WS-RELATED-FOUND-IDX BY 1
               UNTIL WS-RELATED-IDX NOT < OP-RELATED-COUNT.
           MOVE 0 TO OP-RELATED-CUSTOMER-ID(OP-RELATED-COUNT).
           SUBTRACT 1 FROM OP-RELATED-COUNT.

           CALL 'FILES' USING 'UPDATE-OPERATOR' OPERATOR-RECORD
               WS-OP-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-OPERATOR-FILE'.

           MOVE 'Related customer removed' TO WS-OP-OP-MESSAGE.

       REMOVE-RELATED-CUSTOMER-END.
           EXIT.

       FIND-RELATED-CUSTOMER.
      *    Locate WS-INPUT-CUSTOMER-ID among the declared customers
      *    Output: WS-RELATED-FOUND-IDX (zero when not declared)
           MOVE 0 TO WS-RELATED-FOUND-IDX.
           PERFORM MATCH-ONE-RELATED-ENTRY
               VARYING WS-RELATED-IDX FROM 1 BY 1
               UNTIL WS-RELATED-IDX > OP-RELATED-COUNT.

       MATCH-ONE-RELATED-ENTRY.
      *    Note the slot holding the customer being looked for
           IF OP-RELATED-CUSTOMER-ID(WS-RELATED-IDX) =
                   WS-INPUT-CUSTOMER-ID
               MOVE WS-RELATED-IDX TO WS-RELATED-FOUND-IDX
           END-IF.

       CLOSE-UP-RELATED-ENTRY.
      *    Move the next declared customer down one slot
           MOVE OP-RELATED-CUSTOMER-ID(WS-RELATED-IDX + 1)
               TO OP-RELATED-CUSTOMER-ID(WS-RELATED-IDX).

       CHECK-STAFF-CONFLICT.
      *    Is the account held by (or, for a minor, guarded by) this
      *    operator or a customer they declared as related? A
      *    conflicted operator is refused and the work goes to a
      *    colleague. Unattended batch callers (operator zero) and
      *    unlinked operators are never in conflict.
      *    Input: WS-INPUT-OPERATOR-ID, WS-INPUT-HOLDER-CUSTOMER-ID,
      *           WS-INPUT-GUARDIAN-CUST-ID
      *    Output: WS-OP-OP-STATUS ('00' clear, '99' staff-linked),
      *            WS-OP-OP-MESSAGE
           MOVE '00' TO WS-OP-OP-STATUS.
           MOVE SPACES TO WS-OP-OP-MESSAGE.

           IF WS-INPUT-OPERATOR-ID = 0
               GO TO CHECK-STAFF-CONFLICT-END
           END-IF.

           MOVE WS-INPUT-OPERATOR-ID TO OP-ID.

           CALL 'FILES' USING 'OPEN-OPERATOR-FILE-IO'.
           CALL 'FILES' USING 'READ-OPERATOR' OPERATOR-RECORD
               WS-LINK-CUST-STATUS.
           CALL 'FILES' USING 'CLOSE-OPERATOR-FILE'.

           IF WS-LINK-CUST-STATUS NOT = '00'
               GO TO CHECK-STAFF-CONFLICT-END
           END-IF.

           IF OP-CUSTOMER-ID NOT = 0 AND
                   (OP-CUSTOMER-ID = WS-INPUT-HOLDER-CUSTOMER-ID OR
                    OP-CUSTOMER-ID = WS-INPUT-GUARDIAN-CUST-ID)
               MOVE '99' TO WS-OP-OP-STATUS
               MOVE 'Own account - refer to another operator'
                   TO WS-OP-OP-MESSAGE
               GO TO CHECK-STAFF-CONFLICT-END
           END-IF.

           IF WS-INPUT-HOLDER-CUSTOMER-ID NOT = 0
               MOVE WS-INPUT-HOLDER-CUSTOMER-ID
                   TO WS-INPUT-CUSTOMER-ID
               PERFORM FIND-RELATED-CUSTOMER
               IF WS-RELATED-FOUND-IDX > 0
                   PERFORM REFUSE-RELATED-ACCOUNT
                   GO TO CHECK-STAFF-CONFLICT-END
               END-IF
           END-IF.

           IF WS-INPUT-GUARDIAN-CUST-ID NOT = 0
               MOVE WS-INPUT-GUARDIAN-CUST-ID TO WS-INPUT-CUSTOMER-ID
               PERFORM FIND-RELATED-CUSTOMER
               IF WS-RELATED-FOUND-IDX > 0
                   PERFORM REFUSE-RELATED-ACCOUNT
               END-IF
           END-IF.

       CHECK-STAFF-CONFLICT-END.
           EXIT.

       REFUSE-RELATED-ACCOUNT.
      *    Refusal for the account of a declared related customer
           MOVE '99' TO WS-OP-OP-STATUS.
           MOVE 'Related customer - refer to another operator'
               TO WS-OP-OP-MESSAGE.

       GET-OPERATOR.
      *    Retrieve an operator record by ID
      *    Input: WS-INPUT-OPERATOR-ID
