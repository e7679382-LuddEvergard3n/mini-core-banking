      *   cheque report lists these) but remains presentable, the
      *   same way the paper item would be re-deposited
      * - Stop orders only apply to leaves not yet PAID
      * - Positive pay: on an account enrolled ACTIVE, a presented
      *   leaf must be on the customer's issued-cheque file at the
      *   presented amount. An unlisted leaf or a different amount
      *   is held PPHELD on an exception row instead of paying; the
      *   customer decides pay or return by the PPAY cut-off (see
      *   CUTOFF.COB) on the next business day, and the nightly
      *   default job (PPAYDFLT) applies the account's default
      *   decision to whatever is still open after that
      * - A PAY decision posts the debit through the same path as a
      *   counter presentation, at the amount actually presented; a
      *   leaf stopped while held is returned whatever was decided
      *
      * Operations:
      * - ISSUE-CHEQUE-BOOK: Registers a book's number range
      *   on another bank and posts the credit, so the outward
      *   collection batch can present it and a later return can
      *   reverse exactly the credit it backed
      * - SET-POSITIVE-PAY: Enrols an account in positive pay, changes
      *   its default decision, or withdraws it
      * - LOAD-ISSUED-CHEQUE: Records one issued-cheque file line
      *   against its leaf
      * - DECIDE-PPAY-EXCEPTION: Pays or returns one held exception
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUES.
               10  WS-CURR-YEAR        PIC 9(4).
               10  WS-CURR-MONTH       PIC 99.
               10  WS-CURR-DAY         PIC 99.
           05  WS-CURRENT-DATE-FLAT REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).
           05  WS-CURRENT-TIME.
               10  WS-CURR-HOUR        PIC 99.
               10  WS-CURR-MINUTE      PIC 99.
       01  WS-DEPOSIT-REFERENCE        PIC X(20).
       01  WS-POSTING-DATE-WORK        PIC 9(8).

      * Positive pay input parameters and working data (see
      * SET-POSITIVE-PAY, LOAD-ISSUED-CHEQUE, DECIDE-PPAY-EXCEPTION)
       01  WS-INPUT-ISSUE-DATE         PIC 9(8).
       01  WS-INPUT-PAYEE              PIC X(40).
       01  WS-INPUT-FILE-DATE          PIC 9(8).
       01  WS-INPUT-DECISION           PIC X(6).
       01  WS-INPUT-DECIDED-BY         PIC X(8).
       01  WS-PPAY-STATUS              PIC XX.
       01  WS-PPAY-EXC-STATUS          PIC XX.
       01  WS-PPAY-HOLD-SWITCH         PIC 9 VALUE 0.
           88  PPAY-HOLD-FOR-DECISION  VALUE 1.
       01  WS-PPAY-REASON              PIC X(8).
       01  WS-PPAY-DUE-DATE            PIC 9(8).
       01  WS-PPAY-VALUE-DATE          PIC 9(8).
       01  WS-PPAY-AFTER-CUTOFF        PIC 9.
       01  WS-PPAY-CUTOFF-TIME         PIC 9(4).
       01  WS-PPAY-CUT-STATUS          PIC XX.
       01  WS-CLOCK-HHMM               PIC 9(4).

       PROCEDURE DIVISION.

      ******************************************************************
               GO TO PRESENT-CHEQUE-END
           END-IF.

           IF CHQ-PP-HELD
               CALL 'FILES' USING 'CLOSE-CHEQUE-FILE'
               MOVE '99' TO WS-CHQ-OP-STATUS
               MOVE 'Cheque is held awaiting a positive pay decision'
                   TO WS-CHQ-OP-MESSAGE
               GO TO PRESENT-CHEQUE-END
           END-IF.

      *    An enrolled account's leaf must match its issued-cheque
      *    file; a mismatch is held for the customer's decision
           PERFORM CHECK-POSITIVE-PAY THRU CHECK-POSITIVE-PAY-END.

           IF PPAY-HOLD-FOR-DECISION
               PERFORM RAISE-PPAY-EXCEPTION
               CALL 'FILES' USING 'CLOSE-CHEQUE-FILE'
               INITIALIZE TRANSACTION-RECORD
               MOVE '00' TO WS-CHQ-OP-STATUS
               MOVE 'Positive pay exception - held for the customer'
                   TO WS-CHQ-OP-MESSAGE
               GO TO PRESENT-CHEQUE-END
           END-IF.

      *    The leaf is payable (ISSUED, or BOUNCED and re-presented).
      *    Close the register around the debit - TRANSACTIONS reaches
      *    through ACCOUNT and FILES for its own I/O
           CALL 'FILES' USING 'CLOSE-CHEQUE-FILE'.

           PERFORM PAY-CHEQUE-LEAF THRU PAY-CHEQUE-LEAF-END.

       PRESENT-CHEQUE-END.
           EXIT.

       PAY-CHEQUE-LEAF.
      *    Post the debit for a payable leaf and settle the register
      *    row on the outcome: PAID, PRESENTD while the debit waits
      *    for checker approval, or BOUNCED when it was rejected.
      *    The register file must be closed on entry.
      *    Input: WS-INPUT-ACCOUNT-ID, WS-INPUT-CHEQUE-NUMBER,
      *           WS-INPUT-AMOUNT, WS-INPUT-OPERATOR-ID
      *    Output: TRANSACTION-RECORD, CHEQUE-RECORD, WS-CHQ-OP-STATUS,
      *            WS-CHQ-OP-MESSAGE
           MOVE SPACES TO WS-DEBIT-DESC.
           STRING 'Cheque ' WS-INPUT-CHEQUE-NUMBER ' presented'
               DELIMITED BY SIZE INTO WS-DEBIT-DESC.
               WS-INPUT-ACCOUNT-ID WS-INPUT-AMOUNT
               WS-DEBIT-DESC WS-CHEQUE-REFERENCE
               WS-INPUT-OPERATOR-ID
               'CHQPAY' TRANSACTION-RECORD WS-DEBIT-STATUS.

           PERFORM GET-CURRENT-TIMESTAMP.

           MOVE WS-INPUT-ACCOUNT-ID TO CHQ-ACCOUNT-ID.
           MOVE WS-INPUT-CHEQUE-NUMBER TO CHQ-NUMBER.
           CALL 'FILES' USING 'OPEN-CHEQUE-FILE-IO'.
           CALL 'FILES' USING 'READ-CHEQUE' CHEQUE-RECORD
               WS-CHQ-OP-STATUS.
               CALL 'FILES' USING 'CLOSE-CHEQUE-FILE'
               MOVE '00' TO WS-CHQ-OP-STATUS
               MOVE 'Cheque paid' TO WS-CHQ-OP-MESSAGE
               GO TO PAY-CHEQUE-LEAF-END
           END-IF.

           IF WS-DEBIT-STATUS = '00' AND TXN-PENDING
               MOVE '00' TO WS-CHQ-OP-STATUS
               MOVE 'Cheque debit is awaiting checker approval'
                   TO WS-CHQ-OP-MESSAGE
               GO TO PAY-CHEQUE-LEAF-END
           END-IF.

      *    The debit was rejected - record the bounce for the NSF
           MOVE 'Cheque bounced - debit was rejected'
               TO WS-CHQ-OP-MESSAGE.

       PAY-CHEQUE-LEAF-END.
           EXIT.

       CHECK-POSITIVE-PAY.
      *    Match a presented leaf against the issued-cheque file when
      *    the account is enrolled in positive pay. A leaf the
      *    customer already decided to PAY at this same amount (a
      *    re-presentation after a bounce) is not held again.
      *    Input: CHEQUE-RECORD, WS-INPUT-ACCOUNT-ID, WS-INPUT-AMOUNT
      *    Output: WS-PPAY-HOLD-SWITCH, WS-PPAY-REASON
           MOVE 0 TO WS-PPAY-HOLD-SWITCH.
           MOVE SPACES TO WS-PPAY-REASON.

           MOVE WS-INPUT-ACCOUNT-ID TO PPY-ACCOUNT-ID.
           CALL 'FILES' USING 'OPEN-POSITIVE-PAY-FILE-IO'.
           CALL 'FILES' USING 'READ-POSITIVE-PAY'
               POSITIVE-PAY-RECORD WS-PPAY-STATUS.
           CALL 'FILES' USING 'CLOSE-POSITIVE-PAY-FILE'.

           IF WS-PPAY-STATUS NOT = '00' OR NOT PPY-ACTIVE
               GO TO CHECK-POSITIVE-PAY-END
           END-IF.

           IF CHQ-PP-ON-FILE AND CHQ-PP-AMOUNT = WS-INPUT-AMOUNT
               GO TO CHECK-POSITIVE-PAY-END
           END-IF.

           MOVE WS-INPUT-ACCOUNT-ID TO PPX-ACCOUNT-ID.
           MOVE WS-INPUT-CHEQUE-NUMBER TO PPX-CHEQUE-NUMBER.
           CALL 'FILES' USING 'OPEN-PPAY-EXCEPTION-FILE-IO'.
           CALL 'FILES' USING 'READ-PPAY-EXCEPTION'
               PPAY-EXCEPTION-RECORD WS-PPAY-EXC-STATUS.
           CALL 'FILES' USING 'CLOSE-PPAY-EXCEPTION-FILE'.

           IF WS-PPAY-EXC-STATUS = '00' AND PPX-DECIDED
                   AND PPX-DECISION-PAY
                   AND PPX-PRESENTED-AMOUNT = WS-INPUT-AMOUNT
               GO TO CHECK-POSITIVE-PAY-END
           END-IF.

           MOVE 1 TO WS-PPAY-HOLD-SWITCH.
           IF CHQ-PP-ON-FILE
               MOVE 'AMOUNT' TO WS-PPAY-REASON
           ELSE
               MOVE 'UNLISTED' TO WS-PPAY-REASON
           END-IF.

       CHECK-POSITIVE-PAY-END.
           EXIT.

       RAISE-PPAY-EXCEPTION.
      *    Open (or re-open) the exception row for a held leaf, due
      *    by the PPAY cut-off on the next business day, and mark the
      *    leaf PPHELD. The register file is open on entry.
      *    Input: CHEQUE-RECORD, WS-INPUT-AMOUNT, WS-INPUT-OPERATOR-ID,
      *           WS-PPAY-REASON
           PERFORM GET-CURRENT-TIMESTAMP.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-POSTING-DATE-WORK.
           MOVE WS-POSTING-DATE-WORK TO WS-PPAY-DUE-DATE.
           CALL 'CALENDAR' USING 'ADJUST-TO-NEXT-BUSINESS-DAY'
               WS-PPAY-DUE-DATE.
           CALL 'CUTOFF' USING 'GET-VALUE-DATE' 'PPAY' 'BATCH'
               WS-PPAY-VALUE-DATE WS-PPAY-AFTER-CUTOFF
               WS-PPAY-CUTOFF-TIME WS-PPAY-CUT-STATUS.

           MOVE WS-INPUT-ACCOUNT-ID TO PPX-ACCOUNT-ID.
           MOVE WS-INPUT-CHEQUE-NUMBER TO PPX-CHEQUE-NUMBER.
           CALL 'FILES' USING 'OPEN-PPAY-EXCEPTION-FILE-IO'.
           CALL 'FILES' USING 'READ-PPAY-EXCEPTION'
               PPAY-EXCEPTION-RECORD WS-PPAY-EXC-STATUS.

           INITIALIZE PPAY-EXCEPTION-RECORD.
           MOVE WS-INPUT-ACCOUNT-ID TO PPX-ACCOUNT-ID.
           MOVE WS-INPUT-CHEQUE-NUMBER TO PPX-CHEQUE-NUMBER.
           MOVE WS-PPAY-REASON TO PPX-REASON.
           MOVE WS-INPUT-AMOUNT TO PPX-PRESENTED-AMOUNT.
           IF CHQ-PP-ON-FILE
               MOVE CHQ-PP-AMOUNT TO PPX-ISSUED-AMOUNT
           END-IF.
           MOVE WS-INPUT-OPERATOR-ID TO PPX-PRESENTED-BY.
           MOVE WS-POSTING-DATE-WORK TO PPX-PRESENTED-DATE.
           MOVE WS-TIMESTAMP TO PPX-PRESENTED-TS.
           MOVE WS-PPAY-DUE-DATE TO PPX-DUE-DATE.
           MOVE WS-PPAY-CUTOFF-TIME TO PPX-DUE-TIME.
           MOVE 'OPEN' TO PPX-STATUS.

           IF WS-PPAY-EXC-STATUS = '00'
               CALL 'FILES' USING 'UPDATE-PPAY-EXCEPTION'
                   PPAY-EXCEPTION-RECORD WS-PPAY-EXC-STATUS
           ELSE
               CALL 'FILES' USING 'WRITE-PPAY-EXCEPTION'
                   PPAY-EXCEPTION-RECORD WS-PPAY-EXC-STATUS
           END-IF.
           CALL 'FILES' USING 'CLOSE-PPAY-EXCEPTION-FILE'.

           MOVE 'PPHELD' TO CHQ-STATUS.
           MOVE WS-TIMESTAMP TO CHQ-STATUS-TS.
           CALL 'FILES' USING 'UPDATE-CHEQUE' CHEQUE-RECORD
               WS-CHQ-OP-STATUS.

       SETTLE-PRESENTED-CHEQUE.
      *    The checker decided the held debit behind a reserved leaf
      *    (see TRANSACTIONS' approval path): settle the leaf PAID
      *    the credit's TXN-ID, so the end-of-day collection batch
      *    can present it to the network and a later return can
      *    reverse exactly the credit this deposit posted. The
      *    credit posts under the CHQDEP transaction code, so the
      *    GL mirror entry books against settlement suspense until
      *    the drawee bank settles.
      *    Input: WS-INPUT-ACCOUNT-ID, WS-INPUT-DRAWEE-BANK,
           CALL 'TRANSACTIONS' USING 'PROCESS-CREDIT'
               WS-INPUT-ACCOUNT-ID WS-INPUT-AMOUNT
               WS-CREDIT-DESC WS-DEPOSIT-REFERENCE 'TELLER'
               'CHQDEP' TRANSACTION-RECORD WS-CREDIT-STATUS.

           IF WS-CREDIT-STATUS NOT = '00'
               MOVE '99' TO WS-CHQ-OP-STATUS
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-POSTING-DATE-WORK.
           MOVE WS-POSTING-DATE-WORK TO DEP-DEPOSIT-DATE.
      *    A cheque taken after the deposit cut-off carries the next
      *    business day's value date from the credit, and the outward
      *    collection file holds it back until that day
           MOVE TXN-VALUE-DATE TO DEP-VALUE-DATE.

           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO DEP-CREATED-TS.
       DEPOSIT-OUTWARD-CHEQUE-END.
           EXIT.

      ******************************************************************
      * POSITIVE PAY
      ******************************************************************

       SET-POSITIVE-PAY.
      *    Enrol an account in positive pay with its default decision,
      *    change the default, or withdraw the enrolment
      *    Input: WS-INPUT-ACCOUNT-ID, WS-INPUT-DECISION ('PAY' or
      *           'RETURN' as the default, 'OFF' to withdraw),
      *           WS-INPUT-OPERATOR-ID
      *    Output: POSITIVE-PAY-RECORD, WS-CHQ-OP-STATUS,
      *            WS-CHQ-OP-MESSAGE
           IF WS-INPUT-DECISION NOT = 'PAY'
                   AND WS-INPUT-DECISION NOT = 'RETURN'
                   AND WS-INPUT-DECISION NOT = 'OFF'
               MOVE '99' TO WS-CHQ-OP-STATUS
               MOVE 'Default decision must be PAY or RETURN'
                   TO WS-CHQ-OP-MESSAGE
               GO TO SET-POSITIVE-PAY-END
           END-IF.

           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               WS-INPUT-ACCOUNT-ID ACCOUNT-RECORD WS-CHQ-OP-STATUS.

           IF NOT CHQ-OP-SUCCESS
               MOVE 'Account not found' TO WS-CHQ-OP-MESSAGE
               GO TO SET-POSITIVE-PAY-END
           END-IF.

           PERFORM GET-CURRENT-TIMESTAMP.

           MOVE WS-INPUT-ACCOUNT-ID TO PPY-ACCOUNT-ID.
           CALL 'FILES' USING 'OPEN-POSITIVE-PAY-FILE-IO'.
           CALL 'FILES' USING 'READ-POSITIVE-PAY'
               POSITIVE-PAY-RECORD WS-PPAY-STATUS.

           IF WS-INPUT-DECISION = 'OFF'
               IF WS-PPAY-STATUS NOT = '00' OR NOT PPY-ACTIVE
                   CALL 'FILES' USING 'CLOSE-POSITIVE-PAY-FILE'
                   MOVE '99' TO WS-CHQ-OP-STATUS
                   MOVE 'Account is not enrolled in positive pay'
                       TO WS-CHQ-OP-MESSAGE
                   GO TO SET-POSITIVE-PAY-END
               END-IF
               MOVE 'WITHDRWN' TO PPY-STATUS
               MOVE WS-INPUT-OPERATOR-ID TO PPY-UPDATED-BY
               MOVE WS-TIMESTAMP TO PPY-UPDATED-TS
               CALL 'FILES' USING 'UPDATE-POSITIVE-PAY'
                   POSITIVE-PAY-RECORD WS-CHQ-OP-STATUS
               CALL 'FILES' USING 'CLOSE-POSITIVE-PAY-FILE'
               MOVE 'Positive pay withdrawn' TO WS-CHQ-OP-MESSAGE
               GO TO SET-POSITIVE-PAY-END
           END-IF.

           IF NOT ACC-ACTIVE
               CALL 'FILES' USING 'CLOSE-POSITIVE-PAY-FILE'
               MOVE '99' TO WS-CHQ-OP-STATUS
               MOVE 'Positive pay is for active accounts only'
                   TO WS-CHQ-OP-MESSAGE
               GO TO SET-POSITIVE-PAY-END
           END-IF.

           IF WS-PPAY-STATUS NOT = '00'
               INITIALIZE POSITIVE-PAY-RECORD
               MOVE WS-INPUT-ACCOUNT-ID TO PPY-ACCOUNT-ID
               MOVE WS-TIMESTAMP TO PPY-ENROLLED-TS
           END-IF.
           MOVE 'ACTIVE' TO PPY-STATUS.
           MOVE WS-INPUT-DECISION TO PPY-DEFAULT-DECISION.
           MOVE WS-INPUT-OPERATOR-ID TO PPY-UPDATED-BY.
           MOVE WS-TIMESTAMP TO PPY-UPDATED-TS.

           IF WS-PPAY-STATUS = '00'
               CALL 'FILES' USING 'UPDATE-POSITIVE-PAY'
                   POSITIVE-PAY-RECORD WS-CHQ-OP-STATUS
           ELSE
               CALL 'FILES' USING 'WRITE-POSITIVE-PAY'
                   POSITIVE-PAY-RECORD WS-CHQ-OP-STATUS
           END-IF.
           CALL 'FILES' USING 'CLOSE-POSITIVE-PAY-FILE'.

           IF CHQ-OP-SUCCESS
               MOVE 'Positive pay enrolment recorded'
                   TO WS-CHQ-OP-MESSAGE
           ELSE
               MOVE 'Failed to record positive pay enrolment'
                   TO WS-CHQ-OP-MESSAGE
           END-IF.

       SET-POSITIVE-PAY-END.
           EXIT.

       LOAD-ISSUED-CHEQUE.
      *    Record one line of a customer's issued-cheque file against
      *    its register leaf. A leaf listed again (a corrected file)
      *    simply takes the later details.
      *    Input: WS-INPUT-ACCOUNT-ID, WS-INPUT-CHEQUE-NUMBER,
      *           WS-INPUT-AMOUNT, WS-INPUT-ISSUE-DATE, WS-INPUT-PAYEE,
      *           WS-INPUT-FILE-DATE
      *    Output: CHEQUE-RECORD, WS-CHQ-OP-STATUS, WS-CHQ-OP-MESSAGE
           MOVE WS-INPUT-ACCOUNT-ID TO PPY-ACCOUNT-ID.
           CALL 'FILES' USING 'OPEN-POSITIVE-PAY-FILE-IO'.
           CALL 'FILES' USING 'READ-POSITIVE-PAY'
               POSITIVE-PAY-RECORD WS-PPAY-STATUS.

           IF WS-PPAY-STATUS NOT = '00' OR NOT PPY-ACTIVE
               CALL 'FILES' USING 'CLOSE-POSITIVE-PAY-FILE'
               MOVE '99' TO WS-CHQ-OP-STATUS
               MOVE 'Account is not enrolled in positive pay'
                   TO WS-CHQ-OP-MESSAGE
               GO TO LOAD-ISSUED-CHEQUE-END
           END-IF.

           IF WS-INPUT-FILE-DATE > PPY-LAST-FILE-DATE
               MOVE WS-INPUT-FILE-DATE TO PPY-LAST-FILE-DATE
               CALL 'FILES' USING 'UPDATE-POSITIVE-PAY'
                   POSITIVE-PAY-RECORD WS-PPAY-STATUS
           END-IF.
           CALL 'FILES' USING 'CLOSE-POSITIVE-PAY-FILE'.

           IF WS-INPUT-AMOUNT NOT > 0
               MOVE '99' TO WS-CHQ-OP-STATUS
               MOVE 'Issued amount must be greater than zero'
                   TO WS-CHQ-OP-MESSAGE
               GO TO LOAD-ISSUED-CHEQUE-END
           END-IF.

           MOVE WS-INPUT-ACCOUNT-ID TO CHQ-ACCOUNT-ID.
           MOVE WS-INPUT-CHEQUE-NUMBER TO CHQ-NUMBER.
           CALL 'FILES' USING 'OPEN-CHEQUE-FILE-IO'.
           CALL 'FILES' USING 'READ-CHEQUE' CHEQUE-RECORD
               WS-CHQ-OP-STATUS.

           IF NOT CHQ-OP-SUCCESS
               CALL 'FILES' USING 'CLOSE-CHEQUE-FILE'
               MOVE '99' TO WS-CHQ-OP-STATUS
               MOVE 'Cheque number was never issued on this account'
                   TO WS-CHQ-OP-MESSAGE
               GO TO LOAD-ISSUED-CHEQUE-END
           END-IF.

           IF CHQ-PAID OR CHQ-STOPPED
               CALL 'FILES' USING 'CLOSE-CHEQUE-FILE'
               MOVE '99' TO WS-CHQ-OP-STATUS
               MOVE 'Cheque is already paid or stopped'
                   TO WS-CHQ-OP-MESSAGE
               GO TO LOAD-ISSUED-CHEQUE-END
           END-IF.

           MOVE 'Y' TO CHQ-PP-LISTED.
           MOVE WS-INPUT-AMOUNT TO CHQ-PP-AMOUNT.
           MOVE WS-INPUT-ISSUE-DATE TO CHQ-PP-ISSUE-DATE.
           MOVE WS-INPUT-PAYEE TO CHQ-PP-PAYEE.
           MOVE WS-INPUT-FILE-DATE TO CHQ-PP-FILE-DATE.

           CALL 'FILES' USING 'UPDATE-CHEQUE' CHEQUE-RECORD
               WS-CHQ-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-CHEQUE-FILE'.

           IF CHQ-OP-SUCCESS
               MOVE 'Issued cheque recorded' TO WS-CHQ-OP-MESSAGE
           ELSE
               MOVE 'Failed to record issued cheque'
                   TO WS-CHQ-OP-MESSAGE
           END-IF.

       LOAD-ISSUED-CHEQUE-END.
           EXIT.

       DECIDE-PPAY-EXCEPTION.
      *    Pay or return one open positive pay exception. A customer
      *    decision is refused once the exception's cut-off has
      *    passed - the default job decides it from then on.
      *    Input: WS-INPUT-ACCOUNT-ID, WS-INPUT-CHEQUE-NUMBER,
      *           WS-INPUT-DECISION ('PAY' or 'RETURN'),
      *           WS-INPUT-DECIDED-BY ('CUSTOMER' or 'DEFAULT'),
      *           WS-INPUT-OPERATOR-ID
      *    Output: TRANSACTION-RECORD (when paid), WS-CHQ-OP-STATUS,
      *            WS-CHQ-OP-MESSAGE
           IF WS-INPUT-DECISION NOT = 'PAY'
                   AND WS-INPUT-DECISION NOT = 'RETURN'
               MOVE '99' TO WS-CHQ-OP-STATUS
               MOVE 'Decision must be PAY or RETURN'
                   TO WS-CHQ-OP-MESSAGE
               GO TO DECIDE-PPAY-EXCEPTION-END
           END-IF.

           MOVE WS-INPUT-ACCOUNT-ID TO PPX-ACCOUNT-ID.
           MOVE WS-INPUT-CHEQUE-NUMBER TO PPX-CHEQUE-NUMBER.
           CALL 'FILES' USING 'OPEN-PPAY-EXCEPTION-FILE-IO'.
           CALL 'FILES' USING 'READ-PPAY-EXCEPTION'
               PPAY-EXCEPTION-RECORD WS-PPAY-EXC-STATUS.

           IF WS-PPAY-EXC-STATUS NOT = '00' OR NOT PPX-OPEN
               CALL 'FILES' USING 'CLOSE-PPAY-EXCEPTION-FILE'
               MOVE '99' TO WS-CHQ-OP-STATUS
               MOVE 'No open positive pay exception for this cheque'
                   TO WS-CHQ-OP-MESSAGE
               GO TO DECIDE-PPAY-EXCEPTION-END
           END-IF.

           PERFORM GET-CURRENT-TIMESTAMP.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-POSTING-DATE-WORK.
           COMPUTE WS-CLOCK-HHMM = WS-CURR-HOUR * 100 + WS-CURR-MINUTE.

           IF WS-INPUT-DECIDED-BY = 'CUSTOMER'
               IF WS-POSTING-DATE-WORK > PPX-DUE-DATE
                   OR (WS-POSTING-DATE-WORK = PPX-DUE-DATE
                       AND PPX-DUE-TIME > 0
                       AND WS-CLOCK-HHMM NOT < PPX-DUE-TIME)
                   CALL 'FILES' USING 'CLOSE-PPAY-EXCEPTION-FILE'
                   MOVE '99' TO WS-CHQ-OP-STATUS
                   MOVE 'Decision cut-off passed - the default applies'
                       TO WS-CHQ-OP-MESSAGE
                   GO TO DECIDE-PPAY-EXCEPTION-END
               END-IF
           END-IF.

      *    A stop order placed while the leaf was held wins over any
      *    decision to pay
           MOVE WS-INPUT-ACCOUNT-ID TO CHQ-ACCOUNT-ID.
           MOVE WS-INPUT-CHEQUE-NUMBER TO CHQ-NUMBER.
           CALL 'FILES' USING 'OPEN-CHEQUE-FILE-IO'.
           CALL 'FILES' USING 'READ-CHEQUE' CHEQUE-RECORD
               WS-CHQ-OP-STATUS.
           IF CHQ-OP-SUCCESS AND CHQ-STOPPED
               MOVE 'RETURN' TO WS-INPUT-DECISION
           END-IF.

           MOVE 'DECIDED' TO PPX-STATUS.
           MOVE WS-INPUT-DECISION TO PPX-DECISION.
           MOVE WS-INPUT-DECIDED-BY TO PPX-DECIDED-BY.
           MOVE WS-INPUT-OPERATOR-ID TO PPX-DECIDED-OPERATOR.
           MOVE WS-TIMESTAMP TO PPX-DECIDED-TS.
           CALL 'FILES' USING 'UPDATE-PPAY-EXCEPTION'
               PPAY-EXCEPTION-RECORD WS-PPAY-EXC-STATUS.
           CALL 'FILES' USING 'CLOSE-PPAY-EXCEPTION-FILE'.

           IF WS-INPUT-DECISION = 'RETURN'
               IF CHQ-OP-SUCCESS AND CHQ-PP-HELD
                   MOVE 'ISSUED' TO CHQ-STATUS
                   MOVE WS-TIMESTAMP TO CHQ-STATUS-TS
                   CALL 'FILES' USING 'UPDATE-CHEQUE' CHEQUE-RECORD
                       WS-CHQ-OP-STATUS
               END-IF
               CALL 'FILES' USING 'CLOSE-CHEQUE-FILE'
               INITIALIZE TRANSACTION-RECORD
               MOVE '00' TO WS-CHQ-OP-STATUS
               MOVE 'Cheque returned unpaid on positive pay decision'
                   TO WS-CHQ-OP-MESSAGE
               GO TO DECIDE-PPAY-EXCEPTION-END
           END-IF.

      *    PAY: the debit posts at the amount actually presented
           CALL 'FILES' USING 'CLOSE-CHEQUE-FILE'.
           MOVE PPX-PRESENTED-AMOUNT TO WS-INPUT-AMOUNT.
           PERFORM PAY-CHEQUE-LEAF THRU PAY-CHEQUE-LEAF-END.

       DECIDE-PPAY-EXCEPTION-END.
           EXIT.

       END PROGRAM CHEQUES.
