      * - Transaction IDs are globally unique
      * - Failed transactions are logged with FAILED status
      * - No partial updates (rollback on any failure)
      * - An operator is refused any posting, approval or reversal
      *   on an account linked to their own or a declared related
      *   customer; the refusal is logged FAILED and audited
      *
      * Supported operations:
      * - CREDIT: Add funds to account
           88  INPUT-CHANNEL-BATCH     VALUE 'BATCH'.
           88  INPUT-CHANNEL-ONLINE    VALUE 'ONLINE'.

      * Structured transaction code the caller posts under (see
      * POSTING-RULE-RECORD) - stamped on the transaction and its
      * ledger entries, and resolved with the channel to the GL rows
      * the movement books to. A caller that leaves it blank gets
      * the plain code for the operation: DEP, WDL, XFR, HOLD, UNHOLD.
       01  WS-INPUT-TXN-CODE           PIC X(6).

      * Operator who initiated the transaction being built (the
      * maker), stamped onto TRANSACTION-RECORD so approvals can
      * refuse self-approval; zero marks an unattended batch caller
      * supervisor's recorded release
       01  WS-OPLIM-STATUS             PIC XX.

      * Staff self-dealing guard (see CHECK-STAFF-CONFLICT in
      * OPERATOR.COB): an operator may not post to, approve,
      * or reverse on an account held by themself or a customer
      * they declared as related - the refusal is logged and
      * audited, and a colleague keys it instead
       01  WS-STAFF-OPERATOR-ID        PIC 9(6).
       01  WS-STAFF-ACCOUNT-ID         PIC 9(8).
       01  WS-STAFF-ACCT-STATUS        PIC XX.
       01  WS-STAFF-LINK-STATUS        PIC XX.
       01  WS-STAFF-LINK-MESSAGE       PIC X(80).
       01  WS-STAFF-AUDIT-STATUS       PIC XX.

      * Garnishment seizure hook (see GARNISH.COB): after a credit
      * completes, any judicial order standing on the account takes
      * what the law allows; the completed transaction is image-
      * saved around the call, which posts BLOCK transactions of
      * its own over the same working storage
       01  WS-GARNISH-STATUS           PIC XX.
       01  WS-GARNISH-TXN-IMAGE        PIC X(254).

      * In-flight fraud velocity rules (see CHECK-FRAUD-VELOCITY):
      * evaluated as a debit or transfer posts, not the morning
       01  WS-FV-CREDITS-TODAY         PIC S9(13)V99.
       01  WS-FV-TODAY                 PIC 9(8).
       01  WS-FV-SCAN-STATUS           PIC XX.
       01  WS-FV-TXN-IMAGE             PIC X(254).
       01  WS-FV-ALERT-STATUS          PIC XX.
       01  WS-FV-HOLD-FLAG             PIC 9.
           88  FRAUD-PATTERN-HOLDS     VALUE 1.
      * next ordinary transaction.
       01  WS-INPUT-VALUE-DATE         PIC 9(8) VALUE 0.

      * Processing cut-off working data (see CUTOFF.COB): a wire,
      * transfer, bill payment, direct debit or cheque deposit
      * received after its cut-off values on the next business day
       01  WS-CUT-PAYMENT-TYPE         PIC X(8).
       01  WS-CUT-VALUE-DATE           PIC 9(8).
       01  WS-CUT-AFTER-CUTOFF         PIC 9.
       01  WS-CUT-TIME                 PIC 9(4).
       01  WS-CUT-STATUS               PIC XX.

      * Back-dated posting inputs: the "as of" date, the mandatory
      * reason, and the direction of the correction
       01  WS-BACKDATE-REASON          PIC X(50).
           05  WS-ADJ-AMOUNT           PIC S9(13)V99.
           05  WS-ADJ-TODAY            PIC 9(8).
           05  WS-ADJ-STATUS           PIC XX.
      *    Accrual position before the adjustment, and the change
      *    actually made to it (booked to the GL - see INTACCR.COB)
           05  WS-ADJ-ACCRUED-BEFORE   PIC S9(13)V99.
           05  WS-ADJ-ACCRUAL-CHANGE   PIC S9(13)V99.
      * The span priced at the SAVINGS rate schedule in force on
      * each of its days, as the nightly accrual prices them (see
      * INTRATE.COB)
       01  WS-ADJ-RATE-WORK.
           05  WS-ADJ-PRODUCT          PIC X(10) VALUE 'SAVINGS'.
           05  WS-ADJ-FROM-DATE        PIC 9(8).
           05  WS-ADJ-RATE-DAYS        PIC 9(5).
           05  WS-ADJ-TIER-BALANCE     PIC S9(13)V99.
           05  WS-ADJ-RATE-TIER        PIC 9.
           05  WS-ADJ-RATE-APPLIED     PIC 9(2)V9(4).
           05  WS-ADJ-RATE-STATUS      PIC XX.
           05  WS-ADJ-RATE-MESSAGE     PIC X(80).
       01  WS-AUDIT-STATUS             PIC XX.

      * Closed-period guard working data: the accounting month of
       01  WS-FX-STATUS                PIC XX.
       01  WS-TRANSFER-LEG-DESC        PIC X(50).

      * Financial transaction tax on a cross-currency transfer (see
      * TAXRATE.COB) - priced with the conversion, before any money
      * moves, and posted as its own FTT ledger entry under the same
      * TXN-ID once the transfer has completed
       01  WS-FTT-AMOUNT               PIC S9(13)V99.
       01  WS-FTT-NO-TERM              PIC 9(5) VALUE 0.
       01  WS-FTT-DESCRIPTION          PIC X(50).
       01  WS-FTT-BAL-BEFORE           PIC S9(13)V99.
       01  WS-FTT-BAL-AFTER            PIC S9(13)V99.
       01  WS-FTT-STATUS               PIC XX.

      * Duplicate payment detection (see CHECK-DUPLICATE-PAYMENT):
      * a debit or transfer matching a same-day COMPLETED or PENDING
      * transaction on the same account, for the same amount and
       01  WS-DUP-SCAN-STATUS          PIC XX.
       01  WS-DUP-CHECK-TYPE           PIC X(10).
       01  WS-DUP-TODAY                PIC 9(8).
       01  WS-DUP-HELD-TXN-IMAGE       PIC X(254).

      * Estate settlement working data (see PROCESS-ESTATE-PAYOUT)
       01  WS-ESTATE-ORIGINAL-BALANCE  PIC S9(13)V99.
           88  APPROVAL-APPROVE        VALUE 'APPROVE'.
           88  APPROVAL-REJECT         VALUE 'REJECT'.

      * Inter-branch working data: a transfer between accounts held
      * in two different branches books the due-to/due-from pair
      * between them (see GLBRANCH.COB)
       01  WS-IBT-WORK.
           05  WS-IBT-FROM-BRANCH      PIC X(4).
           05  WS-IBT-TO-BRANCH        PIC X(4).
           05  WS-IBT-AMOUNT           PIC S9(13)V99.
           05  WS-IBT-CHANNEL          PIC X(10).
           05  WS-IBT-STATUS           PIC XX.

      * Transaction reversal working data
       01  WS-REVERSAL-ORIGINAL-TXN-ID PIC 9(12).
       01  WS-REVERSAL-ACCOUNT-ID      PIC 9(8).
       01  WS-REVERSAL-DEST-ACCOUNT-ID PIC 9(8).
       01  WS-REVERSAL-AMOUNT          PIC S9(13)V99.
      *    The reversal posts under the original's transaction code
      *    and resolves on its channel, so its GL mirror unwinds the
      *    very chart row the original booked to
       01  WS-REVERSAL-TXN-CODE        PIC X(6).
       01  WS-REVERSAL-CHANNEL         PIC X(10).
      *    Branch of the original source account, which the source
      *    credit-back leg books to after ACCOUNT-RECORD has moved on
      *    to the destination account
       01  WS-REVERSAL-SOURCE-BRANCH   PIC X(4).
      *    Byte-image save areas used by MARK-ORIGINAL-TRANSACTION-
      *    REVERSED to swap the original transaction into
      *    TRANSACTION-RECORD long enough to rewrite it, without
      *    losing the new reversal transaction being built on top of
      *    that same working-storage area
       01  WS-ORIGINAL-TXN-IMAGE       PIC X(254).
       01  WS-NEW-REVERSAL-TXN-IMAGE   PIC X(254).

      * Outbound wire working data - a transfer whose destination lies
      * outside this bank's own account-ID range debits the customer
       01  WS-CHEQUE-DISPOSITION       PIC X(8).
       01  WS-CHEQUE-SETTLE-STATUS     PIC XX.

      * Instant payment release working data - a held IPOUT debit
      * belongs to an instant payment waiting for the checker; the
      * decision sends or cancels it through IPAY
       01  WS-IPAY-DISPOSITION         PIC X(8).
       01  WS-IPAY-RELEASE-STATUS      PIC XX.

      * Transaction fee working data - after a transaction completes,
      * the tariff (see FEES.COB) is asked for a fee and any non-zero
      * fee is posted as its own ledger entry under the same TXN-ID
      * Relationship fee plan evaluation (see ACC-FEE-PLAN): the
      * plan and the balance floor can waive the tariff fee, and
      * every waiver is logged so pricing can see what it costs.
      * The plan constants are flagged to move to a shared
      * parameter copybook one day.
       01  WS-FEE-WAIVED               PIC 9.
           88  FEE-IS-WAIVED           VALUE 1.
       01  WS-WAIVE-REASON             PIC X(10).
           CALL 'FILES' USING 'CLOSE-TRANSACTION-FILE'.

       SET-TRANSACTION-REFERENCE-AND-CHANNEL.
      *    Stamp the external reference number, originating channel
      *    and transaction code onto the transaction now being built,
      *    defaulting the channel to TELLER (the interactive menu's
      *    channel) and the code to the operation's plain code when
      *    the caller left them blank
      *    Input: WS-INPUT-REFERENCE-NUMBER, WS-INPUT-CHANNEL,
      *           WS-INPUT-TXN-CODE, WS-INPUT-OPERATOR-ID, TXN-TYPE
      *    Output: TXN-REFERENCE-NUMBER, TXN-CHANNEL, TXN-CODE,
      *            TXN-OPERATOR-ID
           MOVE WS-INPUT-REFERENCE-NUMBER TO TXN-REFERENCE-NUMBER.
           IF WS-INPUT-CHANNEL = SPACES
               MOVE 'TELLER' TO TXN-CHANNEL
           ELSE
               MOVE WS-INPUT-CHANNEL TO TXN-CHANNEL
           END-IF.
           IF WS-INPUT-TXN-CODE NOT = SPACES
               MOVE WS-INPUT-TXN-CODE TO TXN-CODE
           ELSE
               EVALUATE TRUE
                   WHEN TXN-CREDIT
                       MOVE 'DEP' TO TXN-CODE
                   WHEN TXN-DEBIT
                       MOVE 'WDL' TO TXN-CODE
                   WHEN TXN-TRANSFER
                       MOVE 'XFR' TO TXN-CODE
                   WHEN TXN-BLOCK
                       MOVE 'HOLD' TO TXN-CODE
                   WHEN TXN-UNBLOCK
                       MOVE 'UNHOLD' TO TXN-CODE
               END-EVALUATE
           END-IF.
           MOVE WS-INPUT-OPERATOR-ID TO TXN-OPERATOR-ID.
      *    A transaction keyed after the end-of-day cutover belongs
      *    to the next business date - the shared system posting
           IF WS-INPUT-VALUE-DATE > 0
               MOVE WS-INPUT-VALUE-DATE TO TXN-VALUE-DATE
           ELSE
               PERFORM RESOLVE-CUTOFF-VALUE-DATE
           END-IF.

       RESOLVE-CUTOFF-VALUE-DATE.
      *    Value the transaction on the posting date, or on the next
      *    business day when its payment type was received after the
      *    cut-off for its channel (see CUTOFF.COB). Postings of no
      *    cut-off payment type always value on the posting date.
      *    Input: TXN-CODE, TXN-TYPE, WS-INPUT-CHANNEL
      *    Output: TXN-VALUE-DATE
           EVALUATE TRUE
               WHEN TXN-CODE = 'WIREOU'
                   MOVE 'WIRE' TO WS-CUT-PAYMENT-TYPE
               WHEN TXN-CODE = 'BILPAY'
                   MOVE 'BILLPAY' TO WS-CUT-PAYMENT-TYPE
               WHEN TXN-CODE = 'DDCOLL'
                   MOVE 'DDEBIT' TO WS-CUT-PAYMENT-TYPE
               WHEN TXN-CODE = 'CHQDEP'
                   MOVE 'CHQDEP' TO WS-CUT-PAYMENT-TYPE
               WHEN TXN-TRANSFER
                   MOVE 'XFER' TO WS-CUT-PAYMENT-TYPE
               WHEN OTHER
                   MOVE SPACES TO WS-CUT-PAYMENT-TYPE
           END-EVALUATE.

           IF WS-CUT-PAYMENT-TYPE = SPACES
               CALL 'CALENDAR' USING 'GET-POSTING-DATE'
                   WS-POSTING-DATE-WORK
               MOVE WS-POSTING-DATE-WORK TO TXN-VALUE-DATE
           ELSE
               CALL 'CUTOFF' USING 'GET-VALUE-DATE'
                   WS-CUT-PAYMENT-TYPE WS-INPUT-CHANNEL
                   WS-CUT-VALUE-DATE WS-CUT-AFTER-CUTOFF WS-CUT-TIME
                   WS-CUT-STATUS
               MOVE WS-CUT-VALUE-DATE TO TXN-VALUE-DATE
           END-IF.

       CHECK-STAFF-ACCOUNT-LINK.
      *    Ask OPERATOR whether the account is staff-linked to the
      *    operator acting on it; a refusal is audited against the
      *    account so the insider report and the audit trail both
      *    show the attempt. Unattended callers (operator zero) and
      *    accounts not on file pass through to the normal checks.
      *    Input: WS-STAFF-OPERATOR-ID, WS-STAFF-ACCOUNT-ID
      *    Output: WS-STAFF-LINK-STATUS ('00' clear, '99' refused),
      *            WS-STAFF-LINK-MESSAGE; ACCOUNT-RECORD is overlaid
           MOVE '00' TO WS-STAFF-LINK-STATUS.
           MOVE SPACES TO WS-STAFF-LINK-MESSAGE.

           IF WS-STAFF-OPERATOR-ID = 0 OR WS-STAFF-ACCOUNT-ID = 0
               GO TO CHECK-STAFF-ACCOUNT-LINK-END
           END-IF.

           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               WS-STAFF-ACCOUNT-ID ACCOUNT-RECORD WS-STAFF-ACCT-STATUS.

           IF WS-STAFF-ACCT-STATUS NOT = '00'
               GO TO CHECK-STAFF-ACCOUNT-LINK-END
           END-IF.

           CALL 'OPERATOR' USING 'CHECK-STAFF-CONFLICT'
               WS-STAFF-OPERATOR-ID ACC-CUSTOMER-ID
               ACC-GUARDIAN-CUSTOMER-ID WS-STAFF-LINK-STATUS
               WS-STAFF-LINK-MESSAGE.

           IF WS-STAFF-LINK-STATUS NOT = '00'
               CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
                   WS-STAFF-OPERATOR-ID 'STAFF-LINK-REFUSED'
                   WS-STAFF-ACCOUNT-ID
                   'Staff-linked account - referred to colleague'
                   WS-STAFF-AUDIT-STATUS
           END-IF.

       CHECK-STAFF-ACCOUNT-LINK-END.
           EXIT.

       CHECK-DEBIT-ALERT.
      *    Raise a low-balance alert (see ALERTS.COB) if a debit just
      *    posted left the account below its configured threshold
               TXN-ACCOUNT-ID TXN-ID 'DEBIT'
               WS-WN-PENALTY WS-WN-BAL-BEFORE WS-WN-BAL-AFTER
               'Early withdrawal penalty fee' SPACES SPACES
               'PENFEE' TXN-CHANNEL ACC-BRANCH-CODE
               LEDGER-RECORD WS-WN-UPD-STATUS.

           MOVE 0 TO WS-WN-PENALTY.
           CALL 'LEDGER' USING 'CREATE-LEDGER-ENTRY'
               TXN-ACCOUNT-ID TXN-ID 'DEBIT'
               WS-FEE-AMOUNT WS-FEE-BAL-BEFORE WS-FEE-BAL-AFTER
               WS-FEE-DESCRIPTION SPACES SPACES
               'FEE' TXN-CHANNEL ACC-BRANCH-CODE LEDGER-RECORD
               WS-FEE-OP-STATUS.

       POST-TRANSACTION-FEE-END.
           EXIT.

       POST-CONVERSION-TAX.
      *    Post the financial transaction tax priced with the
      *    conversion as its own DEBIT ledger entry under the same
      *    TXN-ID, to the account that was debited, in its currency.
      *    Like the tariff fee it posts even if it takes the balance
      *    negative - the tax is owed on the conversion that has
      *    already happened. Its FTT code books it to the tax
      *    payable row through the posting rules.
      *    Input: TRANSACTION-RECORD (completed), WS-FTT-AMOUNT,
      *           WS-FX-PAIR
           IF NOT TRANSFER-IS-CROSS-CCY OR WS-FTT-AMOUNT NOT > 0
               GO TO POST-CONVERSION-TAX-END
           END-IF.

           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               TXN-ACCOUNT-ID ACCOUNT-RECORD WS-FTT-STATUS.

           IF WS-FTT-STATUS NOT = '00'
               GO TO POST-CONVERSION-TAX-END
           END-IF.

           MOVE ACC-BALANCE TO WS-FTT-BAL-BEFORE.
           SUBTRACT WS-FTT-AMOUNT FROM ACC-BALANCE.
           MOVE ACC-BALANCE TO WS-FTT-BAL-AFTER.

           CALL 'ACCOUNT' USING 'UPDATE-ACCOUNT-BALANCE'
               ACCOUNT-RECORD WS-FTT-STATUS.

           MOVE SPACES TO WS-FTT-DESCRIPTION.
           STRING 'Financial transaction tax - FX ' WS-FX-PAIR
               DELIMITED BY SIZE INTO WS-FTT-DESCRIPTION.

           CALL 'LEDGER' USING 'CREATE-LEDGER-ENTRY'
               TXN-ACCOUNT-ID TXN-ID 'DEBIT'
               WS-FTT-AMOUNT WS-FTT-BAL-BEFORE WS-FTT-BAL-AFTER
               WS-FTT-DESCRIPTION SPACES SPACES
               'FTT' TXN-CHANNEL ACC-BRANCH-CODE LEDGER-RECORD
               WS-FTT-STATUS.

       POST-CONVERSION-TAX-END.
           EXIT.

       EVALUATE-FEE-WAIVER.
      *    Decide whether the plan or the balance floor waives the
      *    tariff fee just looked up
               PERFORM LOG-TRANSACTION
               GO TO PROCESS-CREDIT-END
           END-IF.

      *    Step 1b: An operator may not credit their own or a related
      *    customer's account
           MOVE WS-INPUT-OPERATOR-ID TO WS-STAFF-OPERATOR-ID.
           MOVE WS-INPUT-ACCOUNT-ID TO WS-STAFF-ACCOUNT-ID.
           PERFORM CHECK-STAFF-ACCOUNT-LINK
               THRU CHECK-STAFF-ACCOUNT-LINK-END.

           IF WS-STAFF-LINK-STATUS NOT = '00'
               MOVE 'FAILED' TO TXN-STATUS
               MOVE WS-STAFF-LINK-MESSAGE TO WS-TXN-OP-MESSAGE
               MOVE '99' TO WS-TXN-OP-STATUS
               PERFORM LOG-TRANSACTION
               GO TO PROCESS-CREDIT-END
           END-IF.
           
      *    Step 2: Read account
           CALL 'ACCOUNT' USING 'GET-ACCOUNT' 
           CALL 'LEDGER' USING 'CREATE-LEDGER-ENTRY'
               WS-INPUT-ACCOUNT-ID TXN-ID 'CREDIT'
               WS-INPUT-AMOUNT WS-BALANCE-BEFORE WS-BALANCE-AFTER
               WS-INPUT-DESCRIPTION SPACES TXN-REFERENCE-NUMBER
               TXN-CODE TXN-CHANNEL ACC-BRANCH-CODE LEDGER-RECORD
               WS-TXN-OP-STATUS.
           
      *    Step 6: Mark transaction as completed
               PERFORM LOG-TRANSACTION
               GO TO PROCESS-DEBIT-END
           END-IF.

      *    Step 1b: An operator may not debit their own or a related
      *    customer's account
           MOVE WS-INPUT-OPERATOR-ID TO WS-STAFF-OPERATOR-ID.
           MOVE WS-INPUT-ACCOUNT-ID TO WS-STAFF-ACCOUNT-ID.
           PERFORM CHECK-STAFF-ACCOUNT-LINK
               THRU CHECK-STAFF-ACCOUNT-LINK-END.

           IF WS-STAFF-LINK-STATUS NOT = '00'
               MOVE 'FAILED' TO TXN-STATUS
               MOVE WS-STAFF-LINK-MESSAGE TO WS-TXN-OP-MESSAGE
               MOVE '99' TO WS-TXN-OP-STATUS
               PERFORM LOG-TRANSACTION
               GO TO PROCESS-DEBIT-END
           END-IF.
           
      *    Step 2: Read account
           CALL 'ACCOUNT' USING 'GET-ACCOUNT' 
           CALL 'LEDGER' USING 'CREATE-LEDGER-ENTRY'
               WS-INPUT-ACCOUNT-ID TXN-ID 'DEBIT'
               WS-INPUT-AMOUNT WS-BALANCE-BEFORE WS-BALANCE-AFTER
               WS-INPUT-DESCRIPTION SPACES TXN-REFERENCE-NUMBER
               TXN-CODE TXN-CHANNEL ACC-BRANCH-CODE LEDGER-RECORD
               WS-TXN-OP-STATUS.

      *    Step 7: Raise a low-balance alert if this debit left the
               WS-INPUT-ACCOUNT-ID TXN-ID 'BLOCK'
               WS-INPUT-AMOUNT WS-BALANCE-BEFORE WS-BALANCE-AFTER
               WS-INPUT-DESCRIPTION WS-INPUT-REASON-CODE
               WS-INPUT-CASE-REFERENCE
               TXN-CODE TXN-CHANNEL ACC-BRANCH-CODE
               LEDGER-RECORD WS-TXN-OP-STATUS.
           
      *    Step 5: Mark transaction as completed
           MOVE 'COMPLETED' TO TXN-STATUS.
               WS-INPUT-ACCOUNT-ID TXN-ID 'UNBLOCK'
               WS-INPUT-AMOUNT WS-BALANCE-BEFORE WS-BALANCE-AFTER
               WS-INPUT-DESCRIPTION WS-INPUT-REASON-CODE
               WS-INPUT-CASE-REFERENCE
               TXN-CODE TXN-CHANNEL ACC-BRANCH-CODE
               LEDGER-RECORD WS-TXN-OP-STATUS.
           
      *    Step 5: Mark transaction as completed
           MOVE 'COMPLETED' TO TXN-STATUS.
               GO TO PROCESS-TRANSFER-END
           END-IF.

      *    Step 1b: An operator may not move money out of, or into,
      *    their own or a related customer's account
           MOVE WS-INPUT-OPERATOR-ID TO WS-STAFF-OPERATOR-ID.
           MOVE WS-INPUT-ACCOUNT-ID TO WS-STAFF-ACCOUNT-ID.
           PERFORM CHECK-STAFF-ACCOUNT-LINK
               THRU CHECK-STAFF-ACCOUNT-LINK-END.

           IF WS-STAFF-LINK-STATUS = '00'
               MOVE WS-INPUT-DEST-ACCOUNT-ID TO WS-STAFF-ACCOUNT-ID
               PERFORM CHECK-STAFF-ACCOUNT-LINK
                   THRU CHECK-STAFF-ACCOUNT-LINK-END
           END-IF.

           IF WS-STAFF-LINK-STATUS NOT = '00'
               MOVE 'FAILED' TO TXN-STATUS
               MOVE WS-STAFF-LINK-MESSAGE TO WS-TXN-OP-MESSAGE
               MOVE '99' TO WS-TXN-OP-STATUS
               PERFORM LOG-TRANSACTION
               GO TO PROCESS-TRANSFER-END
           END-IF.

      *    Step 2: Validate account ID formats
           CALL 'VALIDATION' USING 'VALIDATE-ACCOUNT-ID-FORMAT'
               WS-INPUT-ACCOUNT-ID WS-VALIDATION-RESULT
           CALL 'LEDGER' USING 'CREATE-LEDGER-ENTRY'
               WS-INPUT-ACCOUNT-ID TXN-ID 'DEBIT'
               WS-INPUT-AMOUNT WS-BALANCE-BEFORE WS-BALANCE-AFTER
               WS-TRANSFER-LEG-DESC SPACES SPACES
               TXN-CODE TXN-CHANNEL ACC-BRANCH-CODE LEDGER-RECORD
               WS-TXN-OP-STATUS.

      *    Remember the source account's alert threshold and branch
      *    before they are overwritten by the destination account
      *    read below
           MOVE WS-INPUT-ACCOUNT-ID TO WS-ALERT-ACCOUNT-ID.
           MOVE ACC-ALERT-THRESHOLD TO WS-ALERT-THRESHOLD.
           MOVE ACC-BRANCH-CODE TO WS-IBT-FROM-BRANCH.

      *    Step 7: Read destination account
           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               WS-INPUT-DEST-ACCOUNT-ID TXN-ID 'CREDIT'
               WS-FX-CONVERTED-AMOUNT WS-DEST-BALANCE-BEFORE
               WS-DEST-BALANCE-AFTER
               WS-TRANSFER-LEG-DESC SPACES SPACES
               TXN-CODE TXN-CHANNEL ACC-BRANCH-CODE LEDGER-RECORD
               WS-TXN-OP-STATUS.

      *    Step 11a: money moving between branches books the
      *    inter-branch position between them
           MOVE ACC-BRANCH-CODE TO WS-IBT-TO-BRANCH.
           MOVE WS-INPUT-AMOUNT TO WS-IBT-AMOUNT.
           MOVE TXN-CHANNEL TO WS-IBT-CHANNEL.
           PERFORM BOOK-TRANSFER-INTER-BRANCH.

      *    Step 11b: a garnishment standing on the DESTINATION
      *    account seizes what the credit leg brought in above the
      *    debtor's protected minimum - an incoming transfer is the
           PERFORM POST-TRANSACTION-FEE
               THRU POST-TRANSACTION-FEE-END.

           PERFORM POST-CONVERSION-TAX
               THRU POST-CONVERSION-TAX-END.

       PROCESS-TRANSFER-END.
           EXIT.

       BOOK-TRANSFER-INTER-BRANCH.
      *    Book the due-to/due-from pair when a transfer's two legs
      *    posted to accounts held in different branches
      *    Input: TXN-ID, TXN-CODE, WS-IBT-CHANNEL,
      *           WS-IBT-FROM-BRANCH (debited account's branch),
      *           WS-IBT-TO-BRANCH (credited account's branch),
      *           WS-IBT-AMOUNT (the debit-leg amount)
           IF WS-IBT-FROM-BRANCH NOT = WS-IBT-TO-BRANCH
               CALL 'GLBRANCH' USING 'BOOK-INTER-BRANCH'
                   TXN-ID TXN-CODE WS-IBT-CHANNEL
                   WS-IBT-FROM-BRANCH WS-IBT-TO-BRANCH
                   WS-IBT-AMOUNT WS-IBT-STATUS
           END-IF.

       REVERSE-TRANSFER-DEBIT.
      *    Compensating entry: restore the source account balance
      *    when the destination leg of a transfer fails after the
           CALL 'LEDGER' USING 'CREATE-LEDGER-ENTRY'
               WS-INPUT-ACCOUNT-ID TXN-ID 'CREDIT'
               WS-INPUT-AMOUNT WS-BALANCE-BEFORE WS-BALANCE-AFTER
               TXN-DESCRIPTION SPACES SPACES
               TXN-CODE TXN-CHANNEL ACC-BRANCH-CODE LEDGER-RECORD
               WS-TXN-OP-STATUS.

       RESOLVE-TRANSFER-CONVERSION.
      *           WS-INPUT-AMOUNT, WS-SOURCE-CURRENCY
      *    Output: WS-FX-CROSS-FLAG, WS-FX-APPLIED-RATE,
      *            WS-FX-CONVERTED-AMOUNT, WS-TRANSFER-LEG-DESC,
      *            WS-FTT-AMOUNT,
      *            WS-TXN-OP-STATUS ('99' + WS-VALIDATION-MESSAGE on
      *            failure)
           MOVE '00' TO WS-TXN-OP-STATUS.
           MOVE 0 TO WS-FX-CROSS-FLAG.
           MOVE 0 TO WS-FTT-AMOUNT.
           MOVE WS-INPUT-AMOUNT TO WS-FX-CONVERTED-AMOUNT.
           MOVE WS-INPUT-DESCRIPTION TO WS-TRANSFER-LEG-DESC.

               MOVE FXR-SELL-RATE TO WS-FX-APPLIED-RATE
               COMPUTE WS-FX-CONVERTED-AMOUNT ROUNDED =
                   WS-INPUT-AMOUNT * WS-FX-APPLIED-RATE
               CALL 'TAXRATE' USING 'COMPUTE-TRANSACTION-TAX'
                   'FX' WS-INPUT-AMOUNT WS-FTT-NO-TERM
                   WS-FTT-AMOUNT TAX-RATE-RECORD WS-FTT-STATUS

               MOVE WS-FX-APPLIED-RATE TO WS-FX-RATE-DISPLAY
               MOVE SPACES TO WS-TRANSFER-LEG-DESC
      *           PROCESS-TRANSFER)
      *    Output: TRANSACTION-RECORD, WS-TXN-OP-STATUS
           MOVE 'WIRE' TO TXN-CHANNEL.
           MOVE 'WIREOU' TO TXN-CODE.

      *    A wire takes its own cut-off, not the internal transfer's;
      *    one received after it is sent on the next business day
           IF WS-INPUT-VALUE-DATE = 0
               PERFORM RESOLVE-CUTOFF-VALUE-DATE
           END-IF.

      *    Step 1: Read source account
           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
           CALL 'LEDGER' USING 'CREATE-LEDGER-ENTRY'
               WS-INPUT-ACCOUNT-ID TXN-ID 'DEBIT'
               WS-INPUT-AMOUNT WS-BALANCE-BEFORE WS-BALANCE-AFTER
               WS-INPUT-DESCRIPTION SPACES TXN-REFERENCE-NUMBER
               TXN-CODE TXN-CHANNEL ACC-BRANCH-CODE LEDGER-RECORD
               WS-TXN-OP-STATUS.

      *    Step 5: Queue the wire item for the end-of-day file
           MOVE 'DEBIT' TO TXN-TYPE.
           MOVE 'COMPLETED' TO TXN-STATUS.
           MOVE 'TELLER' TO TXN-CHANNEL.
           MOVE 'ESTATE' TO TXN-CODE.
           MOVE WS-INPUT-OPERATOR-ID TO TXN-OPERATOR-ID.
           MOVE SPACES TO TXN-DESCRIPTION.
           STRING 'Estate payout to '
           CALL 'LEDGER' USING 'CREATE-LEDGER-ENTRY'
               WS-INPUT-ACCOUNT-ID TXN-ID 'DEBIT'
               WS-ESTATE-SHARE WS-BALANCE-BEFORE WS-BALANCE-AFTER
               TXN-DESCRIPTION SPACES SPACES
               TXN-CODE TXN-CHANNEL ACC-BRANCH-CODE LEDGER-RECORD
               WS-TXN-OP-STATUS.

           PERFORM LOG-TRANSACTION.
               WS-BD-CONTROL-STATUS.
           CALL 'FILES' USING 'CLOSE-CONTROL-FILE'.

      *    A whole fiscal year closed into retained earnings is
      *    refused in its own words: its results are no longer on the
      *    income and expense lines to correct
           IF WS-BD-CONTROL-STATUS = '00' AND
                   CTL-LAST-CLOSED-YEAR NUMERIC AND
                   CTL-LAST-CLOSED-YEAR > 0 AND
                   WS-BD-VALUE-PERIOD(1:4) NOT > CTL-LAST-CLOSED-YEAR
               MOVE '99' TO WS-TXN-OP-STATUS
               MOVE 'Value date falls in a closed fiscal year'
                   TO WS-TXN-OP-MESSAGE
               GO TO VALIDATE-BACKDATE-INPUTS-END
           END-IF.

           IF WS-BD-CONTROL-STATUS = '00' AND
                   CTL-LAST-CLOSED-PERIOD > 0 AND
                   WS-BD-VALUE-PERIOD NOT > CTL-LAST-CLOSED-PERIOD
               GO TO ADJUST-ACCRUAL-FOR-VALUE-DATE-END
           END-IF.

           COMPUTE WS-ADJ-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-ADJ-VALUE-INTEGER).
           MOVE WS-ADJ-DAYS TO WS-ADJ-RATE-DAYS.
           MOVE ACC-BALANCE TO WS-ADJ-TIER-BALANCE.
           CALL 'INTRATE' USING 'CALCULATE-INTEREST-FOR-DAYS'
               WS-ADJ-PRODUCT WS-ADJ-FROM-DATE WS-ADJ-RATE-DAYS
               WS-ADJ-TIER-BALANCE WS-INPUT-AMOUNT WS-ADJ-AMOUNT
               INTEREST-RATE-SCHEDULE-RECORD WS-ADJ-RATE-TIER
               WS-ADJ-RATE-APPLIED WS-ADJ-RATE-STATUS
               WS-ADJ-RATE-MESSAGE.

           IF WS-ADJ-RATE-STATUS NOT = '00' OR WS-ADJ-AMOUNT = 0
               GO TO ADJUST-ACCRUAL-FOR-VALUE-DATE-END
           END-IF.

           CALL 'FILES' USING 'READ-ACCOUNT' ACCOUNT-RECORD
               WS-ADJ-STATUS.

           MOVE ACC-ACCRUED-INTEREST TO WS-ADJ-ACCRUED-BEFORE.

           IF TXN-CREDIT
               ADD WS-ADJ-AMOUNT TO ACC-ACCRUED-INTEREST
           ELSE
               WS-ADJ-STATUS.
           CALL 'FILES' USING 'CLOSE-ACCOUNT-FILE'.

      *    The accrual catch-up is interest accrued like any other
      *    night's, so the GL accrual moves with it
           COMPUTE WS-ADJ-ACCRUAL-CHANGE =
               ACC-ACCRUED-INTEREST - WS-ADJ-ACCRUED-BEFORE.
           CALL 'INTACCR' USING 'BOOK-SAVINGS-ACCRUAL'
               ACC-BRANCH-CODE WS-ADJ-ACCRUAL-CHANGE WS-ADJ-STATUS.

       ADJUST-ACCRUAL-FOR-VALUE-DATE-END.
           EXIT.

               GO TO APPROVE-TRANSACTION-END
           END-IF.

      *    Nor may a checker release a hold on their own or a related
      *    customer's account - it stays queued for a colleague
           MOVE WS-APPROVER-OPERATOR-ID TO WS-STAFF-OPERATOR-ID.
           MOVE TXN-ACCOUNT-ID TO WS-STAFF-ACCOUNT-ID.
           PERFORM CHECK-STAFF-ACCOUNT-LINK
               THRU CHECK-STAFF-ACCOUNT-LINK-END.

           IF WS-STAFF-LINK-STATUS = '00' AND TXN-TRANSFER
               MOVE TXN-DEST-ACCOUNT-ID TO WS-STAFF-ACCOUNT-ID
               PERFORM CHECK-STAFF-ACCOUNT-LINK
                   THRU CHECK-STAFF-ACCOUNT-LINK-END
           END-IF.

           IF WS-STAFF-LINK-STATUS NOT = '00'
               MOVE '99' TO WS-TXN-OP-STATUS
               MOVE WS-STAFF-LINK-MESSAGE TO WS-TXN-OP-MESSAGE
               GO TO APPROVE-TRANSACTION-END
           END-IF.

      *    Whoever decides this hold - checker, or the supervisor
      *    overriding an operator-cap hold - goes on the record
           MOVE WS-APPROVER-OPERATOR-ID TO TXN-APPROVER-OP-ID.
               MOVE '00' TO WS-TXN-OP-STATUS
               PERFORM UPDATE-TRANSACTION-LOG
               PERFORM SETTLE-PRESENTED-CHEQUE-LEAF
               PERFORM SETTLE-HELD-INSTANT-PAYMENT
               GO TO APPROVE-TRANSACTION-END
           END-IF.

           IF WS-TXN-OP-STATUS = '00'
               PERFORM RECORD-SECOND-AUTHORIZATION
               PERFORM SETTLE-PRESENTED-CHEQUE-LEAF
               PERFORM SETTLE-HELD-INSTANT-PAYMENT
           END-IF.

       APPROVE-TRANSACTION-END.
                   WS-CHEQUE-DISPOSITION WS-CHEQUE-SETTLE-STATUS
           END-IF.

       SETTLE-HELD-INSTANT-PAYMENT.
      *    A held IPOUT debit is an instant payment that has not gone
      *    to the scheme yet (see IPAY.COB). Now that the hold is
      *    decided, send it if the debit completed, cancel it if the
      *    debit was rejected or failed
           IF TXN-DEBIT AND TXN-CODE = 'IPOUT'
               IF TXN-COMPLETED
                   MOVE 'SEND' TO WS-IPAY-DISPOSITION
               ELSE
                   MOVE 'CANCEL' TO WS-IPAY-DISPOSITION
               END-IF
               CALL 'IPAY' USING 'RELEASE-HELD-INSTANT-PAYMENT'
                   TXN-REFERENCE-NUMBER WS-IPAY-DISPOSITION
                   WS-IPAY-RELEASE-STATUS
           END-IF.

       RECORD-SECOND-AUTHORIZATION.
      *    Audit who authorized (or rejected) the held transaction
           MOVE SPACES TO WS-SECOND-AUTH-DETAILS.
           CALL 'LEDGER' USING 'CREATE-LEDGER-ENTRY'
               TXN-ACCOUNT-ID TXN-ID 'DEBIT'
               TXN-AMOUNT WS-BALANCE-BEFORE WS-BALANCE-AFTER
               TXN-DESCRIPTION SPACES SPACES
               TXN-CODE TXN-CHANNEL ACC-BRANCH-CODE LEDGER-RECORD
               WS-TXN-OP-STATUS.

           MOVE TXN-ACCOUNT-ID TO WS-ALERT-ACCOUNT-ID.
           CALL 'LEDGER' USING 'CREATE-LEDGER-ENTRY'
               TXN-ACCOUNT-ID TXN-ID 'DEBIT'
               TXN-AMOUNT WS-BALANCE-BEFORE WS-BALANCE-AFTER
               WS-TRANSFER-LEG-DESC SPACES SPACES
               TXN-CODE TXN-CHANNEL ACC-BRANCH-CODE LEDGER-RECORD
               WS-TXN-OP-STATUS.
           MOVE ACC-BRANCH-CODE TO WS-IBT-FROM-BRANCH.

      *    An approved transfer whose destination is another bank's
      *    account has no internal credit leg - queue the wire item
               TXN-DEST-ACCOUNT-ID TXN-ID 'CREDIT'
               WS-FX-CONVERTED-AMOUNT WS-DEST-BALANCE-BEFORE
               WS-DEST-BALANCE-AFTER
               WS-TRANSFER-LEG-DESC SPACES SPACES
               TXN-CODE TXN-CHANNEL ACC-BRANCH-CODE LEDGER-RECORD
               WS-TXN-OP-STATUS.

           MOVE ACC-BRANCH-CODE TO WS-IBT-TO-BRANCH.
           MOVE TXN-AMOUNT TO WS-IBT-AMOUNT.
           MOVE TXN-CHANNEL TO WS-IBT-CHANNEL.
           PERFORM BOOK-TRANSFER-INTER-BRANCH.

      *    A garnishment standing on the destination account seizes
      *    what the approved credit leg brought in - the large held
      *    transfers are exactly the credits most worth seizing
           PERFORM POST-TRANSACTION-FEE
               THRU POST-TRANSACTION-FEE-END.

           PERFORM POST-CONVERSION-TAX
               THRU POST-CONVERSION-TAX-END.

       APPROVE-PENDING-TRANSFER-END.
           EXIT.

      *    Input: TRANSACTION-RECORD, WS-SOURCE-CURRENCY
      *    Output: WS-FX-CROSS-FLAG, WS-FX-APPLIED-RATE,
      *            WS-FX-CONVERTED-AMOUNT, WS-TRANSFER-LEG-DESC,
      *            WS-FTT-AMOUNT,
      *            WS-TXN-OP-STATUS ('99' + WS-VALIDATION-MESSAGE on
      *            refusal)
           MOVE '00' TO WS-TXN-OP-STATUS.
           MOVE 0 TO WS-FTT-AMOUNT.

           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               TXN-DEST-ACCOUNT-ID ACCOUNT-RECORD WS-TXN-OP-STATUS.
               MOVE FXR-SELL-RATE TO WS-FX-APPLIED-RATE
               COMPUTE WS-FX-CONVERTED-AMOUNT ROUNDED =
                   TXN-AMOUNT * WS-FX-APPLIED-RATE
               CALL 'TAXRATE' USING 'COMPUTE-TRANSACTION-TAX'
                   'FX' TXN-AMOUNT WS-FTT-NO-TERM
                   WS-FTT-AMOUNT TAX-RATE-RECORD WS-FTT-STATUS
               MOVE WS-FX-APPLIED-RATE TO WS-FX-RATE-DISPLAY
               MOVE SPACES TO WS-TRANSFER-LEG-DESC
               STRING 'FX ' WS-SOURCE-CURRENCY '->'

       REVERSE-TRANSACTION.
      *    Reverse a completed transaction
      *    Input: WS-INPUT-TXN-ID, WS-INPUT-OPERATOR-ID (zero for an
      *           unattended batch caller)
      *    Output: TRANSACTION-RECORD (the new reversal transaction),
      *            WS-TXN-OP-STATUS, WS-TXN-OP-MESSAGE
           MOVE WS-INPUT-TXN-ID TO TXN-ID.
               GO TO REVERSE-TRANSACTION-END
           END-IF.

      *    An operator may not reverse a posting on their own or a
      *    related customer's account
           MOVE WS-INPUT-OPERATOR-ID TO WS-STAFF-OPERATOR-ID.
           MOVE TXN-ACCOUNT-ID TO WS-STAFF-ACCOUNT-ID.
           PERFORM CHECK-STAFF-ACCOUNT-LINK
               THRU CHECK-STAFF-ACCOUNT-LINK-END.

           IF WS-STAFF-LINK-STATUS = '00' AND TXN-TRANSFER
               MOVE TXN-DEST-ACCOUNT-ID TO WS-STAFF-ACCOUNT-ID
               PERFORM CHECK-STAFF-ACCOUNT-LINK
                   THRU CHECK-STAFF-ACCOUNT-LINK-END
           END-IF.

           IF WS-STAFF-LINK-STATUS NOT = '00'
               MOVE '99' TO WS-TXN-OP-STATUS
               MOVE WS-STAFF-LINK-MESSAGE TO WS-TXN-OP-MESSAGE
               GO TO REVERSE-TRANSACTION-END
           END-IF.

           MOVE TXN-ID TO WS-REVERSAL-ORIGINAL-TXN-ID.
           MOVE TXN-ACCOUNT-ID TO WS-REVERSAL-ACCOUNT-ID.
           MOVE TXN-DEST-ACCOUNT-ID TO WS-REVERSAL-DEST-ACCOUNT-ID.
           MOVE TXN-AMOUNT TO WS-REVERSAL-AMOUNT.
           MOVE TXN-CODE TO WS-REVERSAL-TXN-CODE.
           MOVE TXN-CHANNEL TO WS-REVERSAL-CHANNEL.
           MOVE TRANSACTION-RECORD TO WS-ORIGINAL-TXN-IMAGE.

           EVALUATE TRUE
           INITIALIZE TRANSACTION-RECORD.
           PERFORM GENERATE-TRANSACTION-ID.
           MOVE WS-INPUT-OPERATOR-ID TO TXN-OPERATOR-ID.
           MOVE WS-REVERSAL-TXN-CODE TO TXN-CODE.
           MOVE WS-REVERSAL-ACCOUNT-ID TO TXN-ACCOUNT-ID.
           MOVE WS-REVERSAL-AMOUNT TO TXN-AMOUNT.
           MOVE 'DEBIT' TO TXN-TYPE.
           CALL 'LEDGER' USING 'CREATE-LEDGER-ENTRY'
               WS-REVERSAL-ACCOUNT-ID TXN-ID 'DEBIT'
               WS-REVERSAL-AMOUNT WS-BALANCE-BEFORE WS-BALANCE-AFTER
               TXN-DESCRIPTION 'REVERSAL' SPACES
               TXN-CODE WS-REVERSAL-CHANNEL ACC-BRANCH-CODE
               LEDGER-RECORD
               WS-TXN-OP-STATUS.

           PERFORM MARK-ORIGINAL-TRANSACTION-REVERSED.
           INITIALIZE TRANSACTION-RECORD.
           PERFORM GENERATE-TRANSACTION-ID.
           MOVE WS-INPUT-OPERATOR-ID TO TXN-OPERATOR-ID.
           MOVE WS-REVERSAL-TXN-CODE TO TXN-CODE.
           MOVE WS-REVERSAL-ACCOUNT-ID TO TXN-ACCOUNT-ID.
           MOVE WS-REVERSAL-AMOUNT TO TXN-AMOUNT.
           MOVE 'CREDIT' TO TXN-TYPE.
           CALL 'LEDGER' USING 'CREATE-LEDGER-ENTRY'
               WS-REVERSAL-ACCOUNT-ID TXN-ID 'CREDIT'
               WS-REVERSAL-AMOUNT WS-BALANCE-BEFORE WS-BALANCE-AFTER
               TXN-DESCRIPTION 'REVERSAL' SPACES
               TXN-CODE WS-REVERSAL-CHANNEL ACC-BRANCH-CODE
               LEDGER-RECORD
               WS-TXN-OP-STATUS.

           PERFORM MARK-ORIGINAL-TRANSACTION-REVERSED.
           INITIALIZE TRANSACTION-RECORD.
           PERFORM GENERATE-TRANSACTION-ID.
           MOVE WS-INPUT-OPERATOR-ID TO TXN-OPERATOR-ID.
           MOVE WS-REVERSAL-TXN-CODE TO TXN-CODE.
           MOVE WS-REVERSAL-ACCOUNT-ID TO TXN-ACCOUNT-ID.
           MOVE WS-REVERSAL-AMOUNT TO TXN-AMOUNT.
           MOVE 'UNBLOCK' TO TXN-TYPE.
           CALL 'LEDGER' USING 'CREATE-LEDGER-ENTRY'
               WS-REVERSAL-ACCOUNT-ID TXN-ID 'UNBLOCK'
               WS-REVERSAL-AMOUNT WS-BALANCE-BEFORE WS-BALANCE-AFTER
               TXN-DESCRIPTION 'REVERSAL' SPACES
               TXN-CODE WS-REVERSAL-CHANNEL ACC-BRANCH-CODE
               LEDGER-RECORD
               WS-TXN-OP-STATUS.

           PERFORM MARK-ORIGINAL-TRANSACTION-REVERSED.
           INITIALIZE TRANSACTION-RECORD.
           PERFORM GENERATE-TRANSACTION-ID.
           MOVE WS-INPUT-OPERATOR-ID TO TXN-OPERATOR-ID.
           MOVE WS-REVERSAL-TXN-CODE TO TXN-CODE.
           MOVE WS-REVERSAL-ACCOUNT-ID TO TXN-ACCOUNT-ID.
           MOVE WS-REVERSAL-AMOUNT TO TXN-AMOUNT.
           MOVE 'BLOCK' TO TXN-TYPE.
           CALL 'LEDGER' USING 'CREATE-LEDGER-ENTRY'
               WS-REVERSAL-ACCOUNT-ID TXN-ID 'BLOCK'
               WS-REVERSAL-AMOUNT WS-BALANCE-BEFORE WS-BALANCE-AFTER
               TXN-DESCRIPTION 'REVERSAL' SPACES
               TXN-CODE WS-REVERSAL-CHANNEL ACC-BRANCH-CODE
               LEDGER-RECORD
               WS-TXN-OP-STATUS.

           PERFORM MARK-ORIGINAL-TRANSACTION-REVERSED.
               GO TO REVERSE-TRANSFER-TRANSACTION-END
           END-IF.

           MOVE ACC-BRANCH-CODE TO WS-REVERSAL-SOURCE-BRANCH.
           MOVE ACC-BALANCE TO WS-BALANCE-BEFORE.
           ADD WS-REVERSAL-AMOUNT TO ACC-BALANCE.
           MOVE ACC-BALANCE TO WS-BALANCE-AFTER.
           INITIALIZE TRANSACTION-RECORD.
           PERFORM GENERATE-TRANSACTION-ID.
           MOVE WS-INPUT-OPERATOR-ID TO TXN-OPERATOR-ID.
           MOVE WS-REVERSAL-TXN-CODE TO TXN-CODE.
           MOVE WS-REVERSAL-ACCOUNT-ID TO TXN-ACCOUNT-ID.
           MOVE WS-REVERSAL-DEST-ACCOUNT-ID TO TXN-DEST-ACCOUNT-ID.
           MOVE WS-REVERSAL-AMOUNT TO TXN-AMOUNT.
           CALL 'LEDGER' USING 'CREATE-LEDGER-ENTRY'
               WS-REVERSAL-ACCOUNT-ID TXN-ID 'CREDIT'
               WS-REVERSAL-AMOUNT WS-BALANCE-BEFORE WS-BALANCE-AFTER
               TXN-DESCRIPTION 'REVERSAL' SPACES
               TXN-CODE WS-REVERSAL-CHANNEL WS-REVERSAL-SOURCE-BRANCH
               LEDGER-RECORD
               WS-TXN-OP-STATUS.

           CALL 'LEDGER' USING 'CREATE-LEDGER-ENTRY'
               WS-REVERSAL-DEST-ACCOUNT-ID TXN-ID 'DEBIT'
               WS-REVERSAL-AMOUNT WS-DEST-BALANCE-BEFORE
               WS-DEST-BALANCE-AFTER
               TXN-DESCRIPTION 'REVERSAL' SPACES
               TXN-CODE WS-REVERSAL-CHANNEL ACC-BRANCH-CODE
               LEDGER-RECORD
               WS-TXN-OP-STATUS.

      *    The reversal runs the other way between the two branches,
      *    so its inter-branch pair unwinds the original's
           MOVE ACC-BRANCH-CODE TO WS-IBT-FROM-BRANCH.
           MOVE WS-REVERSAL-SOURCE-BRANCH TO WS-IBT-TO-BRANCH.
           MOVE WS-REVERSAL-AMOUNT TO WS-IBT-AMOUNT.
           MOVE WS-REVERSAL-CHANNEL TO WS-IBT-CHANNEL.
           PERFORM BOOK-TRANSFER-INTER-BRANCH.

           PERFORM MARK-ORIGINAL-TRANSACTION-REVERSED.
           MOVE 'COMPLETED' TO TXN-STATUS.
           MOVE 'Transfer reversed successfully' TO WS-TXN-OP-MESSAGE.
           CALL 'LEDGER' USING 'CREATE-LEDGER-ENTRY'
               WS-REVERSAL-ACCOUNT-ID TXN-ID 'DEBIT'
               WS-REVERSAL-AMOUNT WS-BALANCE-BEFORE WS-BALANCE-AFTER
               TXN-DESCRIPTION 'REVERSAL' SPACES
               TXN-CODE WS-REVERSAL-CHANNEL ACC-BRANCH-CODE
               LEDGER-RECORD
               WS-TXN-OP-STATUS.

       END PROGRAM TRANSACTIONS.
