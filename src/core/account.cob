      * - Account status changes are audited via a separate operator
      *   activity audit trail (AUDIT.COB), independent of the ledger
      * - Timestamps in YYYYMMDDHHMMSS format (UTC)
      * - An applicant under 18 on the posting date opens a MINOR
      *   account tied to an adult guardian customer; while it stays
      *   a minor's account only the guardian may draw on it, and
      *   the majority batch (MINORMAJ) hands it over on the 18th
      *   birthday
      *
      * Operations:
      * - CREATE-ACCOUNT: Creates new account with initial balance 0
      *   on a catalogue product (a minor's account needs a guardian
      *   customer)
      * - GET-ACCOUNT: Retrieves account by ID
      * - UPDATE-ACCOUNT-BALANCE: Updates balance (via transactions)
      * - BLOCK-ACCOUNT: Changes status to BLOCKED, optionally with an
      * left blank
       01  WS-INPUT-BRANCH-CODE        PIC X(04).

      * Guardian customer for an applicant under 18 (see
      * CHECK-MINOR-GUARDIAN); ignored for an adult applicant
       01  WS-INPUT-GUARDIAN-CUSTOMER-ID PIC 9(8).
       01  WS-MINOR-APPLICANT-DOB      PIC 9(8).
       01  WS-MINOR-POSTING-DATE       PIC 9(8).
       01  WS-MINOR-MAJORITY-DATE      PIC 9(8).
       01  WS-GUARDIAN-STATUS          PIC XX.
       01  WS-OPENING-MINOR-FLAG       PIC 9.
           88  OPENING-FOR-MINOR       VALUE 1.

       01  WS-VALIDATION-RESULT        PIC 9.
       01  WS-VALIDATION-MESSAGE       PIC X(80).

       01  WS-AUDIT-ACTION             PIC X(20).
       01  WS-AUDIT-STATUS             PIC XX.

      * Staff self-dealing guard (see CHECK-STAFF-CONFLICT in
      * OPERATOR.COB) on fee plan changes
       01  WS-STAFF-LINK-STATUS        PIC XX.

      * Branch master check on the branch an account opens on or
      * moves to (see VALIDATE-BRANCH-FOR-NEW-BUSINESS in
      * BRANCHES.COB)
       01  WS-BRANCH-CHECK-STATUS      PIC XX.
       01  WS-BRANCH-CHECK-MESSAGE     PIC X(80).

      * Product catalogue inputs at opening (see
      * CHECK-PRODUCT-ELIGIBILITY in PRODUCTS.COB): the product the
      * account is sold as, the deposit the customer commits to open
      * it with, and the currency the account will be held in
       01  WS-INPUT-PRODUCT-CODE       PIC X(8).
       01  WS-INPUT-OPENING-DEPOSIT    PIC S9(13)V99.
       01  WS-OPENING-CURRENCY         PIC X(3).
       01  WS-PRODUCT-CHECK-STATUS     PIC XX.
       01  WS-PRODUCT-CHECK-MESSAGE    PIC X(80).

      * Term deposit opening parameters (see OPEN-TERM-DEPOSIT)
       01  WS-INPUT-SETTLE-ACCOUNT-ID  PIC 9(8).
       01  WS-INPUT-TERM-RATE          PIC 9(2)V9(4).
       01  WS-SETTLE-BAL-BEFORE        PIC S9(13)V99.
       01  WS-SETTLE-BAL-AFTER         PIC S9(13)V99.
       01  WS-SETTLE-STATUS            PIC XX.
      * The settled accrual, negated to reverse its GL booking (see
      * INTACCR.COB)
       01  WS-SETTLE-REVERSAL          PIC S9(13)V99.

       PROCEDURE DIVISION.
       
               GO TO AUTHORIZE-DEBIT-PRESENTER-END
           END-IF.

      *    A minor's account answers to the guardian alone - not
      *    the minor, and not the signer register
           IF ACC-MINOR
               PERFORM AUTHORIZE-GUARDIAN-PRESENTER
               GO TO AUTHORIZE-DEBIT-PRESENTER-END
           END-IF.

           PERFORM VALIDATE-HOLDER-AUTHORIZATION.

           IF HOLDER-IS-AUTHORIZED
       AUTHORIZE-DEBIT-PRESENTER-END.
           EXIT.

       AUTHORIZE-GUARDIAN-PRESENTER.
      *    Check the presenter is the guardian customer on a minor's
      *    account, by the name on the guardian's customer record
      *    Input: WS-INPUT-AUTH-HOLDER-NAME, ACCOUNT-RECORD
      *    Output: WS-HOLDER-AUTHORIZED, WS-ACC-OP-STATUS,
      *            WS-ACC-OP-MESSAGE
           MOVE 0 TO WS-HOLDER-AUTHORIZED.
           MOVE '99' TO WS-ACC-OP-STATUS.
           MOVE 'Minor account - only the guardian may authorize'
               TO WS-ACC-OP-MESSAGE.

           CALL 'CUSTOMER' USING 'GET-CUSTOMER'
               ACC-GUARDIAN-CUSTOMER-ID CUSTOMER-RECORD
               WS-GUARDIAN-STATUS.

           IF WS-GUARDIAN-STATUS = '00' AND
                   CUS-NAME = WS-INPUT-AUTH-HOLDER-NAME
               MOVE 1 TO WS-HOLDER-AUTHORIZED
               MOVE '00' TO WS-ACC-OP-STATUS
               MOVE 'Guardian authorized' TO WS-ACC-OP-MESSAGE
           END-IF.

      ******************************************************************
      * ACCOUNT OPERATIONS
      ******************************************************************
       
       CREATE-ACCOUNT.
      *    Create new account with zero initial balance on a product
      *    from the catalogue; the product decides the account type
      *    and the fee plan it starts on
      *    Input: WS-INPUT-HOLDER-NAME, WS-INPUT-PRODUCT-CODE,
      *           WS-INPUT-OPENING-DEPOSIT,
      *           WS-INPUT-TAX-ID, WS-INPUT-DATE-OF-BIRTH,
      *           WS-INPUT-ADDRESS, WS-INPUT-CURRENCY,
      *           WS-INPUT-BRANCH-CODE,
      *           WS-INPUT-GUARDIAN-CUSTOMER-ID, WS-INPUT-OPERATOR-ID
      *    Output: ACCOUNT-RECORD, WS-ACC-OP-STATUS

      *    Step 1: Validate the holder name format before anything else
               END-IF
           END-IF.

      *    Step 3a: The branch must be on the branch master and open
      *    for new business (blank opens on '0001' as it always has)
           CALL 'BRANCHES' USING 'VALIDATE-BRANCH-FOR-NEW-BUSINESS'
               WS-INPUT-BRANCH-CODE BRANCH-RECORD
               WS-BRANCH-CHECK-STATUS WS-BRANCH-CHECK-MESSAGE.

           IF WS-BRANCH-CHECK-STATUS NOT = '00'
               MOVE '99' TO WS-ACC-OP-STATUS
               MOVE WS-BRANCH-CHECK-MESSAGE TO WS-ACC-OP-MESSAGE
               GO TO CREATE-ACCOUNT-END
           END-IF.

      *    Step 3b: Screen the applicant against the compliance
      *    watchlist before any record is created. A hit returns '98'
      *    so the menu can refer the opening to a supervisor; only an
               END-IF
           END-IF.

      *    Step 3c: An applicant under 18 can only open with an
      *    adult guardian customer already on file
           PERFORM CHECK-MINOR-GUARDIAN THRU CHECK-MINOR-GUARDIAN-END.

           IF NOT ACC-OP-SUCCESS
               GO TO CREATE-ACCOUNT-END
           END-IF.

      *    Step 3d: The product must be on sale, in this currency,
      *    for this opening deposit and to an applicant of this age
      *    (by the same birth date the minor check used)
           IF WS-INPUT-CURRENCY = SPACES
               MOVE 'BRL' TO WS-OPENING-CURRENCY
           ELSE
               MOVE WS-INPUT-CURRENCY TO WS-OPENING-CURRENCY
           END-IF.

           CALL 'PRODUCTS' USING 'CHECK-PRODUCT-ELIGIBILITY'
               WS-INPUT-PRODUCT-CODE WS-OPENING-CURRENCY
               WS-INPUT-OPENING-DEPOSIT WS-MINOR-APPLICANT-DOB
               PRODUCT-RECORD WS-PRODUCT-CHECK-STATUS
               WS-PRODUCT-CHECK-MESSAGE.

           IF WS-PRODUCT-CHECK-STATUS NOT = '00'
               MOVE '99' TO WS-ACC-OP-STATUS
               MOVE WS-PRODUCT-CHECK-MESSAGE TO WS-ACC-OP-MESSAGE
               GO TO CREATE-ACCOUNT-END
           END-IF.

      *    Step 4: Find (or create) the customer master record this
      *    account belongs to - the tax ID is the match key, so a
      *    returning customer's new account links to their existing

           MOVE CUS-ID TO ACC-CUSTOMER-ID.
           MOVE WS-INPUT-HOLDER-NAME TO ACC-HOLDER-NAME.
           MOVE PRD-ACCOUNT-TYPE TO ACC-TYPE.
           MOVE PRD-CODE TO ACC-PRODUCT-CODE.
           MOVE PRD-FEE-PLAN TO ACC-FEE-PLAN.
           MOVE WS-INPUT-OPENING-DEPOSIT TO ACC-OPENING-DEPOSIT.
      *    A new relationship starts unable to transact until a
      *    supervisor reviews the captured KYC data and activates it
           MOVE 'PENDAPPR' TO ACC-STATUS.
           MOVE WS-INPUT-HOLDER-NAME TO ACC-HOLDER-ENTRY-NAME(1).
           MOVE 'PRIMARY' TO ACC-HOLDER-ROLE(1).

           IF OPENING-FOR-MINOR
               MOVE 'M' TO ACC-MINOR-STATUS
               MOVE WS-INPUT-GUARDIAN-CUSTOMER-ID
                   TO ACC-GUARDIAN-CUSTOMER-ID
           END-IF.

           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO ACC-CREATED-TS.
           MOVE WS-TIMESTAMP TO ACC-UPDATED-TS.
           IF ACC-OP-SUCCESS
               MOVE 'Account created - awaiting activation approval'
                   TO WS-ACC-OP-MESSAGE
               IF OPENING-FOR-MINOR
                   MOVE 'Minor account created - awaiting approval'
                       TO WS-ACC-OP-MESSAGE
               END-IF
               MOVE 'CREATE-ACCOUNT' TO WS-AUDIT-ACTION
               PERFORM RECORD-AUDIT-EVENT
           ELSE IF ACC-OP-DUPLICATE
       CREATE-ACCOUNT-END.
           EXIT.

       CHECK-MINOR-GUARDIAN.
      *    Decide whether the applicant is a minor on the posting
      *    date - by the birth date on their customer record if they
      *    are already one, else the one keyed - and if so insist on
      *    an ACTIVE, adult guardian customer who is someone else
      *    Input: WS-INPUT-TAX-ID, WS-INPUT-DATE-OF-BIRTH,
      *           WS-INPUT-GUARDIAN-CUSTOMER-ID
      *    Output: WS-OPENING-MINOR-FLAG, WS-ACC-OP-STATUS,
      *            WS-ACC-OP-MESSAGE
           MOVE 0 TO WS-OPENING-MINOR-FLAG.
           MOVE '00' TO WS-ACC-OP-STATUS.
           MOVE WS-INPUT-DATE-OF-BIRTH TO WS-MINOR-APPLICANT-DOB.

           CALL 'CUSTOMER' USING 'FIND-CUSTOMER-BY-TAX-ID'
               WS-INPUT-TAX-ID CUSTOMER-RECORD WS-GUARDIAN-STATUS.

           IF WS-GUARDIAN-STATUS = '00'
               MOVE CUS-DATE-OF-BIRTH TO WS-MINOR-APPLICANT-DOB
           END-IF.

           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-MINOR-POSTING-DATE.

      *    Adding 18 to the YYYY part of a YYYYMMDD date gives the
      *    18th birthday
           COMPUTE WS-MINOR-MAJORITY-DATE =
               WS-MINOR-APPLICANT-DOB + 180000.

           IF WS-MINOR-MAJORITY-DATE <= WS-MINOR-POSTING-DATE
               GO TO CHECK-MINOR-GUARDIAN-END
           END-IF.

           MOVE 1 TO WS-OPENING-MINOR-FLAG.

           IF WS-INPUT-GUARDIAN-CUSTOMER-ID = 0
               MOVE '99' TO WS-ACC-OP-STATUS
               MOVE 'Applicant is under 18 - a guardian is required'
                   TO WS-ACC-OP-MESSAGE
               GO TO CHECK-MINOR-GUARDIAN-END
           END-IF.

           CALL 'CUSTOMER' USING 'GET-CUSTOMER'
               WS-INPUT-GUARDIAN-CUSTOMER-ID CUSTOMER-RECORD
               WS-GUARDIAN-STATUS.

           IF WS-GUARDIAN-STATUS NOT = '00'
               MOVE '99' TO WS-ACC-OP-STATUS
               MOVE 'Guardian customer not found' TO WS-ACC-OP-MESSAGE
               GO TO CHECK-MINOR-GUARDIAN-END
           END-IF.

           IF NOT CUS-ACTIVE OR CUS-TAX-ID = WS-INPUT-TAX-ID
               MOVE '99' TO WS-ACC-OP-STATUS
               MOVE 'Guardian must be another, active customer'
                   TO WS-ACC-OP-MESSAGE
               GO TO CHECK-MINOR-GUARDIAN-END
           END-IF.

           IF CUS-DATE-OF-BIRTH + 180000 > WS-MINOR-POSTING-DATE
               MOVE '99' TO WS-ACC-OP-STATUS
               MOVE 'Guardian must be 18 or over' TO WS-ACC-OP-MESSAGE
           END-IF.

       CHECK-MINOR-GUARDIAN-END.
           EXIT.

       ADD-JOINT-HOLDER.
      *    Add a joint holder to an existing account
      *    Input: WS-INPUT-ACCOUNT-ID, WS-INPUT-JOINT-HOLDER-NAME
           PERFORM GENERATE-ACCOUNT-ID.

           MOVE 'TERM' TO ACC-TYPE.
           MOVE 'TERM' TO ACC-PRODUCT-CODE.
           MOVE 0 TO ACC-OPENING-DEPOSIT.
           MOVE 'ACTIVE' TO ACC-STATUS.
           MOVE 0 TO ACC-BALANCE.
           MOVE 0 TO ACC-BLOCKED-AMT.
           MOVE 'COMPLETED' TO TXN-STATUS.
           MOVE 'Accrued interest paid at closure' TO TXN-DESCRIPTION.
           MOVE 'TELLER' TO TXN-CHANNEL.
           MOVE 'INTPAY' TO TXN-CODE.
           MOVE WS-TIMESTAMP TO TXN-TIMESTAMP.

           CALL 'FILES' USING 'OPEN-TRANSACTION-FILE-IO'.
               WS-SETTLE-AMOUNT WS-SETTLE-BAL-BEFORE
               WS-SETTLE-BAL-AFTER
               'Accrued interest paid at closure' SPACES SPACES
               TXN-CODE TXN-CHANNEL ACC-BRANCH-CODE
               LEDGER-RECORD WS-SETTLE-STATUS.

      *    Release the payable the nightly accrual booked for it -
      *    the mirror leg above has just booked the expense again
           COMPUTE WS-SETTLE-REVERSAL = 0 - WS-SETTLE-AMOUNT.
           CALL 'INTACCR' USING 'BOOK-SAVINGS-ACCRUAL'
               ACC-BRANCH-CODE WS-SETTLE-REVERSAL WS-SETTLE-STATUS.

       GET-AVAILABLE-BALANCE.
      *    Calculate available balance (balance - blocked)
      *    Input: ACCOUNT-RECORD
      *           branch), WS-INPUT-OPERATOR-ID
      *    Output: WS-ACC-OP-STATUS

      *    The destination must be on the branch master and open for
      *    new business - not closed, and not itself closing
           IF WS-INPUT-BRANCH-CODE NOT = SPACES
               CALL 'BRANCHES' USING 'VALIDATE-BRANCH-FOR-NEW-BUSINESS'
                   WS-INPUT-BRANCH-CODE BRANCH-RECORD
                   WS-BRANCH-CHECK-STATUS WS-BRANCH-CHECK-MESSAGE
               IF WS-BRANCH-CHECK-STATUS NOT = '00'
                   MOVE WS-BRANCH-CHECK-MESSAGE TO WS-ACC-OP-MESSAGE
                   MOVE '99' TO WS-ACC-OP-STATUS
                   GO TO TRANSFER-ACCOUNT-BRANCH-END
               END-IF
           END-IF.

           MOVE WS-INPUT-ACCOUNT-ID TO ACC-ID.

           CALL 'FILES' USING 'OPEN-ACCOUNT-FILE-IO'.
               GO TO SET-FEE-PLAN-END
           END-IF.

      *    A fee-exempt plan is a fee waiver: an operator may not
      *    put their own or a related customer's account on one
           CALL 'OPERATOR' USING 'CHECK-STAFF-CONFLICT'
               WS-INPUT-OPERATOR-ID ACC-CUSTOMER-ID
               ACC-GUARDIAN-CUSTOMER-ID WS-STAFF-LINK-STATUS
               WS-ACC-OP-MESSAGE.

           IF WS-STAFF-LINK-STATUS NOT = '00'
               CALL 'FILES' USING 'CLOSE-ACCOUNT-FILE'
               MOVE '99' TO WS-ACC-OP-STATUS
               MOVE 'STAFF-LINK-REFUSED' TO WS-AUDIT-ACTION
               PERFORM RECORD-AUDIT-EVENT
               GO TO SET-FEE-PLAN-END
           END-IF.

           MOVE WS-INPUT-FEE-PLAN TO ACC-FEE-PLAN.
           MOVE 0 TO ACC-FREE-TXNS-USED.


       CONVERT-ACCOUNT-TYPE.
      *    Convert an account between CHECKING and SAVINGS without
      *    changing its ACC-ID, preserving statement history; the
      *    account moves onto the new type's base product
      *    Input: WS-INPUT-ACCOUNT-ID, WS-INPUT-ACCOUNT-TYPE (the new
      *           type), WS-INPUT-OPERATOR-ID
      *    Output: WS-ACC-OP-STATUS
           END-IF.

           MOVE WS-INPUT-ACCOUNT-TYPE TO ACC-TYPE.
           MOVE WS-INPUT-ACCOUNT-TYPE TO ACC-PRODUCT-CODE.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO ACC-UPDATED-TS.

