      ******************************************************************
      * LOANAPP.COB - Loan Application and Credit Decision Module
      *
      * Puts a credit decision in front of the loan book. A loan used
      * to be booked and disbursed the moment it was keyed; now the
      * request is captured first as an application carrying the
      * applicant's declared monthly income and the purpose of the
      * loan, an affordability check weighs it against what the same
      * customer already owes, and a supervisor approves or declines
      * it with a reason. Only an APPROVED application reaches
      * CREATE-LOAN in LOANS.COB.
      *
      * Design decisions:
      * - Affordability is a debt-service ratio: the new loan's
      *   installment (priced exactly as CREATE-LOAN will price it)
      *   plus LN-INSTALLMENT-AMT on every ACTIVE loan whose
      *   borrower account belongs to the same ACC-CUSTOMER-ID, as a
      *   percentage of the declared monthly income. At or under the
      *   policy ceiling below is a PASS
      * - The verdict is advice to the supervisor, not a hard stop -
      *   a FAIL may still be approved, but the reason recorded with
      *   the decision has to say why, and the figures stay on the
      *   row for anyone reviewing it later
      * - Four eyes: the supervisor deciding an application cannot
      *   be the operator who captured it
      * - Nothing is deleted: declined and withdrawn applications
      *   stay on file with their reason for credit and compliance
      *   reporting (see LAPPRPT.COB)
      * - Application IDs are generated sequentially from the
      *   control file, same pattern as every other ID in the system
      * - A floating-rate request names a reference index, a spread
      *   and a repricing frequency; the rate it is assessed at is
      *   the index's value on the capture date plus the spread.
      *   CREATE-LOAN re-prices it at the index's value on the day
      *   it is disbursed.
      *
      * Operations:
      * - CAPTURE-LOAN-APPLICATION: Records the request and runs the
      *   affordability check
      * - DECIDE-LOAN-APPLICATION: Supervisor approve/decline with a
      *   reason
      * - WITHDRAW-LOAN-APPLICATION: Applicant withdraws before
      *   disbursement
      * - DISBURSE-LOAN-APPLICATION: Books and disburses an APPROVED
      *   application through CREATE-LOAN
      * - GET-LOAN-APPLICATION: Retrieves an application by ID
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANAPP.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  WS-LOANAPP-OPERATION.
           05  WS-LAP-OP-STATUS        PIC XX.
               88  LAP-OP-SUCCESS      VALUE '00'.
               88  LAP-OP-NOT-FOUND    VALUE '23'.
               88  LAP-OP-INVALID      VALUE '99'.
           05  WS-LAP-OP-MESSAGE       PIC X(80).

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
       01  WS-INPUT-APP-ID             PIC 9(8).
       01  WS-INPUT-ACCOUNT-ID         PIC 9(8).
       01  WS-INPUT-AMOUNT             PIC S9(13)V99.
       01  WS-INPUT-ANNUAL-RATE        PIC 9(2)V9(4).
       01  WS-INPUT-TERM-MONTHS        PIC 9(3).
       01  WS-INPUT-MONTHLY-INCOME     PIC S9(13)V99.
       01  WS-INPUT-PURPOSE            PIC X(30).
       01  WS-INPUT-DECISION           PIC X(10).
           88  INPUT-DECISION-APPROVE  VALUE 'APPROVED'.
           88  INPUT-DECISION-DECLINE  VALUE 'DECLINED'.
       01  WS-INPUT-REASON             PIC X(40).
       01  WS-INPUT-OPERATOR-ID        PIC 9(6).
       01  WS-INPUT-INDEX-CODE         PIC X(6).
       01  WS-INPUT-RATE-SPREAD        PIC S9(2)V9(4).
       01  WS-INPUT-REPRICE-MONTHS     PIC 9(2).

      * Floating-rate pricing working data
       01  WS-FLOAT-RATE               PIC S9(3)V9(4).
       01  WS-FLOAT-AS-OF-DATE         PIC 9(8).
       01  WS-REFRATE-STATUS           PIC XX.

      * Credit policy: the highest share of declared monthly income
      * (percent) that total loan installments may take and still
      * pass the affordability check
       01  WS-MAX-DEBT-SERVICE-PCT     PIC 9(3)V99 VALUE 40.00.

      * Affordability working data
       01  WS-TOTAL-REPAYABLE          PIC S9(13)V99.
       01  WS-NEW-INSTALLMENT          PIC S9(13)V99.
       01  WS-EXISTING-INSTALLMENTS    PIC S9(13)V99.
       01  WS-DEBT-SERVICE-WORK        PIC S9(7)V99.
       01  WS-AFFORD-CUSTOMER-ID       PIC 9(8).
       01  WS-SCAN-STATUS              PIC XX.
       01  WS-ACCT-STATUS              PIC XX.
       01  WS-SCAN-LOAN-ID             PIC 9(8).

       01  WS-CREATE-STATUS            PIC XX.
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

       GENERATE-LOAN-APP-ID.
      *    Generate next loan application ID from control file
      *    Output: LAP-APP-ID in LOAN-APPLICATION-RECORD
           CALL 'FILES' USING 'READ-CONTROL' CONTROL-RECORD
               WS-LAP-OP-STATUS.

           IF NOT LAP-OP-SUCCESS
               DISPLAY 'FATAL: Cannot read control file for '
                   'loan application ID'
               STOP RUN
           END-IF.

           ADD 1 TO CTL-LAST-LOAN-APP-ID.
           MOVE CTL-LAST-LOAN-APP-ID TO LAP-APP-ID.

           CALL 'FILES' USING 'UPDATE-CONTROL' CONTROL-RECORD
               WS-LAP-OP-STATUS.

      ******************************************************************
      * AFFORDABILITY
      ******************************************************************

       ASSESS-AFFORDABILITY.
      *    Weigh the new installment plus the customer's existing
      *    installments against the declared monthly income
      *    Input: LAP-CUSTOMER-ID, LAP-AMOUNT, LAP-ANNUAL-RATE,
      *           LAP-TERM-MONTHS, LAP-MONTHLY-INCOME
      *    Output: LAP-NEW-INSTALLMENT, LAP-EXISTING-INSTALLMENTS,
      *            LAP-DEBT-SERVICE-PCT, LAP-AFFORDABILITY

      *    Same add-on pricing CREATE-LOAN applies, so the figure
      *    the supervisor sees is the installment that will be booked
           COMPUTE WS-TOTAL-REPAYABLE ROUNDED =
               LAP-AMOUNT *
               (1 + LAP-ANNUAL-RATE / 100
                   * LAP-TERM-MONTHS / 12).
           COMPUTE WS-NEW-INSTALLMENT ROUNDED =
               WS-TOTAL-REPAYABLE / LAP-TERM-MONTHS.

           MOVE 0 TO WS-EXISTING-INSTALLMENTS.
           MOVE LAP-CUSTOMER-ID TO WS-AFFORD-CUSTOMER-ID.
           PERFORM SUM-EXISTING-INSTALLMENTS.

           MOVE WS-NEW-INSTALLMENT TO LAP-NEW-INSTALLMENT.
           MOVE WS-EXISTING-INSTALLMENTS TO LAP-EXISTING-INSTALLMENTS.

           COMPUTE WS-DEBT-SERVICE-WORK ROUNDED =
               (WS-NEW-INSTALLMENT + WS-EXISTING-INSTALLMENTS)
                   * 100 / LAP-MONTHLY-INCOME
               ON SIZE ERROR
                   MOVE 999.99 TO WS-DEBT-SERVICE-WORK
           END-COMPUTE.

           IF WS-DEBT-SERVICE-WORK > 999.99
               MOVE 999.99 TO WS-DEBT-SERVICE-WORK
           END-IF.
           MOVE WS-DEBT-SERVICE-WORK TO LAP-DEBT-SERVICE-PCT.

           IF LAP-DEBT-SERVICE-PCT > WS-MAX-DEBT-SERVICE-PCT
               MOVE 'FAIL' TO LAP-AFFORDABILITY
           ELSE
               MOVE 'PASS' TO LAP-AFFORDABILITY
           END-IF.

       SUM-EXISTING-INSTALLMENTS.
      *    Total LN-INSTALLMENT-AMT over every ACTIVE loan booked to
      *    an account of WS-AFFORD-CUSTOMER-ID. The borrower account
      *    lookup is a nested call, so the scan re-positions after
      *    each loan rather than trusting the file position
      *    Output: WS-EXISTING-INSTALLMENTS
           MOVE 0 TO WS-SCAN-LOAN-ID.
           MOVE '00' TO WS-SCAN-STATUS.

           PERFORM SCAN-NEXT-CUSTOMER-LOAN
               UNTIL WS-SCAN-STATUS = '10'.

       SCAN-NEXT-CUSTOMER-LOAN.
      *    Read the loan after WS-SCAN-LOAN-ID and add its
      *    installment when it belongs to the customer
           MOVE WS-SCAN-LOAN-ID TO LN-LOAN-ID.

           CALL 'FILES' USING 'OPEN-LOAN-FILE-IO'.
           CALL 'FILES' USING 'START-LOAN-AFTER' LOAN-RECORD
               WS-SCAN-STATUS.
           IF WS-SCAN-STATUS = '00'
               CALL 'FILES' USING 'READ-NEXT-LOAN' LOAN-RECORD
                   WS-SCAN-STATUS
           END-IF.
           CALL 'FILES' USING 'CLOSE-LOAN-FILE'.

           IF WS-SCAN-STATUS = '00'
               MOVE LN-LOAN-ID TO WS-SCAN-LOAN-ID
               IF LN-ACTIVE
                   CALL 'ACCOUNT' USING 'GET-ACCOUNT'
                       LN-ACCOUNT-ID ACCOUNT-RECORD WS-ACCT-STATUS
                   IF WS-ACCT-STATUS = '00' AND
                           ACC-CUSTOMER-ID = WS-AFFORD-CUSTOMER-ID
                       ADD LN-INSTALLMENT-AMT
                           TO WS-EXISTING-INSTALLMENTS
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * APPLICATION OPERATIONS
      ******************************************************************

       CAPTURE-LOAN-APPLICATION.
      *    Record a loan request and assess its affordability
      *    Input: WS-INPUT-ACCOUNT-ID, WS-INPUT-AMOUNT,
      *           WS-INPUT-ANNUAL-RATE, WS-INPUT-TERM-MONTHS,
      *           WS-INPUT-MONTHLY-INCOME, WS-INPUT-PURPOSE,
      *           WS-INPUT-OPERATOR-ID, WS-INPUT-INDEX-CODE
      *           (spaces for a fixed rate), WS-INPUT-RATE-SPREAD,
      *           WS-INPUT-REPRICE-MONTHS
      *    Output: LOAN-APPLICATION-RECORD, WS-LAP-OP-STATUS
           IF WS-INPUT-AMOUNT NOT > 0
               MOVE '99' TO WS-LAP-OP-STATUS
               MOVE 'Amount must be greater than zero'
                   TO WS-LAP-OP-MESSAGE
               GO TO CAPTURE-LOAN-APPLICATION-END
           END-IF.

           IF WS-INPUT-TERM-MONTHS = 0
               MOVE '99' TO WS-LAP-OP-STATUS
               MOVE 'Term must be at least one month'
                   TO WS-LAP-OP-MESSAGE
               GO TO CAPTURE-LOAN-APPLICATION-END
           END-IF.

           IF WS-INPUT-MONTHLY-INCOME NOT > 0
               MOVE '99' TO WS-LAP-OP-STATUS
               MOVE 'Declared monthly income is required'
                   TO WS-LAP-OP-MESSAGE
               GO TO CAPTURE-LOAN-APPLICATION-END
           END-IF.

           IF WS-INPUT-PURPOSE = SPACES
               MOVE '99' TO WS-LAP-OP-STATUS
               MOVE 'Loan purpose is required' TO WS-LAP-OP-MESSAGE
               GO TO CAPTURE-LOAN-APPLICATION-END
           END-IF.

           IF WS-INPUT-INDEX-CODE NOT = SPACES
               PERFORM PRICE-FLOATING-REQUEST
                   THRU PRICE-FLOATING-REQUEST-END
               IF NOT LAP-OP-SUCCESS
                   GO TO CAPTURE-LOAN-APPLICATION-END
               END-IF
           END-IF.

      *    The deposit account that will receive the disbursement
      *    must exist, be active and belong to a customer master
      *    record - affordability is judged per customer
           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               WS-INPUT-ACCOUNT-ID ACCOUNT-RECORD WS-LAP-OP-STATUS.

           IF NOT LAP-OP-SUCCESS
               MOVE 'Borrower account not found' TO WS-LAP-OP-MESSAGE
               GO TO CAPTURE-LOAN-APPLICATION-END
           END-IF.

           IF NOT ACC-ACTIVE
               MOVE '99' TO WS-LAP-OP-STATUS
               MOVE 'Borrower account must be active'
                   TO WS-LAP-OP-MESSAGE
               GO TO CAPTURE-LOAN-APPLICATION-END
           END-IF.

           IF ACC-CUSTOMER-ID = 0
               MOVE '99' TO WS-LAP-OP-STATUS
               MOVE 'Account has no customer record - link it first'
                   TO WS-LAP-OP-MESSAGE
               GO TO CAPTURE-LOAN-APPLICATION-END
           END-IF.

           INITIALIZE LOAN-APPLICATION-RECORD.
           MOVE ACC-CUSTOMER-ID TO LAP-CUSTOMER-ID.
           MOVE WS-INPUT-ACCOUNT-ID TO LAP-ACCOUNT-ID.
           MOVE WS-INPUT-AMOUNT TO LAP-AMOUNT.
           MOVE WS-INPUT-ANNUAL-RATE TO LAP-ANNUAL-RATE.
           MOVE WS-INPUT-TERM-MONTHS TO LAP-TERM-MONTHS.
           MOVE WS-INPUT-MONTHLY-INCOME TO LAP-MONTHLY-INCOME.
           MOVE WS-INPUT-PURPOSE TO LAP-PURPOSE.
           MOVE WS-INPUT-INDEX-CODE TO LAP-INDEX-CODE.
           IF WS-INPUT-INDEX-CODE NOT = SPACES
               MOVE WS-INPUT-RATE-SPREAD TO LAP-RATE-SPREAD
               MOVE WS-INPUT-REPRICE-MONTHS TO LAP-REPRICE-MONTHS
           END-IF.

           PERFORM ASSESS-AFFORDABILITY.

           PERFORM GENERATE-LOAN-APP-ID.
           MOVE 'CAPTURED' TO LAP-STATUS.
           MOVE WS-INPUT-OPERATOR-ID TO LAP-CAPTURED-BY.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO LAP-CAPTURED-TS.

           CALL 'FILES' USING 'OPEN-LOAN-APPLICATION-FILE-IO'.
           CALL 'FILES' USING 'WRITE-LOAN-APPLICATION'
               LOAN-APPLICATION-RECORD WS-LAP-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-LOAN-APPLICATION-FILE'.

           IF NOT LAP-OP-SUCCESS
               MOVE 'Failed to write loan application'
                   TO WS-LAP-OP-MESSAGE
               GO TO CAPTURE-LOAN-APPLICATION-END
           END-IF.

           MOVE SPACES TO WS-AUDIT-DETAILS.
           STRING 'Loan application ' LAP-APP-ID ' captured - '
               LAP-AFFORDABILITY
               DELIMITED BY SIZE INTO WS-AUDIT-DETAILS.
           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-INPUT-OPERATOR-ID 'LAP-CAPTURE' LAP-ACCOUNT-ID
               WS-AUDIT-DETAILS WS-AUDIT-STATUS.

           MOVE 'Application captured - awaiting credit decision'
               TO WS-LAP-OP-MESSAGE.

       CAPTURE-LOAN-APPLICATION-END.
           EXIT.

       PRICE-FLOATING-REQUEST.
      *    Price a floating-rate request at its index's value on
      *    today's posting date plus the spread
      *    Input: WS-INPUT-INDEX-CODE, WS-INPUT-RATE-SPREAD,
      *           WS-INPUT-REPRICE-MONTHS
      *    Output: WS-INPUT-ANNUAL-RATE, WS-LAP-OP-STATUS
           MOVE '00' TO WS-LAP-OP-STATUS.

           IF WS-INPUT-REPRICE-MONTHS = 0 OR
                   WS-INPUT-REPRICE-MONTHS > 12
               MOVE '99' TO WS-LAP-OP-STATUS
               MOVE 'Repricing frequency must be 1 to 12 months'
                   TO WS-LAP-OP-MESSAGE
               GO TO PRICE-FLOATING-REQUEST-END
           END-IF.

           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-FLOAT-AS-OF-DATE.
           CALL 'REFRATE' USING 'GET-REFERENCE-RATE'
               WS-INPUT-INDEX-CODE WS-FLOAT-AS-OF-DATE
               REFERENCE-RATE-RECORD WS-REFRATE-STATUS.

           IF WS-REFRATE-STATUS NOT = '00'
               MOVE '99' TO WS-LAP-OP-STATUS
               MOVE 'No reference rate on file for that index'
                   TO WS-LAP-OP-MESSAGE
               GO TO PRICE-FLOATING-REQUEST-END
           END-IF.

           COMPUTE WS-FLOAT-RATE = RRT-RATE + WS-INPUT-RATE-SPREAD.
           IF WS-FLOAT-RATE < 0
               MOVE 0 TO WS-FLOAT-RATE
           END-IF.
           MOVE WS-FLOAT-RATE TO WS-INPUT-ANNUAL-RATE.

       PRICE-FLOATING-REQUEST-END.
           EXIT.

       DECIDE-LOAN-APPLICATION.
      *    Approve or decline a CAPTURED application (supervisor
      *    action; the menu enforces the role)
      *    Input: WS-INPUT-APP-ID, WS-INPUT-DECISION,
      *           WS-INPUT-REASON, WS-INPUT-OPERATOR-ID
      *    Output: LOAN-APPLICATION-RECORD, WS-LAP-OP-STATUS
           IF NOT INPUT-DECISION-APPROVE AND
                   NOT INPUT-DECISION-DECLINE
               MOVE '99' TO WS-LAP-OP-STATUS
               MOVE 'Decision must be APPROVED or DECLINED'
                   TO WS-LAP-OP-MESSAGE
               GO TO DECIDE-LOAN-APPLICATION-END
           END-IF.

           IF WS-INPUT-REASON = SPACES
               MOVE '99' TO WS-LAP-OP-STATUS
               MOVE 'A reason is required with every decision'
                   TO WS-LAP-OP-MESSAGE
               GO TO DECIDE-LOAN-APPLICATION-END
           END-IF.

           MOVE WS-INPUT-APP-ID TO LAP-APP-ID.

           CALL 'FILES' USING 'OPEN-LOAN-APPLICATION-FILE-IO'.
           CALL 'FILES' USING 'READ-LOAN-APPLICATION'
               LOAN-APPLICATION-RECORD WS-LAP-OP-STATUS.

           IF NOT LAP-OP-SUCCESS
               CALL 'FILES' USING 'CLOSE-LOAN-APPLICATION-FILE'
               MOVE 'Loan application not found' TO WS-LAP-OP-MESSAGE
               GO TO DECIDE-LOAN-APPLICATION-END
           END-IF.

           IF NOT LAP-CAPTURED
               CALL 'FILES' USING 'CLOSE-LOAN-APPLICATION-FILE'
               MOVE '99' TO WS-LAP-OP-STATUS
               MOVE 'Application is not awaiting a decision'
                   TO WS-LAP-OP-MESSAGE
               GO TO DECIDE-LOAN-APPLICATION-END
           END-IF.

           IF LAP-CAPTURED-BY = WS-INPUT-OPERATOR-ID
               CALL 'FILES' USING 'CLOSE-LOAN-APPLICATION-FILE'
               MOVE '99' TO WS-LAP-OP-STATUS
               MOVE 'Capturing operator cannot decide the application'
                   TO WS-LAP-OP-MESSAGE
               GO TO DECIDE-LOAN-APPLICATION-END
           END-IF.

           MOVE WS-INPUT-DECISION TO LAP-STATUS.
           MOVE WS-INPUT-REASON TO LAP-DECISION-REASON.
           MOVE WS-INPUT-OPERATOR-ID TO LAP-DECIDED-BY.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO LAP-DECIDED-TS.

           CALL 'FILES' USING 'UPDATE-LOAN-APPLICATION'
               LOAN-APPLICATION-RECORD WS-LAP-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-LOAN-APPLICATION-FILE'.

           MOVE SPACES TO WS-AUDIT-DETAILS.
           STRING 'Loan application ' LAP-APP-ID ' ' LAP-STATUS
               DELIMITED BY SIZE INTO WS-AUDIT-DETAILS.
           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-INPUT-OPERATOR-ID 'LAP-DECISION' LAP-ACCOUNT-ID
               WS-AUDIT-DETAILS WS-AUDIT-STATUS.

           IF LAP-APPROVED
               MOVE 'Application approved - ready for disbursement'
                   TO WS-LAP-OP-MESSAGE
           ELSE
               MOVE 'Application declined and kept on file'
                   TO WS-LAP-OP-MESSAGE
           END-IF.

       DECIDE-LOAN-APPLICATION-END.
           EXIT.

       WITHDRAW-LOAN-APPLICATION.
      *    The applicant withdraws a request that has not yet been
      *    disbursed (captured or approved)
      *    Input: WS-INPUT-APP-ID, WS-INPUT-REASON,
      *           WS-INPUT-OPERATOR-ID
      *    Output: LOAN-APPLICATION-RECORD, WS-LAP-OP-STATUS
           MOVE WS-INPUT-APP-ID TO LAP-APP-ID.

           CALL 'FILES' USING 'OPEN-LOAN-APPLICATION-FILE-IO'.
           CALL 'FILES' USING 'READ-LOAN-APPLICATION'
               LOAN-APPLICATION-RECORD WS-LAP-OP-STATUS.

           IF NOT LAP-OP-SUCCESS
               CALL 'FILES' USING 'CLOSE-LOAN-APPLICATION-FILE'
               MOVE 'Loan application not found' TO WS-LAP-OP-MESSAGE
               GO TO WITHDRAW-LOAN-APPLICATION-END
           END-IF.

           IF NOT LAP-CAPTURED AND NOT LAP-APPROVED
               CALL 'FILES' USING 'CLOSE-LOAN-APPLICATION-FILE'
               MOVE '99' TO WS-LAP-OP-STATUS
               MOVE 'Only an open application can be withdrawn'
                   TO WS-LAP-OP-MESSAGE
               GO TO WITHDRAW-LOAN-APPLICATION-END
           END-IF.

           MOVE 'WITHDRAWN' TO LAP-STATUS.
           IF WS-INPUT-REASON = SPACES
               MOVE 'Withdrawn by applicant' TO LAP-DECISION-REASON
           ELSE
               MOVE WS-INPUT-REASON TO LAP-DECISION-REASON
           END-IF.
           MOVE WS-INPUT-OPERATOR-ID TO LAP-DECIDED-BY.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO LAP-DECIDED-TS.

           CALL 'FILES' USING 'UPDATE-LOAN-APPLICATION'
               LOAN-APPLICATION-RECORD WS-LAP-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-LOAN-APPLICATION-FILE'.

           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-INPUT-OPERATOR-ID 'LAP-WITHDRAW' LAP-ACCOUNT-ID
               'Loan application withdrawn' WS-AUDIT-STATUS.

           MOVE 'Application withdrawn and kept on file'
               TO WS-LAP-OP-MESSAGE.

       WITHDRAW-LOAN-APPLICATION-END.
           EXIT.

       DISBURSE-LOAN-APPLICATION.
      *    Book and disburse an APPROVED application through
      *    CREATE-LOAN, then stamp the booked loan onto the row
      *    Input: WS-INPUT-APP-ID, WS-INPUT-OPERATOR-ID
      *    Output: LOAN-APPLICATION-RECORD, LOAN-RECORD,
      *            WS-LAP-OP-STATUS
           PERFORM GET-LOAN-APPLICATION.

           IF NOT LAP-OP-SUCCESS
               GO TO DISBURSE-LOAN-APPLICATION-END
           END-IF.

           IF NOT LAP-APPROVED
               MOVE '99' TO WS-LAP-OP-STATUS
               MOVE 'Only an APPROVED application can be disbursed'
                   TO WS-LAP-OP-MESSAGE
               GO TO DISBURSE-LOAN-APPLICATION-END
           END-IF.

           IF LAP-INDEX-CODE = SPACES
               CALL 'LOANS' USING 'CREATE-LOAN'
                   LAP-ACCOUNT-ID LAP-AMOUNT
                   LAP-ANNUAL-RATE LAP-TERM-MONTHS
                   SPACES 0 0
                   LOAN-RECORD WS-CREATE-STATUS
           ELSE
               CALL 'LOANS' USING 'CREATE-LOAN'
                   LAP-ACCOUNT-ID LAP-AMOUNT
                   LAP-ANNUAL-RATE LAP-TERM-MONTHS
                   LAP-INDEX-CODE LAP-RATE-SPREAD LAP-REPRICE-MONTHS
                   LOAN-RECORD WS-CREATE-STATUS
           END-IF.

           IF WS-CREATE-STATUS NOT = '00'
               MOVE '99' TO WS-LAP-OP-STATUS
               MOVE 'Loan not booked - application stays APPROVED'
                   TO WS-LAP-OP-MESSAGE
               GO TO DISBURSE-LOAN-APPLICATION-END
           END-IF.

           MOVE 'DISBURSED' TO LAP-STATUS.
           MOVE LN-LOAN-ID TO LAP-LOAN-ID.

           CALL 'FILES' USING 'OPEN-LOAN-APPLICATION-FILE-IO'.
           CALL 'FILES' USING 'UPDATE-LOAN-APPLICATION'
               LOAN-APPLICATION-RECORD WS-LAP-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-LOAN-APPLICATION-FILE'.

           MOVE SPACES TO WS-AUDIT-DETAILS.
           STRING 'Application ' LAP-APP-ID ' disbursed as loan '
               LN-LOAN-ID
               DELIMITED BY SIZE INTO WS-AUDIT-DETAILS.
           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-INPUT-OPERATOR-ID 'LAP-DISBURSE' LAP-ACCOUNT-ID
               WS-AUDIT-DETAILS WS-AUDIT-STATUS.

           MOVE 'Loan booked and principal disbursed'
               TO WS-LAP-OP-MESSAGE.

       DISBURSE-LOAN-APPLICATION-END.
           EXIT.

       GET-LOAN-APPLICATION.
      *    Retrieve a loan application by ID
      *    Input: WS-INPUT-APP-ID
      *    Output: LOAN-APPLICATION-RECORD, WS-LAP-OP-STATUS
           MOVE WS-INPUT-APP-ID TO LAP-APP-ID.

           CALL 'FILES' USING 'OPEN-LOAN-APPLICATION-FILE-IO'.
           CALL 'FILES' USING 'READ-LOAN-APPLICATION'
               LOAN-APPLICATION-RECORD WS-LAP-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-LOAN-APPLICATION-FILE'.

           IF LAP-OP-SUCCESS
               MOVE 'Loan application retrieved' TO WS-LAP-OP-MESSAGE
           ELSE
               MOVE 'Loan application not found' TO WS-LAP-OP-MESSAGE
           END-IF.

       END PROGRAM LOANAPP.
