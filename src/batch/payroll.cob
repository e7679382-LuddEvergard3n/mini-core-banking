      *   rerun freely
      * - Every leg carries the same payroll reference, so the whole
      *   run can be pulled up by one inquiry
      * - An employee account that has closed with a payment
      *   redirection to another of our accounts (see REDIRECT.COB)
      *   is paid into the surviving account, validated like any
      *   other leg, and logged for the monthly redirection report
      *   once the run sticks. A redirection to another bank cannot
      *   be honoured inside an all-or-nothing book run, so such a
      *   row still refuses the run, naming the external account
      *   the employer should pay instead
      *
      * Author: Portfolio Project
      * Date: 2026
               10  WS-ROW-AMOUNT       PIC S9(13)V99.
               10  WS-ROW-NAME         PIC X(30).
               10  WS-ROW-POSTED       PIC 9.
      *        Closed account the row named when it was redirected
      *        to WS-ROW-ACCOUNT (zero when paid as named)
               10  WS-ROW-OLD-ACCOUNT  PIC 9(8).
       01  WS-ROW-IDX                  PIC 9(3).
       01  WS-HEADER-SEEN              PIC 9 VALUE 0.
           88  HEADER-WAS-SEEN         VALUE 1.
           88  FUNDING-WAS-DEBITED     VALUE 1.

       01  WS-PAYROLL-REFERENCE        PIC X(20).
       01  WS-RUN-EMPLOYER-NAME        PIC X(30).

      * Payment redirection of a closed employee account (see
      * REDIRECT.COB)
       01  WS-RDR-STATUS               PIC XX.
       01  WS-RDR-MESSAGE              PIC X(80).
       01  WS-RDR-SOURCE               PIC X(8) VALUE 'PAYROLL'.
       01  WS-RDR-ACTION               PIC X(10) VALUE 'FORWARDED'.
       01  WS-RDR-TARGET-ACCOUNT       PIC 9(8).
       01  WS-ROWS-REDIRECTED          PIC 9(6) VALUE 0.
       01  WS-AVAILABLE-BALANCE        PIC S9(13)V99.

      * Direct posting work area (one leg at a time)
           05  WS-LEG-BAL-BEFORE       PIC S9(13)V99.
           05  WS-LEG-BAL-AFTER        PIC S9(13)V99.

      * Inter-branch work area: an employee paid into an account held
      * in another branch than the funding account books the
      * due-to/due-from pair between the two (see GLBRANCH.COB)
       01  WS-IB-WORK.
           05  WS-FUNDING-BRANCH       PIC X(4).
           05  WS-IB-FROM-BRANCH       PIC X(4).
           05  WS-IB-TO-BRANCH         PIC X(4).
           05  WS-IB-STATUS            PIC XX.

       01  WS-TIMESTAMP-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-CURR-YEAR        PIC 9(4).
                   'posting began; everything was compensated.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOG-REDIRECTED-ROWS
               PERFORM FINISH-JOB-RUN
           END-IF.

           DISPLAY '------------------------------------------------'.
           DISPLAY 'Employee rows read:    ' WS-RUN-ROWS-READ.
           DISPLAY 'Credits posted:        ' WS-CREDITS-POSTED.
           DISPLAY 'Paid to redirections:  ' WS-ROWS-REDIRECTED.
           DISPLAY 'Total disbursed:       ' WS-DISPLAY-TOTAL.
           DISPLAY '------------------------------------------------'.

           MOVE WS-PRD-AMOUNT TO WS-ROW-AMOUNT(WS-RUN-ROWS-READ).
           MOVE WS-PRD-NAME TO WS-ROW-NAME(WS-RUN-ROWS-READ).
           MOVE 0 TO WS-ROW-POSTED(WS-RUN-ROWS-READ).
           MOVE 0 TO WS-ROW-OLD-ACCOUNT(WS-RUN-ROWS-READ).
           ADD WS-PRD-AMOUNT TO WS-RUN-TOTAL-READ.

       LOAD-ONE-DETAIL-ROW-END.
               GO TO VALIDATE-EVERY-LEG-END
           END-IF.

           MOVE ACC-HOLDER-NAME TO WS-RUN-EMPLOYER-NAME.

           COMPUTE WS-AVAILABLE-BALANCE =
               ACC-BALANCE - ACC-BLOCKED-AMT.

               WS-ROW-ACCOUNT(WS-ROW-IDX) ACCOUNT-RECORD
               WS-POST-STATUS.

           IF WS-POST-STATUS = '00' AND ACC-CLOSED
               PERFORM REDIRECT-CLOSED-EMPLOYEE-ROW
                   THRU REDIRECT-CLOSED-EMPLOYEE-ROW-END
               CALL 'ACCOUNT' USING 'GET-ACCOUNT'
                   WS-ROW-ACCOUNT(WS-ROW-IDX) ACCOUNT-RECORD
                   WS-POST-STATUS
           END-IF.

           IF WS-POST-STATUS NOT = '00' OR NOT ACC-ACTIVE
               MOVE 1 TO WS-VALIDATION-FAILED
               DISPLAY 'Employee account '
                   'refused'
           END-IF.

       REDIRECT-CLOSED-EMPLOYEE-ROW.
      *    Swap a closed employee account for the surviving account
      *    its customer redirected payments to, when that account is
      *    one of ours; the row is then validated as the new account
           CALL 'REDIRECT' USING 'GET-ACTIVE-REDIRECTION'
               WS-ROW-ACCOUNT(WS-ROW-IDX) REDIRECT-RECORD
               WS-RDR-STATUS WS-RDR-MESSAGE.

           IF WS-RDR-STATUS NOT = '00'
               GO TO REDIRECT-CLOSED-EMPLOYEE-ROW-END
           END-IF.

           IF RDR-TARGET-EXTERNAL
               DISPLAY 'Employee account '
                   WS-ROW-ACCOUNT(WS-ROW-IDX)
                   ' redirected to external account '
                   RDR-NEW-ACCOUNT-ID
               DISPLAY '  (' RDR-EXT-NAME ') - pay it there'
               GO TO REDIRECT-CLOSED-EMPLOYEE-ROW-END
           END-IF.

           MOVE WS-ROW-ACCOUNT(WS-ROW-IDX)
               TO WS-ROW-OLD-ACCOUNT(WS-ROW-IDX).
           MOVE RDR-NEW-ACCOUNT-ID TO WS-ROW-ACCOUNT(WS-ROW-IDX).
           DISPLAY 'REDIRECT  ' WS-ROW-OLD-ACCOUNT(WS-ROW-IDX)
               ' -> ' WS-ROW-ACCOUNT(WS-ROW-IDX)
               '  ' WS-ROW-NAME(WS-ROW-IDX).

       REDIRECT-CLOSED-EMPLOYEE-ROW-END.
           EXIT.

       LOG-REDIRECTED-ROWS.
      *    Log every credit paid into a surviving account, once the
      *    run has stuck, for the monthly redirection report
           PERFORM LOG-ONE-REDIRECTED-ROW
               VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-RUN-ROWS-READ.

       LOG-ONE-REDIRECTED-ROW.
      *    Log one redirected employee credit
           IF WS-ROW-OLD-ACCOUNT(WS-ROW-IDX) > 0
               CALL 'REDIRECT' USING 'RECORD-REDIRECT-ITEM'
                   WS-ROW-OLD-ACCOUNT(WS-ROW-IDX)
                   WS-ROW-AMOUNT(WS-ROW-IDX) WS-RDR-SOURCE
                   WS-RUN-EMPLOYER-NAME WS-PAYROLL-REFERENCE
                   WS-RDR-ACTION REDIRECT-ITEM-RECORD
                   WS-RDR-STATUS
               ADD 1 TO WS-ROWS-REDIRECTED
           END-IF.

      ******************************************************************
      * POSTING
      ******************************************************************
           END-IF.

           MOVE 1 TO WS-FUNDING-DEBITED.
           MOVE ACC-BRANCH-CODE TO WS-FUNDING-BRANCH.

           PERFORM POST-ONE-EMPLOYEE-CREDIT
               VARYING WS-ROW-IDX FROM 1 BY 1
               MOVE 1 TO WS-ROW-POSTED(WS-ROW-IDX)
               ADD 1 TO WS-CREDITS-POSTED
               ADD WS-LEG-AMOUNT TO WS-TOTAL-DISBURSED
               MOVE WS-FUNDING-BRANCH TO WS-IB-FROM-BRANCH
               MOVE ACC-BRANCH-CODE TO WS-IB-TO-BRANCH
               PERFORM BOOK-PAYROLL-INTER-BRANCH
               MOVE WS-LEG-AMOUNT TO WS-DISPLAY-AMOUNT
               DISPLAY 'PAID      ' WS-ROW-ACCOUNT(WS-ROW-IDX)
                   '  ' WS-ROW-NAME(WS-ROW-IDX)
               MOVE 'DEBIT' TO WS-LEG-TYPE
               MOVE 'Payroll run rollback' TO WS-LEG-DESC
               PERFORM POST-ONE-LEG
               MOVE ACC-BRANCH-CODE TO WS-IB-FROM-BRANCH
               MOVE WS-FUNDING-BRANCH TO WS-IB-TO-BRANCH
               PERFORM BOOK-PAYROLL-INTER-BRANCH
               MOVE 0 TO WS-ROW-POSTED(WS-ROW-IDX)
           END-IF.

       BOOK-PAYROLL-INTER-BRANCH.
      *    Book the inter-branch pair for the leg just posted when
      *    its account is held in another branch than the funding
      *    account's
      *    Input: WS-IB-FROM-BRANCH, WS-IB-TO-BRANCH, WS-LEG-AMOUNT,
      *           TXN-ID/TXN-CODE/TXN-CHANNEL of the posted leg
           IF WS-IB-FROM-BRANCH NOT = WS-IB-TO-BRANCH
               CALL 'GLBRANCH' USING 'BOOK-INTER-BRANCH'
                   TXN-ID TXN-CODE TXN-CHANNEL
                   WS-IB-FROM-BRANCH WS-IB-TO-BRANCH
                   WS-LEG-AMOUNT WS-IB-STATUS
           END-IF.

      ******************************************************************
      * DIRECT LEG POSTING
      ******************************************************************
           MOVE WS-LEG-TYPE TO TXN-TYPE.
           MOVE 'COMPLETED' TO TXN-STATUS.
           MOVE 'BATCH' TO TXN-CHANNEL.
           MOVE 'PAYRL' TO TXN-CODE.
           MOVE WS-LEG-DESC TO TXN-DESCRIPTION.
           MOVE WS-PAYROLL-REFERENCE TO TXN-REFERENCE-NUMBER.

           CALL 'LEDGER' USING 'CREATE-LEDGER-ENTRY'
               WS-LEG-ACCOUNT-ID TXN-ID WS-LEG-TYPE
               WS-LEG-AMOUNT WS-LEG-BAL-BEFORE WS-LEG-BAL-AFTER
               WS-LEG-DESC SPACES SPACES TXN-CODE TXN-CHANNEL
               ACC-BRANCH-CODE LEDGER-RECORD
               WS-POST-STATUS.

           CALL 'FILES' USING 'OPEN-TRANSACTION-FILE-IO'.
