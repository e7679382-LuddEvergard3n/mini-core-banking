      ******************************************************************
      * INTACCR.COB - Interest Accrual General Ledger Module
      *
      * Books the interest the nightly accrual runs build up on the
      * accounts (ACC-ACCRUED-INTEREST for savings, ACC-OD-ACCRUED-INT
      * for overdrafts) to the general ledger as it accrues, instead
      * of the GL first hearing of it when the monthly posting or
      * the overdraft charge settles it. A month-end balance sheet
      * then carries the interest already owed to customers as a
      * payable and the overdraft interest already earned as a
      * receivable, and the P&L carries both in the month they were
      * earned.
      *
      * Design decisions:
      * - Savings accrual: DR interest expense (GLA 5000), CR accrued
      *   interest payable (GLA 2600). Overdraft accrual: DR
      *   overdraft interest receivable (GLA 1300), CR overdraft
      *   interest income (GLA 4200)
      * - The sign convention is the one LEDGER's GL mirror legs use
      *   on the same rows (GL DEBIT subtracts, GL CREDIT adds), so
      *   the accrual and the settlement's mirror leg add up on 5000
      *   and 4200 instead of fighting each other
      * - A negative amount books the pair the other way round. The
      *   settlement paths pass the settled amount negated: the
      *   payable (or receivable) is released and the expense (or
      *   income) the mirror leg is about to book a second time is
      *   taken back out, so 5000 and 4200 end up carrying each
      *   accrued amount exactly once
      * - Both chart rows move with the branch share (see
      *   GLBRANCH.COB) of the branch the accounts are held at, so a
      *   branch balance sheet carries its own accruals
      *
      * Operations:
      * - BOOK-SAVINGS-ACCRUAL: Books (or, negative, reverses) savings
      *   interest accrued for one branch
      * - BOOK-OD-ACCRUAL: Books (or, negative, reverses) overdraft
      *   interest accrued for one branch
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTACCR.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  WS-IAC-OPERATION.
           05  WS-IAC-OP-STATUS        PIC XX.
               88  IAC-OP-SUCCESS      VALUE '00'.
               88  IAC-OP-NOT-FOUND    VALUE '23'.
           05  WS-IAC-OP-MESSAGE       PIC X(80).

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
       01  WS-INPUT-AMOUNT             PIC S9(13)V99.

      * Chart rows the two accrual pairs book to
       01  WS-GL-INTEREST-EXPENSE      PIC 9(4) VALUE 5000.
       01  WS-GL-INTEREST-PAYABLE      PIC 9(4) VALUE 2600.
       01  WS-GL-OD-RECEIVABLE         PIC 9(4) VALUE 1300.
       01  WS-GL-OD-INCOME             PIC 9(4) VALUE 4200.

      * The debit and credit row of the pair being booked, and the
      * one chart row movement being applied
       01  WS-IAC-WORK.
           05  WS-IAC-DEBIT-GLA        PIC 9(4).
           05  WS-IAC-CREDIT-GLA       PIC 9(4).
           05  WS-IAC-GLA-ID           PIC 9(4).
           05  WS-IAC-MOVEMENT         PIC S9(13)V99.

       01  WS-GLA-STATUS               PIC XX.
       01  WS-BRANCH-STATUS            PIC XX.

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
      * ACCRUAL BOOKING OPERATIONS
      ******************************************************************

       BOOK-SAVINGS-ACCRUAL.
      *    DR interest expense, CR accrued interest payable
      *    Input: WS-INPUT-BRANCH-CODE (blank for '0001'),
      *           WS-INPUT-AMOUNT (negative to reverse)
      *    Output: WS-IAC-OP-STATUS
           MOVE WS-GL-INTEREST-EXPENSE TO WS-IAC-DEBIT-GLA.
           MOVE WS-GL-INTEREST-PAYABLE TO WS-IAC-CREDIT-GLA.
           PERFORM BOOK-ACCRUAL-PAIR THRU BOOK-ACCRUAL-PAIR-END.

       BOOK-OD-ACCRUAL.
      *    DR overdraft interest receivable, CR overdraft interest
      *    income
      *    Input: WS-INPUT-BRANCH-CODE (blank for '0001'),
      *           WS-INPUT-AMOUNT (negative to reverse)
      *    Output: WS-IAC-OP-STATUS
           MOVE WS-GL-OD-RECEIVABLE TO WS-IAC-DEBIT-GLA.
           MOVE WS-GL-OD-INCOME TO WS-IAC-CREDIT-GLA.
           PERFORM BOOK-ACCRUAL-PAIR THRU BOOK-ACCRUAL-PAIR-END.

       BOOK-ACCRUAL-PAIR.
      *    Move the debit row down and the credit row up by the
      *    amount, each with its branch share
           MOVE '00' TO WS-IAC-OP-STATUS.

           IF WS-INPUT-AMOUNT = 0
               GO TO BOOK-ACCRUAL-PAIR-END
           END-IF.

           MOVE WS-IAC-DEBIT-GLA TO WS-IAC-GLA-ID.
           COMPUTE WS-IAC-MOVEMENT = 0 - WS-INPUT-AMOUNT.
           PERFORM MOVE-ONE-CHART-ROW.

           MOVE WS-IAC-CREDIT-GLA TO WS-IAC-GLA-ID.
           MOVE WS-INPUT-AMOUNT TO WS-IAC-MOVEMENT.
           PERFORM MOVE-ONE-CHART-ROW.

       BOOK-ACCRUAL-PAIR-END.
           EXIT.

       MOVE-ONE-CHART-ROW.
      *    Add the movement to one chart row's booked balance and to
      *    the branch's share of it
      *    Input: WS-IAC-GLA-ID, WS-IAC-MOVEMENT
           MOVE WS-IAC-GLA-ID TO GLA-ID.

           CALL 'FILES' USING 'OPEN-GL-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'READ-GL-ACCOUNT' GL-ACCOUNT-RECORD
               WS-GLA-STATUS.

           IF WS-GLA-STATUS = '00'
               ADD WS-IAC-MOVEMENT TO GLA-BALANCE
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO GLA-UPDATED-TS
               CALL 'FILES' USING 'UPDATE-GL-ACCOUNT'
                   GL-ACCOUNT-RECORD WS-GLA-STATUS
           END-IF.

           CALL 'FILES' USING 'CLOSE-GL-ACCOUNT-FILE'.

           IF WS-GLA-STATUS = '00'
               CALL 'GLBRANCH' USING 'POST-BRANCH-GL-MOVEMENT'
                   WS-INPUT-BRANCH-CODE WS-IAC-GLA-ID
                   WS-IAC-MOVEMENT WS-BRANCH-STATUS
           ELSE
               MOVE '23' TO WS-IAC-OP-STATUS
               MOVE 'Accrual chart row missing - leg not booked'
                   TO WS-IAC-OP-MESSAGE
               DISPLAY 'WARNING: GLA ' WS-IAC-GLA-ID
                   ' missing - accrual leg not booked'
           END-IF.

       END PROGRAM INTACCR.
