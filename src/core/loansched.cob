      ******************************************************************
      * LOANSCHED.COB - Loan Amortization Schedule Module
      *
      * Prints the borrower's payment plan. For one ACTIVE loan the
      * schedule lists every installment still to fall due with its
      * due date, the principal and interest it carries and the
      * balance left after it, and states the annual effective total
      * cost of the credit - the figure the borrower compares offers
      * by, where LN-ANNUAL-RATE is the add-on rate the book prices
      * with. Spooled for the printer at booking (CREATE-LOAN in
      * LOANS.COB) and on demand from the loan servicing desk.
      *
      * Design decisions:
      * - The schedule runs from where the loan stands today: the
      *   next due date and the installments left, so a schedule
      *   printed after a repricing or a restructure shows the plan
      *   actually in force. At booking that is the whole plan.
      * - Due dates advance a month at a time exactly as LOANPOST
      *   advances LN-NEXT-DUE-DATE, so the paper agrees with the
      *   dates the installments are really collected on
      * - The interest in each installment is the month's add-on
      *   interest on LN-PRINCIPAL - the same monthly figure
      *   QUOTE-LOAN-PAYOFF rebates and LOANRPRC re-prices from - and
      *   the rest is principal; the last installment collects what
      *   remains, absorbing the rounding as LOANPOST does
      * - Arrears a restructure scheduled separately are collected
      *   with the installments and shown as their own column;
      *   arrears already due are not on the schedule and are stated
      *   beneath it
      * - The effective cost is the annual rate that discounts the
      *   level installments back to the principal owed, compounded
      *   monthly: ((1 + i) ** 12 - 1), with i found by halving the
      *   interval until it settles. The origination fee still
      *   deferred on the loan is a cost of the credit too, so the
      *   installments are discounted back to the principal owed
      *   net of it - at booking, exactly the funds the borrower
      *   received
      * - Appends to one spool file through FILES.COB, the same
      *   printer model RECEIPTS.COB uses
      *
      * Operations:
      * - PRINT-LOAN-SCHEDULE: Spools the schedule for one loan
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANSCHED.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  WS-SCHEDULE-OPERATION.
           05  WS-LSC-OP-STATUS        PIC XX.
               88  LSC-OP-SUCCESS      VALUE '00'.
           05  WS-LSC-OP-MESSAGE       PIC X(80).

      * Input parameters for operations
       01  WS-INPUT-LOAN-ID            PIC 9(8).

      * Output: annual effective total cost, percent
       01  WS-EFFECTIVE-COST           PIC 9(4)V99.

       01  WS-ACCT-STATUS              PIC XX.
       01  WS-SPOOL-STATUS             PIC XX.
       01  WS-PRINT-DATE               PIC 9(8).

      * Schedule working data
       01  WS-SCHEDULE-WORK.
           05  WS-SCH-COUNT            PIC 9(3).
           05  WS-SCH-NUMBER           PIC 9(3).
           05  WS-SCH-MONTHLY-INTEREST PIC S9(13)V99.
           05  WS-SCH-PRINCIPAL-OWED   PIC S9(13)V99.
           05  WS-SCH-TOTAL-OWED       PIC S9(13)V99.
           05  WS-SCH-DEFERRED-LEFT    PIC S9(13)V99.
           05  WS-SCH-INSTALLMENT      PIC S9(13)V99.
           05  WS-SCH-PRINCIPAL-PART   PIC S9(13)V99.
           05  WS-SCH-INTEREST-PART    PIC S9(13)V99.
           05  WS-SCH-DEFERRED-PART    PIC S9(13)V99.
           05  WS-SCH-REGULAR-PART     PIC S9(13)V99.
           05  WS-SCH-FEE-DEFERRED     PIC S9(13)V99.
           05  WS-SCH-NET-FUNDED       PIC S9(13)V99.

       01  WS-SCHEDULE-TOTALS.
           05  WS-TOT-INSTALLMENTS     PIC S9(13)V99.
           05  WS-TOT-PRINCIPAL        PIC S9(13)V99.
           05  WS-TOT-INTEREST         PIC S9(13)V99.
           05  WS-TOT-DEFERRED         PIC S9(13)V99.

      * Effective cost search (see COMPUTE-EFFECTIVE-COST)
       01  WS-IRR-WORK.
           05  WS-IRR-LOW              PIC 9V9(12).
           05  WS-IRR-HIGH             PIC 9V9(12).
           05  WS-IRR-MID              PIC 9V9(12).
           05  WS-IRR-DISCOUNT         PIC 9V9(18).
           05  WS-IRR-VALUE            PIC S9(15)V9(6).
           05  WS-IRR-STEP             PIC 9(3).

      * Installment due dates, advanced the way LOANPOST advances
       01  WS-DUE-DATE-WORK.
           05  WS-DUE-YEAR             PIC 9(4).
           05  WS-DUE-MONTH            PIC 99.
           05  WS-DUE-DAY              PIC 99.
       01  WS-DUE-DATE-FLAT REDEFINES WS-DUE-DATE-WORK PIC 9(8).
       01  WS-DUE-DAYS-IN-MONTH        PIC 99.
       01  WS-DUE-LEAP-CHECK.
           05  WS-DUE-LEAP-REM-4       PIC 99.
           05  WS-DUE-LEAP-REM-100     PIC 99.
           05  WS-DUE-LEAP-REM-400     PIC 999.

       01  WS-LS-MONTH-LENGTHS-TABLE.
           05  FILLER                  PIC 99 VALUE 31.
           05  FILLER                  PIC 99 VALUE 28.
           05  FILLER                  PIC 99 VALUE 31.
           05  FILLER                  PIC 99 VALUE 30.
           05  FILLER                  PIC 99 VALUE 31.
           05  FILLER                  PIC 99 VALUE 30.
           05  FILLER                  PIC 99 VALUE 31.
           05  FILLER                  PIC 99 VALUE 31.
           05  FILLER                  PIC 99 VALUE 30.
           05  FILLER                  PIC 99 VALUE 31.
           05  FILLER                  PIC 99 VALUE 30.
           05  FILLER                  PIC 99 VALUE 31.
       01  WS-LS-MONTH-LENGTHS REDEFINES WS-LS-MONTH-LENGTHS-TABLE.
           05  WS-LS-MONTH-LEN-ENTRY   PIC 99 OCCURS 12 TIMES.

       01  WS-SPOOL-WORK-LINE          PIC X(132).
       01  WS-DISPLAY-AMOUNT           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-RATE             PIC Z9.9999.
       01  WS-DISPLAY-COST             PIC ZZZ9.99.

      * One schedule row as printed
       01  WS-SCHEDULE-ROW.
           05  WS-ROW-NUMBER           PIC ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ROW-DUE-DATE         PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ROW-INSTALLMENT      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ROW-PRINCIPAL        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ROW-INTEREST         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ROW-DEFERRED         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ROW-PRINCIPAL-OWED   PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ROW-TOTAL-OWED       PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

      ******************************************************************
      * SCHEDULE OPERATIONS
      ******************************************************************

       PRINT-LOAN-SCHEDULE.
      *    Spool the amortization schedule of one ACTIVE loan
      *    Input: WS-INPUT-LOAN-ID
      *    Output: WS-LSC-OP-STATUS, WS-LSC-OP-MESSAGE,
      *            WS-EFFECTIVE-COST
           MOVE 0 TO WS-EFFECTIVE-COST.
           MOVE WS-INPUT-LOAN-ID TO LN-LOAN-ID.

           CALL 'FILES' USING 'OPEN-LOAN-FILE-IO'.
           CALL 'FILES' USING 'READ-LOAN' LOAN-RECORD
               WS-LSC-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-LOAN-FILE'.

           IF NOT LSC-OP-SUCCESS
               MOVE 'Loan not found' TO WS-LSC-OP-MESSAGE
               GO TO PRINT-LOAN-SCHEDULE-END
           END-IF.

           IF NOT LN-ACTIVE
               MOVE '99' TO WS-LSC-OP-STATUS
               MOVE 'Only an active loan has a schedule to print'
                   TO WS-LSC-OP-MESSAGE
               GO TO PRINT-LOAN-SCHEDULE-END
           END-IF.

           IF LN-INSTALLMENTS-LEFT = 0
               MOVE '99' TO WS-LSC-OP-STATUS
               MOVE 'No installments left on the schedule'
                   TO WS-LSC-OP-MESSAGE
               GO TO PRINT-LOAN-SCHEDULE-END
           END-IF.

           PERFORM SET-UP-SCHEDULE.
           PERFORM COMPUTE-EFFECTIVE-COST
               THRU COMPUTE-EFFECTIVE-COST-END.

           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               LN-ACCOUNT-ID ACCOUNT-RECORD WS-ACCT-STATUS.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE' WS-PRINT-DATE.

           CALL 'FILES' USING 'OPEN-LOAN-SCHEDULE-SPOOL-EXTEND'
               WS-SPOOL-STATUS.

           PERFORM SPOOL-SCHEDULE-HEADER.
           PERFORM SPOOL-SCHEDULE-ROW
               VARYING WS-SCH-NUMBER FROM 1 BY 1
               UNTIL WS-SCH-NUMBER > WS-SCH-COUNT.
           PERFORM SPOOL-SCHEDULE-FOOTER.

           CALL 'FILES' USING 'CLOSE-LOAN-SCHEDULE-SPOOL-FILE'.

           MOVE '00' TO WS-LSC-OP-STATUS.
           MOVE 'Amortization schedule printed' TO WS-LSC-OP-MESSAGE.

       PRINT-LOAN-SCHEDULE-END.
           EXIT.

       SET-UP-SCHEDULE.
      *    Opening position of the schedule: what the installments
      *    left still have to collect, and how much of it is
      *    principal
           MOVE LN-INSTALLMENTS-LEFT TO WS-SCH-COUNT.

           COMPUTE WS-SCH-MONTHLY-INTEREST ROUNDED =
               LN-PRINCIPAL * LN-ANNUAL-RATE / 100 / 12.

           COMPUTE WS-SCH-TOTAL-OWED =
               LN-OUTSTANDING - LN-ARREARS-AMT.
           MOVE LN-DEFERRED-ARREARS TO WS-SCH-DEFERRED-LEFT.

           COMPUTE WS-SCH-PRINCIPAL-OWED =
               WS-SCH-TOTAL-OWED - WS-SCH-DEFERRED-LEFT
               - WS-SCH-MONTHLY-INTEREST * WS-SCH-COUNT.
           IF WS-SCH-PRINCIPAL-OWED < 0
               MOVE 0 TO WS-SCH-PRINCIPAL-OWED
           END-IF.

           MOVE 0 TO WS-SCH-FEE-DEFERRED.
           IF LN-FEE-UNAMORTIZED NUMERIC
               MOVE LN-FEE-UNAMORTIZED TO WS-SCH-FEE-DEFERRED
           END-IF.
           COMPUTE WS-SCH-NET-FUNDED =
               WS-SCH-PRINCIPAL-OWED - WS-SCH-FEE-DEFERRED.

           MOVE 0 TO WS-TOT-INSTALLMENTS.
           MOVE 0 TO WS-TOT-PRINCIPAL.
           MOVE 0 TO WS-TOT-INTEREST.
           MOVE 0 TO WS-TOT-DEFERRED.

           MOVE LN-NEXT-DUE-DATE TO WS-DUE-DATE-FLAT.

       COMPUTE-EFFECTIVE-COST.
      *    Annual effective cost of the installments left against the
      *    principal owed net of the deferred fee: bisect the monthly
      *    rate i at which the level installment's present value
      *    equals that amount, then compound it over twelve months
      *    Output: WS-EFFECTIVE-COST
           MOVE 0 TO WS-EFFECTIVE-COST.

           IF WS-SCH-NET-FUNDED NOT > 0 OR
                   LN-INSTALLMENT-AMT * WS-SCH-COUNT
                       NOT > WS-SCH-NET-FUNDED
               GO TO COMPUTE-EFFECTIVE-COST-END
           END-IF.

           MOVE 0 TO WS-IRR-LOW.
           MOVE 0.25 TO WS-IRR-HIGH.

           PERFORM NARROW-EFFECTIVE-RATE
               VARYING WS-IRR-STEP FROM 1 BY 1
               UNTIL WS-IRR-STEP > 40.

           COMPUTE WS-EFFECTIVE-COST ROUNDED =
               ((1 + WS-IRR-MID) ** 12 - 1) * 100.

       COMPUTE-EFFECTIVE-COST-END.
           EXIT.

       NARROW-EFFECTIVE-RATE.
      *    One halving: a present value above the principal means
      *    the trial rate is still too low
           COMPUTE WS-IRR-MID = (WS-IRR-LOW + WS-IRR-HIGH) / 2.
           COMPUTE WS-IRR-DISCOUNT =
               (1 / (1 + WS-IRR-MID)) ** WS-SCH-COUNT.
           COMPUTE WS-IRR-VALUE =
               LN-INSTALLMENT-AMT * (1 - WS-IRR-DISCOUNT)
               / WS-IRR-MID.

           IF WS-IRR-VALUE > WS-SCH-NET-FUNDED
               MOVE WS-IRR-MID TO WS-IRR-LOW
           ELSE
               MOVE WS-IRR-MID TO WS-IRR-HIGH
           END-IF.

      ******************************************************************
      * SCHEDULE ROWS
      ******************************************************************

       SPOOL-SCHEDULE-ROW.
      *    Work out and spool one installment of the schedule
           IF WS-SCH-NUMBER > 1
               PERFORM ADVANCE-DUE-DATE
           END-IF.

           IF WS-SCH-NUMBER = WS-SCH-COUNT
               PERFORM SPLIT-FINAL-INSTALLMENT
           ELSE
               PERFORM SPLIT-REGULAR-INSTALLMENT
           END-IF.

           SUBTRACT WS-SCH-PRINCIPAL-PART FROM WS-SCH-PRINCIPAL-OWED.
           SUBTRACT WS-SCH-INSTALLMENT FROM WS-SCH-TOTAL-OWED.
           SUBTRACT WS-SCH-DEFERRED-PART FROM WS-SCH-DEFERRED-LEFT.

           ADD WS-SCH-INSTALLMENT TO WS-TOT-INSTALLMENTS.
           ADD WS-SCH-PRINCIPAL-PART TO WS-TOT-PRINCIPAL.
           ADD WS-SCH-INTEREST-PART TO WS-TOT-INTEREST.
           ADD WS-SCH-DEFERRED-PART TO WS-TOT-DEFERRED.

           MOVE WS-SCH-NUMBER TO WS-ROW-NUMBER.
           MOVE WS-DUE-DATE-FLAT TO WS-ROW-DUE-DATE.
           MOVE WS-SCH-INSTALLMENT TO WS-ROW-INSTALLMENT.
           MOVE WS-SCH-PRINCIPAL-PART TO WS-ROW-PRINCIPAL.
           MOVE WS-SCH-INTEREST-PART TO WS-ROW-INTEREST.
           MOVE WS-SCH-DEFERRED-PART TO WS-ROW-DEFERRED.
           MOVE WS-SCH-PRINCIPAL-OWED TO WS-ROW-PRINCIPAL-OWED.
           MOVE WS-SCH-TOTAL-OWED TO WS-ROW-TOTAL-OWED.
           MOVE WS-SCHEDULE-ROW TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

       SPLIT-REGULAR-INSTALLMENT.
      *    A regular installment: the month's interest, the rest
      *    principal, plus this month's share of any deferred
      *    arrears - never more than the schedule still holds
           MOVE LN-DEFERRED-INSTALLMENT TO WS-SCH-DEFERRED-PART.
           IF WS-SCH-DEFERRED-PART > WS-SCH-DEFERRED-LEFT
               MOVE WS-SCH-DEFERRED-LEFT TO WS-SCH-DEFERRED-PART
           END-IF.

           MOVE LN-INSTALLMENT-AMT TO WS-SCH-REGULAR-PART.
           IF WS-SCH-REGULAR-PART + WS-SCH-DEFERRED-PART
                   > WS-SCH-TOTAL-OWED
               COMPUTE WS-SCH-REGULAR-PART =
                   WS-SCH-TOTAL-OWED - WS-SCH-DEFERRED-PART
           END-IF.

           MOVE WS-SCH-MONTHLY-INTEREST TO WS-SCH-INTEREST-PART.
           IF WS-SCH-INTEREST-PART > WS-SCH-REGULAR-PART
               MOVE WS-SCH-REGULAR-PART TO WS-SCH-INTEREST-PART
           END-IF.

           COMPUTE WS-SCH-PRINCIPAL-PART =
               WS-SCH-REGULAR-PART - WS-SCH-INTEREST-PART.
           IF WS-SCH-PRINCIPAL-PART > WS-SCH-PRINCIPAL-OWED
               MOVE WS-SCH-PRINCIPAL-OWED TO WS-SCH-PRINCIPAL-PART
               COMPUTE WS-SCH-INTEREST-PART =
                   WS-SCH-REGULAR-PART - WS-SCH-PRINCIPAL-PART
           END-IF.

           COMPUTE WS-SCH-INSTALLMENT =
               WS-SCH-REGULAR-PART + WS-SCH-DEFERRED-PART.

       SPLIT-FINAL-INSTALLMENT.
      *    The last installment collects whatever the schedule still
      *    holds: the principal left, the deferred arrears left, and
      *    the rest as interest
           MOVE WS-SCH-TOTAL-OWED TO WS-SCH-INSTALLMENT.
           MOVE WS-SCH-DEFERRED-LEFT TO WS-SCH-DEFERRED-PART.
           MOVE WS-SCH-PRINCIPAL-OWED TO WS-SCH-PRINCIPAL-PART.
           COMPUTE WS-SCH-INTEREST-PART = WS-SCH-INSTALLMENT
               - WS-SCH-DEFERRED-PART - WS-SCH-PRINCIPAL-PART.
           IF WS-SCH-INTEREST-PART < 0
               MOVE 0 TO WS-SCH-INTEREST-PART
           END-IF.

       ADVANCE-DUE-DATE.
      *    Move the due date forward one calendar month, clamping the
      *    day when the target month is shorter
           ADD 1 TO WS-DUE-MONTH.
           IF WS-DUE-MONTH > 12
               MOVE 1 TO WS-DUE-MONTH
               ADD 1 TO WS-DUE-YEAR
           END-IF.

           MOVE WS-LS-MONTH-LEN-ENTRY(WS-DUE-MONTH)
               TO WS-DUE-DAYS-IN-MONTH.

           IF WS-DUE-MONTH = 2
               PERFORM CHECK-DUE-LEAP-YEAR
           END-IF.

           IF WS-DUE-DAY > WS-DUE-DAYS-IN-MONTH
               MOVE WS-DUE-DAYS-IN-MONTH TO WS-DUE-DAY
           END-IF.

       CHECK-DUE-LEAP-YEAR.
      *    February of a leap year has 29 days
           DIVIDE WS-DUE-YEAR BY 4 GIVING WS-DUE-LEAP-REM-4
               REMAINDER WS-DUE-LEAP-REM-4.
           DIVIDE WS-DUE-YEAR BY 100 GIVING WS-DUE-LEAP-REM-100
               REMAINDER WS-DUE-LEAP-REM-100.
           DIVIDE WS-DUE-YEAR BY 400 GIVING WS-DUE-LEAP-REM-400
               REMAINDER WS-DUE-LEAP-REM-400.

           IF WS-DUE-LEAP-REM-4 = 0 AND
                   (WS-DUE-LEAP-REM-100 NOT = 0 OR
                    WS-DUE-LEAP-REM-400 = 0)
               MOVE 29 TO WS-DUE-DAYS-IN-MONTH
           END-IF.

      ******************************************************************
      * SCHEDULE RENDERING
      ******************************************************************

       SPOOL-LINE.
      *    Write the line built in WS-SPOOL-WORK-LINE to the spool
           MOVE WS-SPOOL-WORK-LINE TO LOAN-SCHEDULE-SPOOL-LINE.
           CALL 'FILES' USING 'WRITE-LOAN-SCHEDULE-SPOOL-LINE'
               LOAN-SCHEDULE-SPOOL-LINE WS-SPOOL-STATUS.
           MOVE SPACES TO WS-SPOOL-WORK-LINE.

       SPOOL-SCHEDULE-HEADER.
      *    Loan terms block and column headings
           MOVE '------------------------------------------------'
               TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           MOVE 'LOAN AMORTIZATION SCHEDULE' TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           MOVE '------------------------------------------------'
               TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

           STRING 'Loan ID:      ' LN-LOAN-ID
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           STRING 'Account ID:   ' LN-ACCOUNT-ID
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           IF WS-ACCT-STATUS = '00'
               STRING 'Holder:       ' ACC-HOLDER-NAME
                   DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
           END-IF.
           STRING 'Printed:      ' WS-PRINT-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

           MOVE LN-PRINCIPAL TO WS-DISPLAY-AMOUNT.
           STRING 'Principal:    ' WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

           IF LN-ORIG-FEE-AMT NUMERIC
               IF LN-ORIG-FEE-AMT > 0
                   MOVE LN-ORIG-FEE-AMT TO WS-DISPLAY-AMOUNT
                   STRING 'Orig. fee:    ' WS-DISPLAY-AMOUNT
                       ' kept back from the disbursement'
                       DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE
                   PERFORM SPOOL-LINE
               END-IF
           END-IF.

           MOVE LN-ANNUAL-RATE TO WS-DISPLAY-RATE.
           IF LN-FLOATING
               STRING 'Rate:         ' WS-DISPLAY-RATE
                   '% a year add-on, FLOATING on ' LN-INDEX-CODE
                   ' - repriced every ' LN-REPRICE-MONTHS ' months'
                   DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE
           ELSE
               STRING 'Rate:         ' WS-DISPLAY-RATE
                   '% a year add-on, FIXED'
                   DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE
           END-IF.
           PERFORM SPOOL-LINE.

           STRING 'Installments: ' WS-SCH-COUNT ' of ' LN-TERM-MONTHS
               ' left, first due ' LN-NEXT-DUE-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

           MOVE WS-EFFECTIVE-COST TO WS-DISPLAY-COST.
           STRING 'Annual effective total cost of credit: '
               WS-DISPLAY-COST '%'
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

           MOVE '------------------------------------------------'
               TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

           STRING '  No  Due date     Installment'
               '        Principal         Interest'
               '    Deferred arr.   Principal owed'
               '       Total owed'
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

       SPOOL-SCHEDULE-FOOTER.
      *    Totals, the effective cost and what the schedule leaves out
           MOVE '------------------------------------------------'
               TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

           MOVE WS-TOT-INSTALLMENTS TO WS-DISPLAY-AMOUNT.
           STRING 'Total of installments: ' WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

           MOVE WS-TOT-PRINCIPAL TO WS-DISPLAY-AMOUNT.
           STRING 'Of which principal:    ' WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

           MOVE WS-TOT-INTEREST TO WS-DISPLAY-AMOUNT.
           STRING 'Of which interest:     ' WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

           IF WS-TOT-DEFERRED > 0
               MOVE WS-TOT-DEFERRED TO WS-DISPLAY-AMOUNT
               STRING 'Of which deferred arrears: ' WS-DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
           END-IF.

           IF LN-ARREARS-AMT > 0
               MOVE LN-ARREARS-AMT TO WS-DISPLAY-AMOUNT
               STRING 'Arrears due now, not on this schedule: '
                   WS-DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
           END-IF.

           IF LN-FLOATING
               STRING 'Installments from ' LN-NEXT-REPRICE-DATE
                   ' on will change with the reference index.'
                   DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
           END-IF.

           MOVE '------------------------------------------------'
               TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           MOVE SPACES TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

       END PROGRAM LOANSCHED.
