      *   than PROCESS-DEBIT: the status/limit validations exist to
      *   police customer withdrawals, and would refuse exactly the
      *   accounts this charge must reach
      * - The debit rate comes from the effective-dated, tiered
      *   OVERDRAFT rate schedule (see INTRATE.COB), tiered on the
      *   overdrawn amount. Each night accrues every calendar day
      *   from the business date being closed up to the next
      *   business date, each priced at the schedule in force on it,
      *   and the overdrawn-day streak advances by the same days.
      *   The review threshold stays a compiled constant
      * - The night's accrual is booked to the general ledger as it
      *   is earned - DR overdraft interest receivable, CR overdraft
      *   interest income (see INTACCR.COB) - and a capitalized
      *   charge reverses its share, since the charge's own GL
      *   mirror leg books the income again. One net booking per
      *   branch after the pass
      *
      * Author: Portfolio Project
      * Date: 2026
       01  WS-OP-STATUS                PIC XX.
       01  WS-POST-STATUS              PIC XX.

      * How many consecutive overdrawn days trigger the
      * credit-review line
       01  WS-OD-REVIEW-DAYS           PIC 9(4) VALUE 30.

      * Rate schedule pricing (see INTRATE.COB): the calendar days
      * tonight's run accrues, from the business date being closed
      * up to the day before the next business date
       01  WS-OD-PRODUCT               PIC X(10) VALUE 'OVERDRAFT'.
       01  WS-NEXT-BUSINESS-DATE       PIC 9(8).
       01  WS-ACCRUAL-DAYS             PIC 9(5).
       01  WS-TIER-BALANCE             PIC S9(13)V99.
       01  WS-RATE-TIER                PIC 9.
       01  WS-RATE-APPLIED             PIC 9(2)V9(4).
       01  WS-RATE-STATUS              PIC XX.
       01  WS-RATE-MESSAGE             PIC X(80).

       01  WS-OVERDRAWN-AMOUNT         PIC S9(13)V99.
       01  WS-OD-ACCRUAL               PIC S9(13)V99.
       01  WS-CHARGE-AMOUNT            PIC S9(13)V99.
           05  WS-ACCOUNTS-ACCRUED     PIC 9(6) VALUE 0.
           05  WS-ACCOUNTS-CHARGED     PIC 9(6) VALUE 0.
           05  WS-ACCOUNTS-IN-REVIEW   PIC 9(6) VALUE 0.
           05  WS-ACCOUNTS-NO-RATE     PIC 9(6) VALUE 0.
           05  WS-TOTAL-ACCRUED        PIC S9(13)V99 VALUE 0.
           05  WS-TOTAL-CHARGED        PIC S9(13)V99 VALUE 0.

           05  WS-DISPLAY-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-TOTAL        PIC -ZZZ,ZZZ,ZZ9.99.

      * The night's accrual less the charges capitalized, per
      * branch, booked to the GL after the pass
       01  WS-BRANCH-ACCRUAL.
           05  WS-BRA-COUNT            PIC 9(3) VALUE 0.
           05  WS-BRA-ENTRY OCCURS 100 TIMES.
               10  WS-BRA-BRANCH       PIC X(4).
               10  WS-BRA-AMOUNT       PIC S9(13)V99.
       01  WS-BRA-IDX                  PIC 9(3).
       01  WS-BRA-FOUND                PIC 9(3).
       01  WS-BRA-BRANCH-CODE          PIC X(4).
       01  WS-BRA-STATUS               PIC XX.

       01  WS-TIMESTAMP-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-CURR-YEAR        PIC 9(4).
           PERFORM DISPLAY-BANNER.
           PERFORM REGISTER-JOB-RUN.
           PERFORM PRICE-OVERDRAWN-ACCOUNTS.
           PERFORM BOOK-ACCRUALS-TO-GL.
           PERFORM FINISH-JOB-RUN.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-EFFECTIVE-DATE.
           MOVE WS-EFFECTIVE-DATE(7:2) TO WS-EFFECTIVE-DAY.
           MOVE WS-EFFECTIVE-DATE TO WS-NEXT-BUSINESS-DATE.
           CALL 'CALENDAR' USING 'ADJUST-TO-NEXT-BUSINESS-DAY'
               WS-NEXT-BUSINESS-DATE.
           COMPUTE WS-ACCRUAL-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-BUSINESS-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE).
           IF WS-EFFECTIVE-DATE NOT = WS-RUN-DATE-FLAT
               MOVE 1 TO WS-DATE-WAS-ADJUSTED
           ELSE
               DISPLAY 'System posting date in effect: '
                   WS-EFFECTIVE-DATE
           END-IF.
           DISPLAY 'Accruing ' WS-ACCRUAL-DAYS ' day(s), up to '
               'next business date ' WS-NEXT-BUSINESS-DATE.
           IF WS-EFFECTIVE-DAY = 1
               DISPLAY 'Month start - accrued charges capitalize '
                   'tonight.'
           DISPLAY 'Accounts accrued:      ' WS-ACCOUNTS-ACCRUED.
           DISPLAY 'Accounts charged:      ' WS-ACCOUNTS-CHARGED.
           DISPLAY 'Accounts for review:   ' WS-ACCOUNTS-IN-REVIEW.
           DISPLAY 'Accounts without rate: ' WS-ACCOUNTS-NO-RATE.
           MOVE WS-TOTAL-ACCRUED TO WS-DISPLAY-TOTAL.
           DISPLAY 'Interest accrued:      ' WS-DISPLAY-TOTAL.
           MOVE WS-TOTAL-CHARGED TO WS-DISPLAY-TOTAL.
      *    the scan, the same way the accrual batch works.
           IF ACC-BALANCE < 0
               COMPUTE WS-OVERDRAWN-AMOUNT = 0 - ACC-BALANCE
               PERFORM PRICE-OVERDRAWN-DAYS
               ADD WS-OD-ACCRUAL TO ACC-OD-ACCRUED-INT
               ADD WS-OD-ACCRUAL TO WS-TOTAL-ACCRUED
               MOVE ACC-BRANCH-CODE TO WS-BRA-BRANCH-CODE
               PERFORM FIND-BRANCH-ACCRUAL-ENTRY
               IF WS-BRA-FOUND > 0
                   ADD WS-OD-ACCRUAL TO WS-BRA-AMOUNT(WS-BRA-FOUND)
               END-IF
               IF ACC-OD-DAYS + WS-ACCRUAL-DAYS > 9999
                   MOVE 9999 TO ACC-OD-DAYS
               ELSE
                   ADD WS-ACCRUAL-DAYS TO ACC-OD-DAYS
               END-IF
               ADD 1 TO WS-ACCOUNTS-ACCRUED
           ELSE
           PERFORM RECORD-JOB-CHECKPOINT.
           MOVE '00' TO WS-OP-STATUS.

       PRICE-OVERDRAWN-DAYS.
      *    Price the night's days on the overdrawn amount, each at
      *    the OVERDRAFT schedule in force that day; with no schedule
      *    in force nothing accrues and the account is reported
      *    Output: WS-OD-ACCRUAL
           MOVE WS-OVERDRAWN-AMOUNT TO WS-TIER-BALANCE.
           CALL 'INTRATE' USING 'CALCULATE-INTEREST-FOR-DAYS'
               WS-OD-PRODUCT WS-EFFECTIVE-DATE WS-ACCRUAL-DAYS
               WS-TIER-BALANCE WS-OVERDRAWN-AMOUNT WS-OD-ACCRUAL
               INTEREST-RATE-SCHEDULE-RECORD WS-RATE-TIER
               WS-RATE-APPLIED WS-RATE-STATUS WS-RATE-MESSAGE.

           IF WS-RATE-STATUS NOT = '00'
               DISPLAY 'WARNING: Account ' ACC-ID ' not accrued - '
                   WS-RATE-MESSAGE
               ADD 1 TO WS-ACCOUNTS-NO-RATE
               MOVE 4 TO RETURN-CODE
               MOVE 0 TO WS-OD-ACCRUAL
           END-IF.

       CAPITALIZE-OD-CHARGE.
      *    Post the accrued charge as a debit with its own
      *    transaction and ledger entry, deepening the overdraft if
           MOVE 'DEBIT' TO TXN-TYPE.
           MOVE 'COMPLETED' TO TXN-STATUS.
           MOVE 'BATCH' TO TXN-CHANNEL.
           MOVE 'ODINT' TO TXN-CODE.
           MOVE 'Overdraft interest charge' TO TXN-DESCRIPTION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
               ACC-ID TXN-ID 'DEBIT'
               WS-CHARGE-AMOUNT WS-CHARGE-BAL-BEFORE
               WS-CHARGE-BAL-AFTER TXN-DESCRIPTION SPACES SPACES
               TXN-CODE TXN-CHANNEL ACC-BRANCH-CODE
               LEDGER-RECORD WS-POST-STATUS.

           CALL 'FILES' USING 'OPEN-TRANSACTION-FILE-IO'.
           ADD 1 TO WS-ACCOUNTS-CHARGED.
           ADD WS-CHARGE-AMOUNT TO WS-TOTAL-CHARGED.

      *    The charge settles the receivable the accrual built up
           MOVE ACC-BRANCH-CODE TO WS-BRA-BRANCH-CODE.
           PERFORM FIND-BRANCH-ACCRUAL-ENTRY.
           IF WS-BRA-FOUND > 0
               SUBTRACT WS-CHARGE-AMOUNT
                   FROM WS-BRA-AMOUNT(WS-BRA-FOUND)
           END-IF.

           MOVE WS-CHARGE-AMOUNT TO WS-DISPLAY-AMOUNT.
           DISPLAY 'CHARGED   Account: ' ACC-ID
               '  Overdraft interest: ' WS-DISPLAY-AMOUNT.

       FIND-BRANCH-ACCRUAL-ENTRY.
      *    Locate (or add) the table entry of WS-BRA-BRANCH-CODE; a
      *    blank branch is the head office branch '0001'
      *    Output: WS-BRA-FOUND (0 when the table is full)
           IF WS-BRA-BRANCH-CODE = SPACES
               MOVE '0001' TO WS-BRA-BRANCH-CODE
           END-IF.

           MOVE 0 TO WS-BRA-FOUND.
           PERFORM MATCH-ONE-BRANCH-ACCRUAL
               VARYING WS-BRA-IDX FROM 1 BY 1
               UNTIL WS-BRA-IDX > WS-BRA-COUNT
                   OR WS-BRA-FOUND > 0.

           IF WS-BRA-FOUND = 0
               IF WS-BRA-COUNT < 100
                   ADD 1 TO WS-BRA-COUNT
                   MOVE WS-BRA-COUNT TO WS-BRA-FOUND
                   MOVE WS-BRA-BRANCH-CODE
                       TO WS-BRA-BRANCH(WS-BRA-FOUND)
                   MOVE 0 TO WS-BRA-AMOUNT(WS-BRA-FOUND)
               ELSE
                   DISPLAY 'WARNING: Branch table full - branch '
                       WS-BRA-BRANCH-CODE ' accrual not booked'
               END-IF
           END-IF.

       MATCH-ONE-BRANCH-ACCRUAL.
      *    Test one table entry against WS-BRA-BRANCH-CODE
           IF WS-BRA-BRANCH(WS-BRA-IDX) = WS-BRA-BRANCH-CODE
               MOVE WS-BRA-IDX TO WS-BRA-FOUND
           END-IF.

      ******************************************************************
      * GENERAL LEDGER BOOKING
      ******************************************************************

       BOOK-ACCRUALS-TO-GL.
      *    Book each branch's net movement for the night: DR
      *    overdraft interest receivable, CR overdraft interest
      *    income (the other way round where charges capitalized
      *    exceed the night's accrual)
           PERFORM BOOK-ONE-BRANCH-ACCRUAL
               VARYING WS-BRA-IDX FROM 1 BY 1
               UNTIL WS-BRA-IDX > WS-BRA-COUNT.

       BOOK-ONE-BRANCH-ACCRUAL.
      *    Book one branch's net movement
           IF WS-BRA-AMOUNT(WS-BRA-IDX) NOT = 0
               CALL 'INTACCR' USING 'BOOK-OD-ACCRUAL'
                   WS-BRA-BRANCH(WS-BRA-IDX) WS-BRA-AMOUNT(WS-BRA-IDX)
                   WS-BRA-STATUS
               IF WS-BRA-STATUS NOT = '00'
                   DISPLAY 'WARNING: Accrual for branch '
                       WS-BRA-BRANCH(WS-BRA-IDX)
                       ' not fully booked to the GL'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       END PROGRAM ODINT.
