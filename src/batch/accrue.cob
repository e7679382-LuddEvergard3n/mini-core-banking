      * ACCRUE.COB - Daily Savings Interest Accrual Batch
      *
      * Standalone batch program, intended to run nightly. Scans
      * ACCOUNT-FILE for active interest-bearing accounts with a
      * positive balance and adds one day's interest to
      * ACC-ACCRUED-INTEREST - a memo position separate from the
      * posted balance. The monthly
      * interest run (INTEREST.COB) settles the accrued amount to the
      * customer, and CLOSE-ACCOUNT settles it to the day when a
      * customer leaves mid-cycle, so nobody forfeits interest earned
      *   moves until the accrued amount is settled by a posting run
      *   or a closure, so a crashed accrual run cannot unbalance the
      *   books
      * - The night's accrual is booked to the general ledger as it
      *   is earned - DR interest expense, CR accrued interest
      *   payable (see INTACCR.COB) - one booking per branch for the
      *   total that branch's accounts accrued, after the pass. The
      *   settlement paths reverse it, and ACCRTIE ties the payable
      *   to the accounts' accrual positions
      * - ACC-LAST-ACCRUAL-DATE stops the same calendar day being
      *   accrued twice, on top of the run-control protection
      * - Rates come from the effective-dated, tiered rate schedules
      *   (see INTRATE.COB), at the schedule the account's catalogue
      *   product names (see PRODUCTS.COB) - an account earns
      *   interest only when its product names one, and term
      *   deposits earn their fixed rate at maturity instead (see
      *   TDMATUR.COB) - tiered on the account's balance. Each night
      *   accrues every calendar day from the business date being
      *   closed up to the next business date - the balance cannot
      *   move over a weekend or holiday - and each of those days is
      *   priced at the schedule in force on it, so a rate change
      *   taking effect on a Sunday accrues Saturday at the old rate
      *   and Sunday at the new
      * - An account whose product has no schedule in force is left
      *   unaccrued with a warning and return code 4; it catches up
      *   only the current night's days once a schedule is keyed
      *
      * Author: Portfolio Project
      * Date: 2026

       01  WS-OP-STATUS                PIC XX.

       01  WS-ACCRUAL-AMOUNT           PIC S9(13)V99.

      * Rate schedule pricing (see INTRATE.COB): the calendar days
      * tonight's run accrues, from the business date being closed
      * up to the day before the next business date
       01  WS-NEXT-BUSINESS-DATE       PIC 9(8).
       01  WS-LAST-COVERED-DATE        PIC 9(8).
       01  WS-LAST-COVERED-INTEGER     PIC S9(9).
       01  WS-ACCRUAL-DAYS             PIC 9(5).
       01  WS-TIER-BALANCE             PIC S9(13)V99.
       01  WS-RATE-TIER                PIC 9.
       01  WS-RATE-APPLIED             PIC 9(2)V9(4).
       01  WS-RATE-STATUS              PIC XX.
       01  WS-RATE-MESSAGE             PIC X(80).

      * The catalogue product the account prices as
       01  WS-PRODUCT-STATUS           PIC XX.
       01  WS-PRODUCT-MESSAGE          PIC X(80).

       01  WS-REPORT-COUNTERS.
           05  WS-ACCOUNTS-SCANNED     PIC 9(6) VALUE 0.
           05  WS-ACCOUNTS-ACCRUED     PIC 9(6) VALUE 0.
           05  WS-ACCOUNTS-NO-RATE     PIC 9(6) VALUE 0.
           05  WS-TOTAL-ACCRUED        PIC S9(13)V99 VALUE 0.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-TOTAL        PIC -ZZZ,ZZZ,ZZ9.99.

      * The night's accrual per branch, booked to the GL after the
      * pass
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
           PERFORM ACCRUE-INTEREST-ON-ACCOUNTS.
           PERFORM BOOK-ACCRUALS-TO-GL.
           PERFORM FINISH-JOB-RUN.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.
               DISPLAY 'System posting date in effect: '
                   WS-EFFECTIVE-DATE
           END-IF.
           PERFORM FIND-ACCRUAL-SPAN.
           DISPLAY 'Accruing ' WS-ACCRUAL-DAYS ' day(s), through '
               WS-LAST-COVERED-DATE.
           DISPLAY '================================================'.
           DISPLAY ' '.

       FIND-ACCRUAL-SPAN.
      *    Work out the calendar days tonight's run covers: the
      *    business date being closed and any weekend or holiday
      *    days before the next business date
      *    Input: WS-EFFECTIVE-DATE
      *    Output: WS-ACCRUAL-DAYS, WS-LAST-COVERED-DATE
           MOVE WS-EFFECTIVE-DATE TO WS-NEXT-BUSINESS-DATE.
           CALL 'CALENDAR' USING 'ADJUST-TO-NEXT-BUSINESS-DAY'
               WS-NEXT-BUSINESS-DATE.
           COMPUTE WS-ACCRUAL-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-BUSINESS-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE).
           COMPUTE WS-LAST-COVERED-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-BUSINESS-DATE) - 1.
           COMPUTE WS-LAST-COVERED-DATE =
               FUNCTION DATE-OF-INTEGER(WS-LAST-COVERED-INTEGER).

       CHECK-BUSINESS-DAY.
      *    Read the shared system posting date for this run
      *    Input: WS-RUN-DATE-FLAT
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Accounts scanned:      ' WS-ACCOUNTS-SCANNED.
           DISPLAY 'Accounts accrued:      ' WS-ACCOUNTS-ACCRUED.
           DISPLAY 'Accounts without rate: ' WS-ACCOUNTS-NO-RATE.
           DISPLAY 'Total interest accrued:' WS-DISPLAY-TOTAL.
           DISPLAY '------------------------------------------------'.

      ******************************************************************

       ACCRUE-INTEREST-ON-ACCOUNTS.
      *    Single sequential pass over ACCOUNT-FILE, adding the
      *    night's interest to every eligible account's accrual
      *    position
           CALL 'FILES' USING 'OPEN-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'START-ACCOUNT-FILE-TOP' WS-OP-STATUS.

           CALL 'FILES' USING 'CLOSE-ACCOUNT-FILE'.

       ACCRUE-NEXT-ACCOUNT.
      *    Read one account and accrue the night's interest if it
      *    qualifies and has not already been accrued for this date
           CALL 'FILES' USING 'READ-NEXT-ACCOUNT' ACCOUNT-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-ACCOUNTS-SCANNED
               IF ACC-ACTIVE AND NOT ACC-TYPE-TERM AND
                       ACC-BALANCE > 0 AND
                       ACC-LAST-ACCRUAL-DATE < WS-EFFECTIVE-DATE
                   CALL 'PRODUCTS' USING 'GET-ACCOUNT-PRODUCT'
                       ACCOUNT-RECORD PRODUCT-RECORD
                       WS-PRODUCT-STATUS WS-PRODUCT-MESSAGE
                   IF WS-PRODUCT-STATUS = '00' AND
                           PRD-INT-SCHEDULE NOT = SPACES
                       PERFORM ACCRUE-ONE-ACCOUNT
                   END-IF
               END-IF
           END-IF.

       ACCRUE-ONE-ACCOUNT.
      *    Add the night's interest to this account's accrual
      *    position, each day priced at its product's schedule in
      *    force that day and tiered on the balance. No money moves -
      *    the accrual is a memo field on the account record, updated
      *    in place during the scan
           MOVE ACC-BALANCE TO WS-TIER-BALANCE.
           CALL 'INTRATE' USING 'CALCULATE-INTEREST-FOR-DAYS'
               PRD-INT-SCHEDULE WS-EFFECTIVE-DATE WS-ACCRUAL-DAYS
               WS-TIER-BALANCE ACC-BALANCE WS-ACCRUAL-AMOUNT
               INTEREST-RATE-SCHEDULE-RECORD WS-RATE-TIER
               WS-RATE-APPLIED WS-RATE-STATUS WS-RATE-MESSAGE.

           IF WS-RATE-STATUS NOT = '00'
               DISPLAY 'WARNING: Account ' ACC-ID ' not accrued - '
                   WS-RATE-MESSAGE
               ADD 1 TO WS-ACCOUNTS-NO-RATE
               MOVE 4 TO RETURN-CODE
               MOVE 0 TO WS-ACCRUAL-AMOUNT
           END-IF.

           IF WS-ACCRUAL-AMOUNT > 0
               ADD WS-ACCRUAL-AMOUNT TO ACC-ACCRUED-INTEREST
               MOVE WS-LAST-COVERED-DATE TO ACC-LAST-ACCRUAL-DATE

               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CURRENT-TIME FROM TIME

               ADD 1 TO WS-ACCOUNTS-ACCRUED
               ADD WS-ACCRUAL-AMOUNT TO WS-TOTAL-ACCRUED
               PERFORM ADD-ACCRUAL-TO-BRANCH

               PERFORM RECORD-JOB-CHECKPOINT
               MOVE '00' TO WS-OP-STATUS
           END-IF.

       ADD-ACCRUAL-TO-BRANCH.
      *    Fold this account's accrual into its branch's total
           MOVE ACC-BRANCH-CODE TO WS-BRA-BRANCH-CODE.
           PERFORM FIND-BRANCH-ACCRUAL-ENTRY.
           IF WS-BRA-FOUND > 0
               ADD WS-ACCRUAL-AMOUNT TO WS-BRA-AMOUNT(WS-BRA-FOUND)
           END-IF.

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
      *    Book each branch's accrual for the night: DR interest
      *    expense, CR accrued interest payable
           PERFORM BOOK-ONE-BRANCH-ACCRUAL
               VARYING WS-BRA-IDX FROM 1 BY 1
               UNTIL WS-BRA-IDX > WS-BRA-COUNT.

       BOOK-ONE-BRANCH-ACCRUAL.
      *    Book one branch's total
           IF WS-BRA-AMOUNT(WS-BRA-IDX) NOT = 0
               CALL 'INTACCR' USING 'BOOK-SAVINGS-ACCRUAL'
                   WS-BRA-BRANCH(WS-BRA-IDX) WS-BRA-AMOUNT(WS-BRA-IDX)
                   WS-BRA-STATUS
               IF WS-BRA-STATUS NOT = '00'
                   DISPLAY 'WARNING: Accrual for branch '
                       WS-BRA-BRANCH(WS-BRA-IDX)
                       ' not fully booked to the GL'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       END PROGRAM ACCRUE.
