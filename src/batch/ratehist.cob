      ******************************************************************
      * RATEHIST.COB - Interest Rate History Report
      *
      * Standalone inquiry/report program over the interest rate
      * schedules (see INTRATE.COB) and the nightly balance history
      * BALSNAP captures. When a customer disputes the interest paid
      * or charged, this shows exactly which rate applied and why:
      * - Account on a date: the balance the account held, the
      *   product that priced it, the schedule in force, the tier
      *   the balance fell in, the annual rate and the day's interest
      *   it gave
      * - Account over a date range: the same, one line per day, so
      *   a rate change or a tier crossing shows on the day it bit
      * - Product history: every schedule ever keyed for a product,
      *   with its tiers, oldest first
      *
      * Design decisions:
      * - The balance of a day is the latest snapshot on or before
      *   it, the BALHIST "as of" rule - the close-of-day balance the
      *   accrual jobs priced
      * - The product follows the accrual jobs: a SAVINGS or NOTICE
      *   account in credit accrues at its own product's schedule,
      *   any account overdrawn is charged at the OVERDRAFT schedule
      *   on the overdrawn amount, anything else earns nothing
      * - A range is capped at 366 days, one screen-scroll of a year
      * - Read-only over the schedule, snapshot and account files
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEHIST.
       AUTHOR. PORTFOLIO.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  WS-OP-STATUS                PIC XX.
       01  WS-ACCT-STATUS              PIC XX.

       01  WS-REPORT-MODE              PIC 9.
           88  MODE-ACCOUNT-ON-DATE    VALUE 1.
           88  MODE-ACCOUNT-RANGE      VALUE 2.
           88  MODE-PRODUCT-HISTORY    VALUE 3.

       01  WS-ASK-ACCOUNT-ID           PIC 9(8).
       01  WS-ASK-FROM-DATE            PIC 9(8).
       01  WS-ASK-TO-DATE              PIC 9(8).
       01  WS-ASK-PRODUCT              PIC X(10).

      * The account's snapshots within the range, plus the latest
      * one before it, loaded once and walked day by day
       01  WS-BASE-SNAPSHOT-DATE       PIC 9(8) VALUE 0.
       01  WS-BASE-BALANCE             PIC S9(13)V99.
       01  WS-SNP-COUNT                PIC 9(3) VALUE 0.
       01  WS-SNAPSHOT-TABLE.
           05  WS-SNP-ENTRY OCCURS 400 TIMES.
               10  WS-SNP-DATE         PIC 9(8).
               10  WS-SNP-BALANCE      PIC S9(13)V99.
       01  WS-SNP-NEXT                 PIC 9(3).

      * Day walk
       01  WS-FROM-INTEGER             PIC S9(9).
       01  WS-TO-INTEGER               PIC S9(9).
       01  WS-DAY-INTEGER              PIC S9(9).
       01  WS-DAY-DATE                 PIC 9(8).
       01  WS-RANGE-DAYS               PIC S9(9).
       01  WS-DAY-BALANCE              PIC S9(13)V99.
       01  WS-DAY-HAS-BALANCE          PIC 9 VALUE 0.
           88  DAY-BALANCE-KNOWN       VALUE 1.

      * Rate lookup (see INTRATE.COB)
       01  WS-RATE-PRODUCT             PIC X(10).
       01  WS-TIER-BALANCE             PIC S9(13)V99.
       01  WS-RATE-TIER                PIC 9.
       01  WS-RATE-APPLIED             PIC 9(2)V9(4).
       01  WS-RATE-STATUS              PIC XX.
       01  WS-DAY-INTEREST             PIC S9(13)V99.

      * Product history listing
       01  WS-TIER-IDX                 PIC 9.

       01  WS-REPORT-COUNTERS.
           05  WS-DAYS-LISTED          PIC 9(5) VALUE 0.
           05  WS-SCHEDULES-LISTED     PIC 9(5) VALUE 0.
           05  WS-TOTAL-INTEREST       PIC S9(13)V99 VALUE 0.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-BALANCE      PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-INTEREST     PIC -ZZ,ZZ9.99.
           05  WS-DISPLAY-TOTAL        PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-FLOOR        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-RATE         PIC Z9.9999.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the interest rate history report
           PERFORM DISPLAY-BANNER.
           PERFORM PROMPT-FOR-MODE.

           EVALUATE TRUE
               WHEN MODE-ACCOUNT-ON-DATE
                   PERFORM RUN-ACCOUNT-RATE-REPORT
                       THRU RUN-ACCOUNT-RATE-REPORT-END
               WHEN MODE-ACCOUNT-RANGE
                   PERFORM RUN-ACCOUNT-RATE-REPORT
                       THRU RUN-ACCOUNT-RATE-REPORT-END
               WHEN MODE-PRODUCT-HISTORY
                   PERFORM RUN-PRODUCT-HISTORY
               WHEN OTHER
                   DISPLAY 'Unknown mode. Aborting.'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.

      ******************************************************************
      * SETUP
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           DISPLAY '================================================'.
           DISPLAY 'INTEREST RATE HISTORY REPORT'.
           DISPLAY '================================================'.
           DISPLAY ' '.

       PROMPT-FOR-MODE.
      *    Collect the mode and its parameters
           DISPLAY '1 - Rate applied to an account on a date'.
           DISPLAY '2 - Rates applied to an account day by day'.
           DISPLAY '3 - Rate schedule history for a product'.
           DISPLAY 'Mode: ' WITH NO ADVANCING.
           ACCEPT WS-REPORT-MODE.

           EVALUATE TRUE
               WHEN MODE-ACCOUNT-ON-DATE
                   DISPLAY 'Enter Account ID: ' WITH NO ADVANCING
                   ACCEPT WS-ASK-ACCOUNT-ID
                   DISPLAY 'Enter Date (YYYYMMDD): '
                       WITH NO ADVANCING
                   ACCEPT WS-ASK-FROM-DATE
                   MOVE WS-ASK-FROM-DATE TO WS-ASK-TO-DATE
               WHEN MODE-ACCOUNT-RANGE
                   DISPLAY 'Enter Account ID: ' WITH NO ADVANCING
                   ACCEPT WS-ASK-ACCOUNT-ID
                   DISPLAY 'Enter From Date (YYYYMMDD): '
                       WITH NO ADVANCING
                   ACCEPT WS-ASK-FROM-DATE
                   DISPLAY 'Enter To Date (YYYYMMDD): '
                       WITH NO ADVANCING
                   ACCEPT WS-ASK-TO-DATE
               WHEN MODE-PRODUCT-HISTORY
                   DISPLAY 'Enter Product (SAVINGS, NOTICE, '
                       'OVERDRAFT): ' WITH NO ADVANCING
                   ACCEPT WS-ASK-PRODUCT
                   MOVE FUNCTION UPPER-CASE(WS-ASK-PRODUCT)
                       TO WS-ASK-PRODUCT
           END-EVALUATE.

           DISPLAY ' '.

      ******************************************************************
      * ACCOUNT RATE REPORT
      ******************************************************************

       RUN-ACCOUNT-RATE-REPORT.
      *    Validate the range, load the account's balances and list
      *    the rate that priced each day of it
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ASK-FROM-DATE) NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-ASK-TO-DATE)
                       NOT = 0
               DISPLAY 'Invalid date. Aborting.'
               MOVE 8 TO RETURN-CODE
               GO TO RUN-ACCOUNT-RATE-REPORT-END
           END-IF.

           COMPUTE WS-FROM-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-ASK-FROM-DATE).
           COMPUTE WS-TO-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-ASK-TO-DATE).
           COMPUTE WS-RANGE-DAYS = WS-TO-INTEGER - WS-FROM-INTEGER + 1.

           IF WS-RANGE-DAYS < 1 OR WS-RANGE-DAYS > 366
               DISPLAY 'The range must run forward and cover at most '
                   '366 days. Aborting.'
               MOVE 8 TO RETURN-CODE
               GO TO RUN-ACCOUNT-RATE-REPORT-END
           END-IF.

           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               WS-ASK-ACCOUNT-ID ACCOUNT-RECORD WS-ACCT-STATUS.

           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'Account ' WS-ASK-ACCOUNT-ID ' not found.'
               MOVE 8 TO RETURN-CODE
               GO TO RUN-ACCOUNT-RATE-REPORT-END
           END-IF.

           PERFORM LOAD-ACCOUNT-SNAPSHOTS.

           DISPLAY 'Account: ' ACC-ID '  Type: ' ACC-TYPE
               '  Branch: ' ACC-BRANCH-CODE.
           DISPLAY ' '.
           DISPLAY 'DATE           BALANCE PRODUCT    SCHEDULE BASIS'
               ' TIER    RATE   DAY INT'.
           DISPLAY '------------------------------------------------'
               '------------------------'.

           MOVE 1 TO WS-SNP-NEXT.
           IF WS-BASE-SNAPSHOT-DATE > 0
               MOVE WS-BASE-BALANCE TO WS-DAY-BALANCE
               MOVE 1 TO WS-DAY-HAS-BALANCE
           ELSE
               MOVE 0 TO WS-DAY-HAS-BALANCE
           END-IF.

           PERFORM REPORT-ONE-DAY
               VARYING WS-DAY-INTEGER FROM WS-FROM-INTEGER BY 1
               UNTIL WS-DAY-INTEGER > WS-TO-INTEGER.

           DISPLAY '------------------------------------------------'
               '------------------------'.
           MOVE WS-TOTAL-INTEREST TO WS-DISPLAY-TOTAL.
           DISPLAY 'Days listed:           ' WS-DAYS-LISTED.
           DISPLAY 'Interest over the days:' WS-DISPLAY-TOTAL.
           DISPLAY 'Day interest rounds day by day; a night that '
               'accrued a weekend rounded once'.
           DISPLAY 'for all its days, so totals may differ by cents.'.

       RUN-ACCOUNT-RATE-REPORT-END.
           EXIT.

       LOAD-ACCOUNT-SNAPSHOTS.
      *    Keep the latest snapshot before the range and every
      *    snapshot inside it, in date order
           MOVE WS-ASK-ACCOUNT-ID TO BSN-ACCOUNT-ID.

           CALL 'FILES' USING 'OPEN-BALANCE-SNAPSHOT-FILE-INPUT'
               WS-OP-STATUS.
           CALL 'FILES' USING 'START-SNAPSHOT-BY-ACCOUNT'
               BALANCE-SNAPSHOT-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               PERFORM LOAD-NEXT-SNAPSHOT
                   UNTIL WS-OP-STATUS = '10'
           END-IF.

           CALL 'FILES' USING 'CLOSE-BALANCE-SNAPSHOT-FILE'.

       LOAD-NEXT-SNAPSHOT.
      *    File one of the account's snapshots as the base or into
      *    the table
           CALL 'FILES' USING 'READ-NEXT-SNAPSHOT-BY-ACCOUNT'
               BALANCE-SNAPSHOT-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               IF BSN-ACCOUNT-ID NOT = WS-ASK-ACCOUNT-ID
                   MOVE '10' TO WS-OP-STATUS
               ELSE
                   IF BSN-SNAPSHOT-DATE < WS-ASK-FROM-DATE
                       IF BSN-SNAPSHOT-DATE > WS-BASE-SNAPSHOT-DATE
                           MOVE BSN-SNAPSHOT-DATE
                               TO WS-BASE-SNAPSHOT-DATE
                           MOVE BSN-BALANCE TO WS-BASE-BALANCE
                       END-IF
                   ELSE
                       IF BSN-SNAPSHOT-DATE NOT > WS-ASK-TO-DATE
                               AND WS-SNP-COUNT < 400
                           ADD 1 TO WS-SNP-COUNT
                           MOVE BSN-SNAPSHOT-DATE
                               TO WS-SNP-DATE(WS-SNP-COUNT)
                           MOVE BSN-BALANCE
                               TO WS-SNP-BALANCE(WS-SNP-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REPORT-ONE-DAY.
      *    Bring the balance up to this day's latest snapshot and
      *    list the rate that priced it
           COMPUTE WS-DAY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER).

           PERFORM TAKE-DAY-SNAPSHOT
               UNTIL WS-SNP-NEXT > WS-SNP-COUNT
                   OR WS-SNP-DATE(WS-SNP-NEXT) > WS-DAY-DATE.

           ADD 1 TO WS-DAYS-LISTED.

           IF NOT DAY-BALANCE-KNOWN
               DISPLAY WS-DAY-DATE '  no balance snapshot yet'
           ELSE
               PERFORM PRICE-REPORT-DAY
           END-IF.

       TAKE-DAY-SNAPSHOT.
      *    Step onto the next snapshot on or before the day
           MOVE WS-SNP-BALANCE(WS-SNP-NEXT) TO WS-DAY-BALANCE.
           MOVE 1 TO WS-DAY-HAS-BALANCE.
           ADD 1 TO WS-SNP-NEXT.

       PRICE-REPORT-DAY.
      *    Work out the product the day's balance accrued under and
      *    look up its schedule, tier and rate
           MOVE WS-DAY-BALANCE TO WS-DISPLAY-BALANCE.
           MOVE SPACES TO WS-RATE-PRODUCT.

           IF WS-DAY-BALANCE < 0
               MOVE 'OVERDRAFT' TO WS-RATE-PRODUCT
               COMPUTE WS-TIER-BALANCE = 0 - WS-DAY-BALANCE
           ELSE
               IF (ACC-TYPE-SAVINGS OR ACC-TYPE-NOTICE) AND
                       WS-DAY-BALANCE > 0
                   MOVE ACC-TYPE TO WS-RATE-PRODUCT
                   MOVE WS-DAY-BALANCE TO WS-TIER-BALANCE
               END-IF
           END-IF.

           IF WS-RATE-PRODUCT = SPACES
               DISPLAY WS-DAY-DATE ' ' WS-DISPLAY-BALANCE
                   ' no interest on this balance'
           ELSE
               CALL 'INTRATE' USING 'GET-INTEREST-RATE-IN-FORCE'
                   WS-RATE-PRODUCT WS-DAY-DATE WS-TIER-BALANCE
                   INTEREST-RATE-SCHEDULE-RECORD WS-RATE-TIER
                   WS-RATE-APPLIED WS-RATE-STATUS
               IF WS-RATE-STATUS = '00'
                   COMPUTE WS-DAY-INTEREST ROUNDED =
                       WS-TIER-BALANCE * WS-RATE-APPLIED
                           / (100 * IRS-DAY-BASIS)
                   IF WS-RATE-PRODUCT = 'OVERDRAFT'
                       COMPUTE WS-DAY-INTEREST = 0 - WS-DAY-INTEREST
                   END-IF
                   ADD WS-DAY-INTEREST TO WS-TOTAL-INTEREST
                   MOVE WS-RATE-APPLIED TO WS-DISPLAY-RATE
                   MOVE WS-DAY-INTEREST TO WS-DISPLAY-INTEREST
                   DISPLAY WS-DAY-DATE ' ' WS-DISPLAY-BALANCE ' '
                       WS-RATE-PRODUCT ' ' IRS-EFFECTIVE-DATE '  '
                       IRS-DAY-BASIS '    ' WS-RATE-TIER ' '
                       WS-DISPLAY-RATE ' ' WS-DISPLAY-INTEREST
               ELSE
                   DISPLAY WS-DAY-DATE ' ' WS-DISPLAY-BALANCE ' '
                       WS-RATE-PRODUCT ' no schedule in force'
               END-IF
           END-IF.

      ******************************************************************
      * PRODUCT HISTORY
      ******************************************************************

       RUN-PRODUCT-HISTORY.
      *    List every schedule keyed for the product, oldest first
           DISPLAY 'Rate schedules for product ' WS-ASK-PRODUCT.
           DISPLAY '------------------------------------------------'.

           MOVE WS-ASK-PRODUCT TO IRS-PRODUCT.

           CALL 'FILES' USING 'OPEN-INTEREST-RATE-FILE-IO'.
           CALL 'FILES' USING 'START-INTEREST-RATE-BY-PRODUCT'
               INTEREST-RATE-SCHEDULE-RECORD WS-OP-STATUS.

           PERFORM LIST-NEXT-PRODUCT-SCHEDULE
               UNTIL WS-OP-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-INTEREST-RATE-FILE'.

           DISPLAY '------------------------------------------------'.
           DISPLAY 'Schedules listed:      ' WS-SCHEDULES-LISTED.

           IF WS-SCHEDULES-LISTED = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       LIST-NEXT-PRODUCT-SCHEDULE.
      *    Show one schedule and its tiers; stop at the next
      *    product's rows
           CALL 'FILES' USING 'READ-NEXT-INTEREST-RATE'
               INTEREST-RATE-SCHEDULE-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               IF IRS-PRODUCT NOT = WS-ASK-PRODUCT
                   MOVE '10' TO WS-OP-STATUS
               ELSE
                   ADD 1 TO WS-SCHEDULES-LISTED
                   DISPLAY 'Effective ' IRS-EFFECTIVE-DATE
                       '  Basis actual/' IRS-DAY-BASIS
                       '  Keyed by ' IRS-ENTERED-BY
                       ' at ' IRS-ENTERED-TS
                   PERFORM LIST-ONE-SCHEDULE-TIER
                       VARYING WS-TIER-IDX FROM 1 BY 1
                       UNTIL WS-TIER-IDX > IRS-TIER-COUNT
               END-IF
           END-IF.

       LIST-ONE-SCHEDULE-TIER.
      *    Show one tier's floor and annual rate
           MOVE IRS-TIER-FLOOR(WS-TIER-IDX) TO WS-DISPLAY-FLOOR.
           MOVE IRS-TIER-RATE(WS-TIER-IDX) TO WS-DISPLAY-RATE.
           DISPLAY '    Tier ' WS-TIER-IDX '  from '
               WS-DISPLAY-FLOOR '  ' WS-DISPLAY-RATE '% a year'.

       END PROGRAM RATEHIST.
