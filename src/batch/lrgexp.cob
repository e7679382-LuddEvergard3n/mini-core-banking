      ******************************************************************
      * LRGEXP.COB - Large Exposures and Credit Concentration Report
      *
      * Standalone month-end report for credit risk. Adds up what
      * each customer owes or may draw across every account they
      * hold, and what each corporate group owes across its
      * connected borrowers, and measures both against the bank's
      * capital base:
      *
      * - loans:            LN-OUTSTANDING on every ACTIVE loan,
      *                     arrears included, taken against the
      *                     loan's settlement account;
      * - overdrafts drawn: the debit balance of every account;
      * - unused limits:    what is left of ACC-OVERDRAFT-LIMIT above
      *                     the drawn amount - committed, so it can
      *                     be drawn tomorrow;
      * - collateral:       COL-VALUATION of each LIENED asset behind
      *                     an active loan, taken as mitigation up to
      *                     that loan's outstanding balance.
      *
      * Gross exposure is loans + drawn + unused; net exposure is
      * gross less collateral. Customers, then groups, are ranked
      * by net exposure, largest first.
      *
      * Design decisions:
      * - The capital base and the three percents come from the
      *   business rules parameter file (BRL-CAPITAL-BASE and the
      *   BRL-...-PCT fields). Until the capital base is set there
      *   is nothing to measure against: exposures are still listed
      *   and ranked, but nothing is flagged
      * - LARGE flags a gross exposure at or above the reporting
      *   percent (it is reported before mitigation); BREACH flags a
      *   net exposure above the single-name limit (customers) or
      *   the group limit (groups) - the limits apply after
      *   collateral
      * - A group is the lead account named by ACC-PARENT-ACCOUNT-ID.
      *   A customer holding any account in the group is a connected
      *   borrower and brings their whole exposure into it, not just
      *   the group account's; a customer seen in two groups is
      *   counted in the first and listed as a conflict
      * - Accounts with no customer master (ACC-CUSTOMER-ID zero)
      *   aggregate under customer zero, as in CUSTPROF, and are not
      *   folded into any group
      * - A debit balance beyond the agreed limit counts in full as
      *   drawn; it is still owed
      * - Read-only, safe to run any time; scheduled at month end
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LRGEXP.
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
       01  WS-CUST-STATUS              PIC XX.
       01  WS-PARAM-STATUS             PIC XX.

      * Measurement rules; the percents keep these values when the
      * parameter file predates them
       01  WS-CAPITAL-BASE             PIC 9(13)V99 VALUE 0.
       01  WS-LARGE-EXP-PCT            PIC 9(2)V99 VALUE 10.00.
       01  WS-SINGLE-NAME-PCT          PIC 9(2)V99 VALUE 25.00.
       01  WS-GROUP-LIMIT-PCT          PIC 9(2)V99 VALUE 25.00.
       01  WS-LARGE-EXP-AMOUNT         PIC 9(13)V99.
       01  WS-SINGLE-NAME-AMOUNT       PIC 9(13)V99.
       01  WS-GROUP-LIMIT-AMOUNT       PIC 9(13)V99.
       01  WS-CAPITAL-SWITCH           PIC 9 VALUE 0.
           88  CAPITAL-BASE-SET        VALUE 1.

      * One account's or one loan's contribution, staged before it
      * is folded into its customer's row
       01  WS-STAGE-CUSTOMER-ID        PIC 9(8).
       01  WS-STAGE-GROUP-ID           PIC 9(8).
       01  WS-STAGE-LOANS              PIC S9(13)V99.
       01  WS-STAGE-DRAWN              PIC S9(13)V99.
       01  WS-STAGE-UNUSED             PIC S9(13)V99.
       01  WS-STAGE-COLLATERAL         PIC S9(13)V99.

      * Collateral behind the loan being read
       01  WS-LOAN-COLLATERAL          PIC S9(13)V99.
       01  WS-COL-SCAN-STATUS          PIC XX.

      * Per-customer exposure
       01  WS-CUST-MAX                 PIC 9(4) VALUE 2000.
       01  WS-CUST-COUNT               PIC 9(4) VALUE 0.
       01  WS-CUST-TABLE.
           05  WS-CUST-ROW OCCURS 2000 TIMES.
               10  WS-CUST-ID          PIC 9(8).
               10  WS-CUST-GROUP-ID    PIC 9(8).
               10  WS-CUST-LOANS       PIC S9(13)V99.
               10  WS-CUST-DRAWN       PIC S9(13)V99.
               10  WS-CUST-UNUSED      PIC S9(13)V99.
               10  WS-CUST-COLLATERAL  PIC S9(13)V99.
               10  WS-CUST-GROSS       PIC S9(13)V99.
               10  WS-CUST-NET         PIC S9(13)V99.
       01  WS-CUST-IDX                 PIC 9(4).
       01  WS-CUST-FOUND-IDX           PIC 9(4).
       01  WS-CUST-WAS-FOUND           PIC 9.
           88  CUST-ROW-FOUND          VALUE 1.

      * Per-group exposure, built from the customer rows
       01  WS-GRP-MAX                  PIC 9(4) VALUE 500.
       01  WS-GRP-COUNT                PIC 9(4) VALUE 0.
       01  WS-GRP-TABLE.
           05  WS-GRP-ROW OCCURS 500 TIMES.
               10  WS-GRP-ID           PIC 9(8).
               10  WS-GRP-MEMBERS      PIC 9(4).
               10  WS-GRP-GROSS        PIC S9(13)V99.
               10  WS-GRP-COLLATERAL   PIC S9(13)V99.
               10  WS-GRP-NET          PIC S9(13)V99.
       01  WS-GRP-IDX                  PIC 9(4).
       01  WS-GRP-FOUND-IDX            PIC 9(4).
       01  WS-GRP-WAS-FOUND            PIC 9.
           88  GRP-ROW-FOUND           VALUE 1.

      * Ranking working data (simple exchange sort on net exposure,
      * descending)
       01  WS-SORT-OUTER               PIC 9(4).
       01  WS-SORT-INNER               PIC 9(4).
       01  WS-CUST-SWAP-ROW            PIC X(106).
       01  WS-GRP-SWAP-ROW             PIC X(57).

       01  WS-FLAG                     PIC X(6).
       01  WS-PCT-OF-CAPITAL           PIC 9(7)V99.
       01  WS-DISPLAY-PCT              PIC Z(6)9.99.
       01  WS-DISPLAY-GROSS            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-COLLATERAL       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-NET              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-CAPITAL          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-RANK                     PIC 9(4).

       01  WS-REPORT-COUNTERS.
           05  WS-ACCOUNTS-SCANNED     PIC 9(8) VALUE 0.
           05  WS-LOANS-SCANNED        PIC 9(6) VALUE 0.
           05  WS-LOANS-ACTIVE         PIC 9(6) VALUE 0.
           05  WS-ROWS-DROPPED         PIC 9(6) VALUE 0.
           05  WS-GROUP-CONFLICTS      PIC 9(6) VALUE 0.
           05  WS-CUST-LARGE           PIC 9(6) VALUE 0.
           05  WS-CUST-BREACHES        PIC 9(6) VALUE 0.
           05  WS-GRP-LARGE            PIC 9(6) VALUE 0.
           05  WS-GRP-BREACHES         PIC 9(6) VALUE 0.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.
       01  WS-RUN-DATE-FLAT REDEFINES WS-RUN-DATE PIC 9(8).

      * Shared system posting date (see CALENDAR.COB)
       01  WS-EFFECTIVE-DATE           PIC 9(8).
       01  WS-DATE-WAS-ADJUSTED        PIC 9.
           88  RUN-DATE-WAS-ADJUSTED   VALUE 1.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the large exposures report
           PERFORM LOAD-EXPOSURE-RULES.
           PERFORM DISPLAY-BANNER.
           PERFORM SCAN-ACCOUNTS.
           PERFORM SCAN-LOAN-BOOK.
           PERFORM COMPUTE-CUSTOMER-TOTALS.
           PERFORM BUILD-GROUP-TABLE.
           PERFORM RANK-CUSTOMERS.
           PERFORM RANK-GROUPS.
           PERFORM PRINT-CUSTOMER-EXPOSURES.
           PERFORM PRINT-GROUP-EXPOSURES.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * SETUP
      ******************************************************************

       LOAD-EXPOSURE-RULES.
      *    Take the capital base and percents from the parameter
      *    file; a field the file predates keeps its compiled value
           CALL 'FILES' USING 'READ-PARAMETER-FILE'
               BUSINESS-RULES-RECORD WS-PARAM-STATUS.

           IF WS-PARAM-STATUS = '00'
               IF BRL-CAPITAL-BASE NUMERIC
                   MOVE BRL-CAPITAL-BASE TO WS-CAPITAL-BASE
               END-IF
               IF BRL-LARGE-EXP-PCT NUMERIC
                   MOVE BRL-LARGE-EXP-PCT TO WS-LARGE-EXP-PCT
               END-IF
               IF BRL-SINGLE-NAME-PCT NUMERIC
                   MOVE BRL-SINGLE-NAME-PCT TO WS-SINGLE-NAME-PCT
               END-IF
               IF BRL-GROUP-LIMIT-PCT NUMERIC
                   MOVE BRL-GROUP-LIMIT-PCT TO WS-GROUP-LIMIT-PCT
               END-IF
           END-IF.

           IF WS-CAPITAL-BASE > 0
               MOVE 1 TO WS-CAPITAL-SWITCH
               COMPUTE WS-LARGE-EXP-AMOUNT ROUNDED =
                   WS-CAPITAL-BASE * WS-LARGE-EXP-PCT / 100
               COMPUTE WS-SINGLE-NAME-AMOUNT ROUNDED =
                   WS-CAPITAL-BASE * WS-SINGLE-NAME-PCT / 100
               COMPUTE WS-GROUP-LIMIT-AMOUNT ROUNDED =
                   WS-CAPITAL-BASE * WS-GROUP-LIMIT-PCT / 100
           END-IF.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-EFFECTIVE-DATE.
           IF WS-EFFECTIVE-DATE NOT = WS-RUN-DATE-FLAT
               MOVE 1 TO WS-DATE-WAS-ADJUSTED
           ELSE
               MOVE 0 TO WS-DATE-WAS-ADJUSTED
           END-IF.
           DISPLAY '================================================'.
           DISPLAY 'LARGE EXPOSURES AND CREDIT CONCENTRATION'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           IF RUN-DATE-WAS-ADJUSTED
               DISPLAY 'System posting date in effect: '
                   WS-EFFECTIVE-DATE
           END-IF.
           IF CAPITAL-BASE-SET
               MOVE WS-CAPITAL-BASE TO WS-DISPLAY-CAPITAL
               DISPLAY 'Capital base:       ' WS-DISPLAY-CAPITAL
               DISPLAY 'Reportable at:      ' WS-LARGE-EXP-PCT
                   '% (gross)'
               DISPLAY 'Single-name limit:  ' WS-SINGLE-NAME-PCT
                   '% (net)'
               DISPLAY 'Group limit:        ' WS-GROUP-LIMIT-PCT
                   '% (net)'
           ELSE
               DISPLAY 'WARNING: capital base not set on the '
                   'parameter file - nothing flagged'
           END-IF.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Accounts scanned:      ' WS-ACCOUNTS-SCANNED.
           DISPLAY 'Loans scanned:         ' WS-LOANS-SCANNED.
           DISPLAY 'Active loans:          ' WS-LOANS-ACTIVE.
           DISPLAY 'Customers aggregated:  ' WS-CUST-COUNT.
           DISPLAY 'Groups aggregated:     ' WS-GRP-COUNT.
           DISPLAY 'Large customer exp.:   ' WS-CUST-LARGE.
           DISPLAY 'Single-name breaches:  ' WS-CUST-BREACHES.
           DISPLAY 'Large group exp.:      ' WS-GRP-LARGE.
           DISPLAY 'Group limit breaches:  ' WS-GRP-BREACHES.
           DISPLAY 'Customers in 2 groups: ' WS-GROUP-CONFLICTS.
           IF WS-ROWS-DROPPED > 0
               DISPLAY 'WARNING: table full - rows not loaded: '
                   WS-ROWS-DROPPED
           END-IF.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * ACCOUNT PASS - OVERDRAFTS AND GROUP MEMBERSHIP
      ******************************************************************

       SCAN-ACCOUNTS.
      *    Single sequential pass over ACCOUNT-FILE
           CALL 'FILES' USING 'OPEN-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'START-ACCOUNT-FILE-TOP' WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               PERFORM CHECK-NEXT-ACCOUNT
                   UNTIL WS-OP-STATUS = '10'
           END-IF.

           CALL 'FILES' USING 'CLOSE-ACCOUNT-FILE'.

       CHECK-NEXT-ACCOUNT.
      *    Read one account and fold its overdraft use and group link
      *    into its customer's row
           CALL 'FILES' USING 'READ-NEXT-ACCOUNT' ACCOUNT-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-ACCOUNTS-SCANNED
               PERFORM STAGE-ACCOUNT-EXPOSURE
               IF WS-STAGE-DRAWN > 0 OR WS-STAGE-UNUSED > 0 OR
                       WS-STAGE-GROUP-ID NOT = 0
                   PERFORM FOLD-STAGED-EXPOSURE
                       THRU FOLD-STAGED-EXPOSURE-END
               END-IF
           END-IF.

       STAGE-ACCOUNT-EXPOSURE.
      *    Drawn is the debit balance; unused is the rest of the
      *    agreed limit, committed only while the account is open
           MOVE ACC-CUSTOMER-ID TO WS-STAGE-CUSTOMER-ID.
           MOVE ACC-PARENT-ACCOUNT-ID TO WS-STAGE-GROUP-ID.
           MOVE 0 TO WS-STAGE-LOANS.
           MOVE 0 TO WS-STAGE-DRAWN.
           MOVE 0 TO WS-STAGE-UNUSED.
           MOVE 0 TO WS-STAGE-COLLATERAL.

           IF ACC-BALANCE < 0
               COMPUTE WS-STAGE-DRAWN = 0 - ACC-BALANCE
           END-IF.

           IF NOT ACC-CLOSED AND
                   ACC-OVERDRAFT-LIMIT > WS-STAGE-DRAWN
               COMPUTE WS-STAGE-UNUSED =
                   ACC-OVERDRAFT-LIMIT - WS-STAGE-DRAWN
           END-IF.

      ******************************************************************
      * LOAN PASS - OUTSTANDING BALANCES AND COLLATERAL
      ******************************************************************

       SCAN-LOAN-BOOK.
      *    Single sequential pass over LOAN-FILE; each active loan's
      *    liened collateral is read through the loan alternate key
           CALL 'FILES' USING 'OPEN-LOAN-FILE-IO'.
           CALL 'FILES' USING 'OPEN-COLLATERAL-FILE-IO'.
           CALL 'FILES' USING 'START-LOAN-FILE-TOP' WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               PERFORM CHECK-NEXT-LOAN
                   UNTIL WS-OP-STATUS = '10'
           END-IF.

           CALL 'FILES' USING 'CLOSE-COLLATERAL-FILE'.
           CALL 'FILES' USING 'CLOSE-LOAN-FILE'.

       CHECK-NEXT-LOAN.
      *    Read one loan and fold it in if still active
           CALL 'FILES' USING 'READ-NEXT-LOAN' LOAN-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-LOANS-SCANNED
               IF LN-ACTIVE AND LN-OUTSTANDING > 0
                   ADD 1 TO WS-LOANS-ACTIVE
                   PERFORM STAGE-LOAN-EXPOSURE
                       THRU STAGE-LOAN-EXPOSURE-END
               END-IF
           END-IF.

       STAGE-LOAN-EXPOSURE.
      *    The loan's customer is its settlement account's holder;
      *    collateral mitigates no more than the loan's own balance
           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               LN-ACCOUNT-ID ACCOUNT-RECORD WS-ACCT-STATUS.

           IF WS-ACCT-STATUS = '00'
               MOVE ACC-CUSTOMER-ID TO WS-STAGE-CUSTOMER-ID
               MOVE ACC-PARENT-ACCOUNT-ID TO WS-STAGE-GROUP-ID
           ELSE
               MOVE 0 TO WS-STAGE-CUSTOMER-ID
               MOVE 0 TO WS-STAGE-GROUP-ID
           END-IF.

           MOVE 0 TO WS-LOAN-COLLATERAL.
           MOVE LN-LOAN-ID TO COL-LOAN-ID.
           CALL 'FILES' USING 'START-COLLATERAL-BY-LOAN'
               COLLATERAL-RECORD WS-COL-SCAN-STATUS.
           IF WS-COL-SCAN-STATUS = '00'
               PERFORM ADD-NEXT-LOAN-COLLATERAL
                   UNTIL WS-COL-SCAN-STATUS = '10'
           END-IF.

           MOVE LN-OUTSTANDING TO WS-STAGE-LOANS.
           MOVE 0 TO WS-STAGE-DRAWN.
           MOVE 0 TO WS-STAGE-UNUSED.
           IF WS-LOAN-COLLATERAL > LN-OUTSTANDING
               MOVE LN-OUTSTANDING TO WS-STAGE-COLLATERAL
           ELSE
               MOVE WS-LOAN-COLLATERAL TO WS-STAGE-COLLATERAL
           END-IF.

           PERFORM FOLD-STAGED-EXPOSURE THRU FOLD-STAGED-EXPOSURE-END.

       STAGE-LOAN-EXPOSURE-END.
           EXIT.

       ADD-NEXT-LOAN-COLLATERAL.
      *    Read the loan's next collateral row; only a live lien
      *    counts
           CALL 'FILES' USING 'READ-NEXT-COLLATERAL-BY-LOAN'
               COLLATERAL-RECORD WS-COL-SCAN-STATUS.

           IF WS-COL-SCAN-STATUS = '00'
               IF COL-LOAN-ID NOT = LN-LOAN-ID
                   MOVE '10' TO WS-COL-SCAN-STATUS
               ELSE
                   IF COL-LIENED
                       ADD COL-VALUATION TO WS-LOAN-COLLATERAL
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * CUSTOMER AGGREGATION
      ******************************************************************

       FOLD-STAGED-EXPOSURE.
      *    Add the staged amounts to the customer's row, opening the
      *    row the first time, and record the customer's group
      *    Input: WS-STAGE-CUSTOMER-ID, WS-STAGE-GROUP-ID and the
      *           WS-STAGE- amounts
           MOVE 0 TO WS-CUST-WAS-FOUND.
           PERFORM MATCH-CUSTOMER-ROW
               VARYING WS-CUST-IDX FROM 1 BY 1
               UNTIL WS-CUST-IDX > WS-CUST-COUNT OR CUST-ROW-FOUND.

           IF NOT CUST-ROW-FOUND
               IF WS-CUST-COUNT >= WS-CUST-MAX
                   ADD 1 TO WS-ROWS-DROPPED
                   GO TO FOLD-STAGED-EXPOSURE-END
               END-IF
               ADD 1 TO WS-CUST-COUNT
               MOVE WS-CUST-COUNT TO WS-CUST-FOUND-IDX
               MOVE WS-STAGE-CUSTOMER-ID
                   TO WS-CUST-ID(WS-CUST-FOUND-IDX)
               MOVE 0 TO WS-CUST-GROUP-ID(WS-CUST-FOUND-IDX)
               MOVE 0 TO WS-CUST-LOANS(WS-CUST-FOUND-IDX)
               MOVE 0 TO WS-CUST-DRAWN(WS-CUST-FOUND-IDX)
               MOVE 0 TO WS-CUST-UNUSED(WS-CUST-FOUND-IDX)
               MOVE 0 TO WS-CUST-COLLATERAL(WS-CUST-FOUND-IDX)
               MOVE 0 TO WS-CUST-GROSS(WS-CUST-FOUND-IDX)
               MOVE 0 TO WS-CUST-NET(WS-CUST-FOUND-IDX)
           END-IF.

           ADD WS-STAGE-LOANS TO WS-CUST-LOANS(WS-CUST-FOUND-IDX).
           ADD WS-STAGE-DRAWN TO WS-CUST-DRAWN(WS-CUST-FOUND-IDX).
           ADD WS-STAGE-UNUSED TO WS-CUST-UNUSED(WS-CUST-FOUND-IDX).
           ADD WS-STAGE-COLLATERAL
               TO WS-CUST-COLLATERAL(WS-CUST-FOUND-IDX).

           IF WS-STAGE-GROUP-ID = 0 OR WS-STAGE-CUSTOMER-ID = 0
               GO TO FOLD-STAGED-EXPOSURE-END
           END-IF.

           IF WS-CUST-GROUP-ID(WS-CUST-FOUND-IDX) = 0
               MOVE WS-STAGE-GROUP-ID
                   TO WS-CUST-GROUP-ID(WS-CUST-FOUND-IDX)
           ELSE
               IF WS-CUST-GROUP-ID(WS-CUST-FOUND-IDX) NOT =
                       WS-STAGE-GROUP-ID
                   ADD 1 TO WS-GROUP-CONFLICTS
                   DISPLAY 'CONFLICT Customer ' WS-STAGE-CUSTOMER-ID
                       ' in groups '
                       WS-CUST-GROUP-ID(WS-CUST-FOUND-IDX) ' and '
                       WS-STAGE-GROUP-ID
               END-IF
           END-IF.

       FOLD-STAGED-EXPOSURE-END.
           EXIT.

       MATCH-CUSTOMER-ROW.
      *    Test one customer row against the staged customer
           IF WS-CUST-ID(WS-CUST-IDX) = WS-STAGE-CUSTOMER-ID
               MOVE 1 TO WS-CUST-WAS-FOUND
               MOVE WS-CUST-IDX TO WS-CUST-FOUND-IDX
           END-IF.

       COMPUTE-CUSTOMER-TOTALS.
      *    Gross and net exposure for every customer
           PERFORM COMPUTE-ONE-CUSTOMER-TOTAL
               VARYING WS-CUST-IDX FROM 1 BY 1
               UNTIL WS-CUST-IDX > WS-CUST-COUNT.

       COMPUTE-ONE-CUSTOMER-TOTAL.
      *    Gross = loans + drawn + unused; net = gross - collateral
           COMPUTE WS-CUST-GROSS(WS-CUST-IDX) =
               WS-CUST-LOANS(WS-CUST-IDX)
               + WS-CUST-DRAWN(WS-CUST-IDX)
               + WS-CUST-UNUSED(WS-CUST-IDX).
           COMPUTE WS-CUST-NET(WS-CUST-IDX) =
               WS-CUST-GROSS(WS-CUST-IDX)
               - WS-CUST-COLLATERAL(WS-CUST-IDX).

      ******************************************************************
      * GROUP AGGREGATION
      ******************************************************************

       BUILD-GROUP-TABLE.
      *    Fold every grouped customer's whole exposure into its
      *    group's row
           PERFORM FOLD-CUSTOMER-TO-GROUP
               THRU FOLD-CUSTOMER-TO-GROUP-END
               VARYING WS-CUST-IDX FROM 1 BY 1
               UNTIL WS-CUST-IDX > WS-CUST-COUNT.

       FOLD-CUSTOMER-TO-GROUP.
      *    Add one customer to its group, opening the row the first
      *    time
           IF WS-CUST-GROUP-ID(WS-CUST-IDX) = 0
               GO TO FOLD-CUSTOMER-TO-GROUP-END
           END-IF.

           MOVE 0 TO WS-GRP-WAS-FOUND.
           PERFORM MATCH-GROUP-ROW
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT OR GRP-ROW-FOUND.

           IF NOT GRP-ROW-FOUND
               IF WS-GRP-COUNT >= WS-GRP-MAX
                   ADD 1 TO WS-ROWS-DROPPED
                   GO TO FOLD-CUSTOMER-TO-GROUP-END
               END-IF
               ADD 1 TO WS-GRP-COUNT
               MOVE WS-GRP-COUNT TO WS-GRP-FOUND-IDX
               MOVE WS-CUST-GROUP-ID(WS-CUST-IDX)
                   TO WS-GRP-ID(WS-GRP-FOUND-IDX)
               MOVE 0 TO WS-GRP-MEMBERS(WS-GRP-FOUND-IDX)
               MOVE 0 TO WS-GRP-GROSS(WS-GRP-FOUND-IDX)
               MOVE 0 TO WS-GRP-COLLATERAL(WS-GRP-FOUND-IDX)
               MOVE 0 TO WS-GRP-NET(WS-GRP-FOUND-IDX)
           END-IF.

           ADD 1 TO WS-GRP-MEMBERS(WS-GRP-FOUND-IDX).
           ADD WS-CUST-GROSS(WS-CUST-IDX)
               TO WS-GRP-GROSS(WS-GRP-FOUND-IDX).
           ADD WS-CUST-COLLATERAL(WS-CUST-IDX)
               TO WS-GRP-COLLATERAL(WS-GRP-FOUND-IDX).
           ADD WS-CUST-NET(WS-CUST-IDX)
               TO WS-GRP-NET(WS-GRP-FOUND-IDX).

       FOLD-CUSTOMER-TO-GROUP-END.
           EXIT.

       MATCH-GROUP-ROW.
      *    Test one group row against the customer's group
           IF WS-GRP-ID(WS-GRP-IDX) = WS-CUST-GROUP-ID(WS-CUST-IDX)
               MOVE 1 TO WS-GRP-WAS-FOUND
               MOVE WS-GRP-IDX TO WS-GRP-FOUND-IDX
           END-IF.

      ******************************************************************
      * RANKING
      ******************************************************************

       RANK-CUSTOMERS.
      *    Exchange sort, net exposure descending
           PERFORM RANK-CUSTOMER-PASS
               VARYING WS-SORT-OUTER FROM 1 BY 1
               UNTIL WS-SORT-OUTER >= WS-CUST-COUNT.

       RANK-CUSTOMER-PASS.
      *    One pass of the exchange sort
           COMPUTE WS-SORT-INNER = WS-SORT-OUTER + 1.
           PERFORM RANK-CUSTOMER-COMPARE
               UNTIL WS-SORT-INNER > WS-CUST-COUNT.

       RANK-CUSTOMER-COMPARE.
      *    Swap the pair when the later row is the larger exposure
           IF WS-CUST-NET(WS-SORT-INNER) >
                   WS-CUST-NET(WS-SORT-OUTER)
               MOVE WS-CUST-ROW(WS-SORT-OUTER) TO WS-CUST-SWAP-ROW
               MOVE WS-CUST-ROW(WS-SORT-INNER)
                   TO WS-CUST-ROW(WS-SORT-OUTER)
               MOVE WS-CUST-SWAP-ROW TO WS-CUST-ROW(WS-SORT-INNER)
           END-IF.
           ADD 1 TO WS-SORT-INNER.

       RANK-GROUPS.
      *    Exchange sort, net exposure descending
           PERFORM RANK-GROUP-PASS
               VARYING WS-SORT-OUTER FROM 1 BY 1
               UNTIL WS-SORT-OUTER >= WS-GRP-COUNT.

       RANK-GROUP-PASS.
      *    One pass of the exchange sort
           COMPUTE WS-SORT-INNER = WS-SORT-OUTER + 1.
           PERFORM RANK-GROUP-COMPARE
               UNTIL WS-SORT-INNER > WS-GRP-COUNT.

       RANK-GROUP-COMPARE.
      *    Swap the pair when the later row is the larger exposure
           IF WS-GRP-NET(WS-SORT-INNER) > WS-GRP-NET(WS-SORT-OUTER)
               MOVE WS-GRP-ROW(WS-SORT-OUTER) TO WS-GRP-SWAP-ROW
               MOVE WS-GRP-ROW(WS-SORT-INNER)
                   TO WS-GRP-ROW(WS-SORT-OUTER)
               MOVE WS-GRP-SWAP-ROW TO WS-GRP-ROW(WS-SORT-INNER)
           END-IF.
           ADD 1 TO WS-SORT-INNER.

      ******************************************************************
      * RANKED OUTPUT
      ******************************************************************

       PRINT-CUSTOMER-EXPOSURES.
      *    Print the ranked single-name exposures, largest first
           DISPLAY 'SINGLE-NAME EXPOSURES'.
           DISPLAY 'Rank Flag   Customer Name                 '
               '   Gross exposure        Collateral      '
               'Net exposure  % capital'.
           DISPLAY '------------------------------------------------'.

           MOVE 0 TO WS-RANK.
           PERFORM PRINT-ONE-CUSTOMER
               VARYING WS-CUST-IDX FROM 1 BY 1
               UNTIL WS-CUST-IDX > WS-CUST-COUNT.
           DISPLAY ' '.

       PRINT-ONE-CUSTOMER.
      *    Print one customer's exposure line, if they have any
           IF WS-CUST-GROSS(WS-CUST-IDX) > 0
               ADD 1 TO WS-RANK
               MOVE SPACES TO WS-FLAG
               MOVE 0 TO WS-PCT-OF-CAPITAL
               IF CAPITAL-BASE-SET
                   COMPUTE WS-PCT-OF-CAPITAL ROUNDED =
                       WS-CUST-NET(WS-CUST-IDX) * 100
                       / WS-CAPITAL-BASE
                   IF WS-CUST-GROSS(WS-CUST-IDX) NOT <
                           WS-LARGE-EXP-AMOUNT
                       MOVE 'LARGE' TO WS-FLAG
                       ADD 1 TO WS-CUST-LARGE
                   END-IF
                   IF WS-CUST-NET(WS-CUST-IDX) > WS-SINGLE-NAME-AMOUNT
                       MOVE 'BREACH' TO WS-FLAG
                       ADD 1 TO WS-CUST-BREACHES
                   END-IF
               END-IF
               PERFORM LOOK-UP-CUSTOMER-NAME
               MOVE WS-CUST-GROSS(WS-CUST-IDX) TO WS-DISPLAY-GROSS
               MOVE WS-CUST-COLLATERAL(WS-CUST-IDX)
                   TO WS-DISPLAY-COLLATERAL
               MOVE WS-CUST-NET(WS-CUST-IDX) TO WS-DISPLAY-NET
               MOVE WS-PCT-OF-CAPITAL TO WS-DISPLAY-PCT
               DISPLAY WS-RANK ' ' WS-FLAG ' '
                   WS-CUST-ID(WS-CUST-IDX) ' ' CUS-NAME(1:20) ' '
                   WS-DISPLAY-GROSS ' ' WS-DISPLAY-COLLATERAL ' '
                   WS-DISPLAY-NET ' ' WS-DISPLAY-PCT
           END-IF.

       LOOK-UP-CUSTOMER-NAME.
      *    Customer name for the report line
           IF WS-CUST-ID(WS-CUST-IDX) = 0
               MOVE '(no customer master)' TO CUS-NAME
           ELSE
               CALL 'CUSTOMER' USING 'GET-CUSTOMER'
                   WS-CUST-ID(WS-CUST-IDX) CUSTOMER-RECORD
                   WS-CUST-STATUS
               IF WS-CUST-STATUS NOT = '00'
                   MOVE '(record missing)' TO CUS-NAME
               END-IF
           END-IF.

       PRINT-GROUP-EXPOSURES.
      *    Print the ranked connected-group exposures, largest first
           DISPLAY 'CONNECTED GROUP EXPOSURES'.
           DISPLAY 'Rank Flag   Lead acct Members'
               '   Gross exposure        Collateral      '
               'Net exposure  % capital'.
           DISPLAY '------------------------------------------------'.

           MOVE 0 TO WS-RANK.
           PERFORM PRINT-ONE-GROUP
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT.

       PRINT-ONE-GROUP.
      *    Print one group's exposure line, if it has any
           IF WS-GRP-GROSS(WS-GRP-IDX) > 0
               ADD 1 TO WS-RANK
               MOVE SPACES TO WS-FLAG
               MOVE 0 TO WS-PCT-OF-CAPITAL
               IF CAPITAL-BASE-SET
                   COMPUTE WS-PCT-OF-CAPITAL ROUNDED =
                       WS-GRP-NET(WS-GRP-IDX) * 100 / WS-CAPITAL-BASE
                   IF WS-GRP-GROSS(WS-GRP-IDX) NOT <
                           WS-LARGE-EXP-AMOUNT
                       MOVE 'LARGE' TO WS-FLAG
                       ADD 1 TO WS-GRP-LARGE
                   END-IF
                   IF WS-GRP-NET(WS-GRP-IDX) > WS-GROUP-LIMIT-AMOUNT
                       MOVE 'BREACH' TO WS-FLAG
                       ADD 1 TO WS-GRP-BREACHES
                   END-IF
               END-IF
               MOVE WS-GRP-GROSS(WS-GRP-IDX) TO WS-DISPLAY-GROSS
               MOVE WS-GRP-COLLATERAL(WS-GRP-IDX)
                   TO WS-DISPLAY-COLLATERAL
               MOVE WS-GRP-NET(WS-GRP-IDX) TO WS-DISPLAY-NET
               MOVE WS-PCT-OF-CAPITAL TO WS-DISPLAY-PCT
               DISPLAY WS-RANK ' ' WS-FLAG ' '
                   WS-GRP-ID(WS-GRP-IDX) '  '
                   WS-GRP-MEMBERS(WS-GRP-IDX) '   '
                   WS-DISPLAY-GROSS ' ' WS-DISPLAY-COLLATERAL ' '
                   WS-DISPLAY-NET ' ' WS-DISPLAY-PCT
           END-IF.

       END PROGRAM LRGEXP.
