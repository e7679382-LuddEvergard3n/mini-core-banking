      ******************************************************************
      * RMBOOK.COB - Monthly Relationship Manager Book Report
      *
      * Standalone month-end report. For every relationship manager
      * on the master (see RELMGR.COB) it lists the customers in the
      * manager's book and totals, per manager:
      *
      * - customers in the book;
      * - deposits: the credit balances of the customers' open
      *   accounts;
      * - loans: the outstanding balance of their active loans plus
      *   any overdrawn account balances;
      * - arrears: the installments in arrears on those loans, and
      *   how many loans carry them;
      * - profitability: the net contribution CUSTPROF last worked
      *   out for each customer;
      * - KYC reviews falling due: reviews due in the reporting month
      *   or the one after it, and reviews already overdue when the
      *   month began.
      *
      * followed by the same totals for the whole managed book and a
      * count of the customers no manager holds.
      *
      * Design decisions:
      * - The month is taken as YYYYMM from the command line; run
      *   without one (as the month-end schedule launches it) it
      *   reports the month of the current posting date, the same
      *   way CMPSUMM does
      * - Balances are as they stand when the report runs, so it is
      *   run at month end after the day's batch; deposits and loans
      *   are translated to BRL at current table rates, the same
      *   translation DEPINS and the trial balance apply
      * - Profitability is read from the figures CUSTPROF saves
      *   rather than re-pricing the ledger here, so the schedule
      *   runs CUSTPROF first; the run date of those figures is
      *   printed with the report
      * - A customer whose RM code is not on the master is counted
      *   and listed as a warning rather than dropped silently
      * - Read-only over every file it touches
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMBOOK.
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

       01  WS-COMMAND-ARGS             PIC X(80).
       01  WS-PERIOD-INPUT             PIC X(6).
       01  WS-PERIOD                   PIC 9(6).
       01  WS-POSTING-DATE             PIC 9(8).

      * KYC window: overdue before the month began, falling due from
      * then to the end of the following month (day 31 compares
      * correctly for every month)
       01  WS-MONTH-START-DATE         PIC 9(8).
       01  WS-DUE-THROUGH-DATE         PIC 9(8).
       01  WS-NEXT-PERIOD              PIC 9(6).
       01  WS-NEXT-PERIOD-R REDEFINES WS-NEXT-PERIOD.
           05  WS-NEXT-YEAR            PIC 9(4).
           05  WS-NEXT-MONTH           PIC 99.

       01  WS-REPORTING-CURRENCY       PIC X(3) VALUE 'BRL'.

      * One row per manager on the master, in RM code order
       01  WS-RM-COUNT                 PIC 9(3) VALUE 0.
       01  WS-RM-MAX                   PIC 9(3) VALUE 200.
       01  WS-RM-TABLE.
           05  WS-RM-ROW OCCURS 200 TIMES.
               10  WS-RM-CODE          PIC X(6).
               10  WS-RM-NAME          PIC X(30).
               10  WS-RM-SEGMENT       PIC X(10).
               10  WS-RM-BRANCH        PIC X(4).
               10  WS-RM-STATUS        PIC X(8).
       01  WS-RM-IDX                   PIC 9(3).
       01  WS-RM-FOUND-IDX             PIC 9(3).

      * One row per managed customer, in customer ID order (the
      * customer file is read in key order, so the table is sorted
      * and searched by halving)
       01  WS-CUST-COUNT               PIC 9(5) VALUE 0.
       01  WS-CUST-MAX                 PIC 9(5) VALUE 3000.
       01  WS-CUST-TABLE.
           05  WS-CUST-ROW OCCURS 3000 TIMES.
               10  WS-CUST-ID          PIC 9(8).
               10  WS-CUST-RM-IDX      PIC 9(3).
               10  WS-CUST-NAME        PIC X(20).
               10  WS-CUST-KYC-DATE    PIC 9(8).
               10  WS-CUST-DEPOSITS    PIC S9(13)V99.
               10  WS-CUST-LOANS       PIC S9(13)V99.
               10  WS-CUST-ARREARS     PIC S9(13)V99.
               10  WS-CUST-ARREARS-CNT PIC 9(3).
               10  WS-CUST-NET         PIC S9(13)V99.
       01  WS-CUST-IDX                 PIC 9(5).
       01  WS-CUST-FOUND-IDX           PIC 9(5).

      * One row per open account of a managed customer, in account
      * ID order, with the rate that translates it to BRL - the
      * loan pass reaches the customer through it
       01  WS-ACCT-COUNT               PIC 9(5) VALUE 0.
       01  WS-ACCT-MAX                 PIC 9(5) VALUE 6000.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ROW OCCURS 6000 TIMES.
               10  WS-ACCT-ID          PIC 9(8).
               10  WS-ACCT-CUST-IDX    PIC 9(5).
               10  WS-ACCT-RATE        PIC 9(3)V9(6).
       01  WS-ACCT-FOUND-IDX           PIC 9(5).

      * Search by halving over either sorted table
       01  WS-SEARCH-KEY               PIC 9(8).
       01  WS-SEARCH-LOW               PIC 9(5).
       01  WS-SEARCH-HIGH              PIC 9(5).
       01  WS-SEARCH-MID               PIC 9(5).
       01  WS-SEARCH-SWITCH            PIC 9.
           88  SEARCH-KEY-FOUND        VALUE 1.

      * Reporting-currency translation (TRIALBAL's rate cache shape)
       01  WS-TRANSLATED-AMOUNT        PIC S9(13)V99.
       01  WS-UNTRANSLATED-COUNT       PIC 9(6) VALUE 0.
       01  WS-FX-LOOKUP-STATUS         PIC XX.
       01  WS-FX-LOOKUP-PAIR           PIC X(6).
       01  WS-CCY-CACHE-USED           PIC 9 VALUE 0.
       01  WS-CCY-CACHE OCCURS 5 TIMES.
           05  WS-CCY-CACHE-CODE       PIC X(3).
           05  WS-CCY-CACHE-RATE       PIC 9(3)V9(6).
           05  WS-CCY-CACHE-HAS-RATE   PIC 9.
       01  WS-CCY-CACHE-IDX            PIC 9.
       01  WS-CCY-FOUND-SWITCH         PIC 9.
           88  CCY-CACHE-HIT           VALUE 1.
       01  WS-APPLY-RATE               PIC 9(3)V9(6).
       01  WS-APPLY-HAS-RATE           PIC 9.

      * Per-manager and whole-book totals
       01  WS-BOOK-TOTALS.
           05  WS-BK-CUSTOMERS         PIC 9(6).
           05  WS-BK-DEPOSITS          PIC S9(15)V99.
           05  WS-BK-LOANS             PIC S9(15)V99.
           05  WS-BK-ARREARS           PIC S9(15)V99.
           05  WS-BK-ARREARS-CNT       PIC 9(6).
           05  WS-BK-NET               PIC S9(15)V99.
           05  WS-BK-KYC-DUE           PIC 9(6).
           05  WS-BK-KYC-OVERDUE       PIC 9(6).
       01  WS-GRAND-TOTALS.
           05  WS-GT-CUSTOMERS         PIC 9(6) VALUE 0.
           05  WS-GT-DEPOSITS          PIC S9(15)V99 VALUE 0.
           05  WS-GT-LOANS             PIC S9(15)V99 VALUE 0.
           05  WS-GT-ARREARS           PIC S9(15)V99 VALUE 0.
           05  WS-GT-ARREARS-CNT       PIC 9(6) VALUE 0.
           05  WS-GT-NET               PIC S9(15)V99 VALUE 0.
           05  WS-GT-KYC-DUE           PIC 9(6) VALUE 0.
           05  WS-GT-KYC-OVERDUE       PIC 9(6) VALUE 0.

       01  WS-REPORT-COUNTERS.
           05  WS-CUSTOMERS-SCANNED    PIC 9(8) VALUE 0.
           05  WS-UNASSIGNED-COUNT     PIC 9(8) VALUE 0.
           05  WS-UNKNOWN-RM-COUNT     PIC 9(6) VALUE 0.
           05  WS-ACCOUNTS-SCANNED     PIC 9(8) VALUE 0.
           05  WS-LOANS-SCANNED        PIC 9(8) VALUE 0.
           05  WS-PROFIT-ROWS-USED     PIC 9(6) VALUE 0.
       01  WS-PROFIT-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-TABLE-FULL-SWITCH        PIC 9 VALUE 0.
           88  A-TABLE-FILLED          VALUE 1.

       01  WS-KYC-FLAG                 PIC X(7).
       01  WS-DISPLAY-COUNT            PIC ZZZZZ9.
       01  WS-DISPLAY-DEPOSITS         PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-LOANS            PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-ARREARS          PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-NET              PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the monthly RM book report
           PERFORM DETERMINE-PERIOD.
           PERFORM DISPLAY-BANNER.
           PERFORM LOAD-RELATIONSHIP-MANAGERS.
           PERFORM LOAD-MANAGED-CUSTOMERS.
           PERFORM SCAN-ACCOUNTS.
           PERFORM SCAN-LOANS.
           PERFORM SCAN-PROFITABILITY.
           PERFORM REPORT-PER-MANAGER.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * SETUP
      ******************************************************************

       DETERMINE-PERIOD.
      *    The month to report: YYYYMM from the command line, else
      *    the month of the current posting date; then the KYC window
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           MOVE WS-COMMAND-ARGS(1:6) TO WS-PERIOD-INPUT.

           IF WS-PERIOD-INPUT IS NUMERIC
               MOVE WS-PERIOD-INPUT TO WS-PERIOD
           ELSE
               CALL 'CALENDAR' USING 'GET-POSTING-DATE'
                   WS-POSTING-DATE
               MOVE WS-POSTING-DATE(1:6) TO WS-PERIOD
           END-IF.

           COMPUTE WS-MONTH-START-DATE = WS-PERIOD * 100 + 1.

           MOVE WS-PERIOD TO WS-NEXT-PERIOD.
           IF WS-NEXT-MONTH = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF.
           COMPUTE WS-DUE-THROUGH-DATE = WS-NEXT-PERIOD * 100 + 31.

       DISPLAY-BANNER.
      *    Display report header
           DISPLAY '================================================'.
           DISPLAY 'RELATIONSHIP MANAGER BOOK REPORT'.
           DISPLAY 'Reporting month: ' WS-PERIOD.
           DISPLAY 'Amounts in ' WS-REPORTING-CURRENCY
               ' at current table rates'.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display the whole-book totals and the pass counts
           DISPLAY ' '.
           DISPLAY '================================================'.
           DISPLAY 'ALL MANAGED BOOKS'.
           MOVE WS-GRAND-TOTALS TO WS-BOOK-TOTALS.
           PERFORM DISPLAY-BOOK-TOTALS.
           DISPLAY ' '.
           MOVE WS-UNASSIGNED-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY 'Customers with no manager: ' WS-DISPLAY-COUNT.
           IF WS-UNKNOWN-RM-COUNT > 0
               MOVE WS-UNKNOWN-RM-COUNT TO WS-DISPLAY-COUNT
               DISPLAY 'WARNING: customers on an RM code not on the '
                   'master: ' WS-DISPLAY-COUNT
           END-IF.
           IF WS-PROFIT-RUN-DATE = 0
               DISPLAY 'No profitability figures on file - run '
                   'CUSTPROF before this report'
           ELSE
               DISPLAY 'Profitability as of CUSTPROF run '
                   WS-PROFIT-RUN-DATE
           END-IF.
           IF WS-UNTRANSLATED-COUNT > 0
               DISPLAY 'WARNING: balances with no rate to '
                   WS-REPORTING-CURRENCY ' counted at par: '
                   WS-UNTRANSLATED-COUNT
           END-IF.
           IF A-TABLE-FILLED
               DISPLAY 'WARNING: a working table filled - totals are '
                   'incomplete, raise the table size'
           END-IF.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Customers read:        ' WS-CUSTOMERS-SCANNED.
           DISPLAY 'Accounts read:         ' WS-ACCOUNTS-SCANNED.
           DISPLAY 'Loans read:            ' WS-LOANS-SCANNED.
           DISPLAY 'Profitability rows:    ' WS-PROFIT-ROWS-USED.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * MANAGER AND CUSTOMER PASSES
      ******************************************************************

       LOAD-RELATIONSHIP-MANAGERS.
      *    Every manager on the master, active or not - an inactive
      *    manager with a book still shows, so it gets handed over
           CALL 'FILES' USING 'OPEN-RM-FILE-IO'.
           CALL 'FILES' USING 'START-RM-FILE-TOP' WS-OP-STATUS.

           PERFORM LOAD-NEXT-MANAGER
               UNTIL WS-OP-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-RM-FILE'.

       LOAD-NEXT-MANAGER.
      *    Read one manager into the table
           CALL 'FILES' USING 'READ-NEXT-RM'
               RELATIONSHIP-MANAGER-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               IF WS-RM-COUNT < WS-RM-MAX
                   ADD 1 TO WS-RM-COUNT
                   MOVE RMG-RM-CODE TO WS-RM-CODE(WS-RM-COUNT)
                   MOVE RMG-NAME TO WS-RM-NAME(WS-RM-COUNT)
                   MOVE RMG-SEGMENT TO WS-RM-SEGMENT(WS-RM-COUNT)
                   MOVE RMG-BRANCH-CODE TO WS-RM-BRANCH(WS-RM-COUNT)
                   MOVE RMG-STATUS TO WS-RM-STATUS(WS-RM-COUNT)
               ELSE
                   MOVE 1 TO WS-TABLE-FULL-SWITCH
               END-IF
           END-IF.

       LOAD-MANAGED-CUSTOMERS.
      *    One pass over the customer master in ID order, keeping
      *    every customer a manager holds
           CALL 'FILES' USING 'OPEN-CUSTOMER-FILE-IO'.
           CALL 'FILES' USING 'START-CUSTOMER-FILE-TOP' WS-OP-STATUS.

           PERFORM LOAD-NEXT-CUSTOMER
               THRU LOAD-NEXT-CUSTOMER-END
               UNTIL WS-OP-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-CUSTOMER-FILE'.

       LOAD-NEXT-CUSTOMER.
      *    Read one customer and keep them if in a known book
           CALL 'FILES' USING 'READ-NEXT-CUSTOMER' CUSTOMER-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS NOT = '00'
               GO TO LOAD-NEXT-CUSTOMER-END
           END-IF.

           ADD 1 TO WS-CUSTOMERS-SCANNED.

           IF CUS-RM-CODE = SPACES OR CUS-RM-CODE = LOW-VALUES
               ADD 1 TO WS-UNASSIGNED-COUNT
               GO TO LOAD-NEXT-CUSTOMER-END
           END-IF.

           MOVE 0 TO WS-RM-FOUND-IDX.
           PERFORM MATCH-ONE-MANAGER
               VARYING WS-RM-IDX FROM 1 BY 1
               UNTIL WS-RM-IDX > WS-RM-COUNT
               OR WS-RM-FOUND-IDX > 0.

           IF WS-RM-FOUND-IDX = 0
               ADD 1 TO WS-UNKNOWN-RM-COUNT
               DISPLAY 'WARNING   Customer ' CUS-ID ' on RM code '
                   CUS-RM-CODE ' not on the master'
               GO TO LOAD-NEXT-CUSTOMER-END
           END-IF.

           IF WS-CUST-COUNT NOT < WS-CUST-MAX
               MOVE 1 TO WS-TABLE-FULL-SWITCH
               GO TO LOAD-NEXT-CUSTOMER-END
           END-IF.

           ADD 1 TO WS-CUST-COUNT.
           MOVE CUS-ID TO WS-CUST-ID(WS-CUST-COUNT).
           MOVE WS-RM-FOUND-IDX TO WS-CUST-RM-IDX(WS-CUST-COUNT).
           MOVE CUS-NAME(1:20) TO WS-CUST-NAME(WS-CUST-COUNT).
           IF CUS-NEXT-KYC-REVIEW NUMERIC
               MOVE CUS-NEXT-KYC-REVIEW
                   TO WS-CUST-KYC-DATE(WS-CUST-COUNT)
           ELSE
               MOVE 0 TO WS-CUST-KYC-DATE(WS-CUST-COUNT)
           END-IF.
           MOVE 0 TO WS-CUST-DEPOSITS(WS-CUST-COUNT).
           MOVE 0 TO WS-CUST-LOANS(WS-CUST-COUNT).
           MOVE 0 TO WS-CUST-ARREARS(WS-CUST-COUNT).
           MOVE 0 TO WS-CUST-ARREARS-CNT(WS-CUST-COUNT).
           MOVE 0 TO WS-CUST-NET(WS-CUST-COUNT).

       LOAD-NEXT-CUSTOMER-END.
           EXIT.

       MATCH-ONE-MANAGER.
      *    Note the table row of the customer's manager
           IF WS-RM-CODE(WS-RM-IDX) = CUS-RM-CODE
               MOVE WS-RM-IDX TO WS-RM-FOUND-IDX
           END-IF.

      ******************************************************************
      * BALANCE PASSES
      ******************************************************************

       SCAN-ACCOUNTS.
      *    One pass over the accounts in ID order: credit balances
      *    are deposits, overdrawn balances are lending
           CALL 'FILES' USING 'OPEN-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'START-ACCOUNT-FILE-TOP' WS-OP-STATUS.

           PERFORM CHECK-NEXT-ACCOUNT
               THRU CHECK-NEXT-ACCOUNT-END
               UNTIL WS-OP-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-ACCOUNT-FILE'.

       CHECK-NEXT-ACCOUNT.
      *    Read one account and fold it into its customer's row
           CALL 'FILES' USING 'READ-NEXT-ACCOUNT' ACCOUNT-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS NOT = '00'
               GO TO CHECK-NEXT-ACCOUNT-END
           END-IF.

           ADD 1 TO WS-ACCOUNTS-SCANNED.

           IF ACC-CLOSED OR ACC-CUSTOMER-ID = 0
               GO TO CHECK-NEXT-ACCOUNT-END
           END-IF.

           MOVE ACC-CUSTOMER-ID TO WS-SEARCH-KEY.
           PERFORM FIND-CUSTOMER-ROW.
           IF NOT SEARCH-KEY-FOUND
               GO TO CHECK-NEXT-ACCOUNT-END
           END-IF.
           MOVE WS-SEARCH-MID TO WS-CUST-FOUND-IDX.

           PERFORM FIND-TRANSLATION-RATE
               THRU FIND-TRANSLATION-RATE-END.

           IF WS-ACCT-COUNT < WS-ACCT-MAX
               ADD 1 TO WS-ACCT-COUNT
               MOVE ACC-ID TO WS-ACCT-ID(WS-ACCT-COUNT)
               MOVE WS-CUST-FOUND-IDX TO WS-ACCT-CUST-IDX(WS-ACCT-COUNT)
               MOVE WS-APPLY-RATE TO WS-ACCT-RATE(WS-ACCT-COUNT)
           ELSE
               MOVE 1 TO WS-TABLE-FULL-SWITCH
           END-IF.

           IF ACC-BALANCE = 0
               GO TO CHECK-NEXT-ACCOUNT-END
           END-IF.

           IF WS-APPLY-HAS-RATE = 0
               ADD 1 TO WS-UNTRANSLATED-COUNT
           END-IF.

           COMPUTE WS-TRANSLATED-AMOUNT ROUNDED =
               ACC-BALANCE * WS-APPLY-RATE.

           IF WS-TRANSLATED-AMOUNT > 0
               ADD WS-TRANSLATED-AMOUNT
                   TO WS-CUST-DEPOSITS(WS-CUST-FOUND-IDX)
           ELSE
               SUBTRACT WS-TRANSLATED-AMOUNT
                   FROM WS-CUST-LOANS(WS-CUST-FOUND-IDX)
           END-IF.

       CHECK-NEXT-ACCOUNT-END.
           EXIT.

       SCAN-LOANS.
      *    One pass over the loan book: active loans count their
      *    outstanding balance and any arrears
           CALL 'FILES' USING 'OPEN-LOAN-FILE-IO'.
           CALL 'FILES' USING 'START-LOAN-FILE-TOP' WS-OP-STATUS.

           PERFORM CHECK-NEXT-LOAN
               THRU CHECK-NEXT-LOAN-END
               UNTIL WS-OP-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-LOAN-FILE'.

       CHECK-NEXT-LOAN.
      *    Read one loan and fold it in through its account
           CALL 'FILES' USING 'READ-NEXT-LOAN' LOAN-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS NOT = '00'
               GO TO CHECK-NEXT-LOAN-END
           END-IF.

           ADD 1 TO WS-LOANS-SCANNED.

           IF NOT LN-ACTIVE
               GO TO CHECK-NEXT-LOAN-END
           END-IF.

           MOVE LN-ACCOUNT-ID TO WS-SEARCH-KEY.
           PERFORM FIND-ACCOUNT-ROW.
           IF NOT SEARCH-KEY-FOUND
               GO TO CHECK-NEXT-LOAN-END
           END-IF.
           MOVE WS-SEARCH-MID TO WS-ACCT-FOUND-IDX.
           MOVE WS-ACCT-CUST-IDX(WS-ACCT-FOUND-IDX)
               TO WS-CUST-FOUND-IDX.

           COMPUTE WS-TRANSLATED-AMOUNT ROUNDED =
               LN-OUTSTANDING * WS-ACCT-RATE(WS-ACCT-FOUND-IDX).
           ADD WS-TRANSLATED-AMOUNT
               TO WS-CUST-LOANS(WS-CUST-FOUND-IDX).

           IF LN-ARREARS-AMT > 0
               COMPUTE WS-TRANSLATED-AMOUNT ROUNDED =
                   LN-ARREARS-AMT * WS-ACCT-RATE(WS-ACCT-FOUND-IDX)
               ADD WS-TRANSLATED-AMOUNT
                   TO WS-CUST-ARREARS(WS-CUST-FOUND-IDX)
               ADD 1 TO WS-CUST-ARREARS-CNT(WS-CUST-FOUND-IDX)
           END-IF.

       CHECK-NEXT-LOAN-END.
           EXIT.

       SCAN-PROFITABILITY.
      *    Carry each managed customer's net contribution from the
      *    figures CUSTPROF last saved
           CALL 'FILES' USING 'OPEN-CUSTOMER-PROFIT-FILE-IO'.
           CALL 'FILES' USING 'START-CUSTOMER-PROFIT-TOP' WS-OP-STATUS.

           PERFORM CHECK-NEXT-PROFIT-ROW
               UNTIL WS-OP-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-CUSTOMER-PROFIT-FILE'.

       CHECK-NEXT-PROFIT-ROW.
      *    Read one customer's figures and keep the net if managed
           CALL 'FILES' USING 'READ-NEXT-CUSTOMER-PROFIT'
               CUSTOMER-PROFIT-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               MOVE CPR-RUN-DATE TO WS-PROFIT-RUN-DATE
               MOVE CPR-CUSTOMER-ID TO WS-SEARCH-KEY
               PERFORM FIND-CUSTOMER-ROW
               IF SEARCH-KEY-FOUND
                   MOVE CPR-NET TO WS-CUST-NET(WS-SEARCH-MID)
                   ADD 1 TO WS-PROFIT-ROWS-USED
               END-IF
           END-IF.

      ******************************************************************
      * TABLE SEARCH AND TRANSLATION
      ******************************************************************

       FIND-CUSTOMER-ROW.
      *    Halve the sorted customer table for WS-SEARCH-KEY
      *    Output: WS-SEARCH-SWITCH, WS-SEARCH-MID (the row)
           MOVE 0 TO WS-SEARCH-SWITCH.
           MOVE 1 TO WS-SEARCH-LOW.
           MOVE WS-CUST-COUNT TO WS-SEARCH-HIGH.

           PERFORM HALVE-CUSTOMER-TABLE
               UNTIL WS-SEARCH-LOW > WS-SEARCH-HIGH
               OR SEARCH-KEY-FOUND.

       HALVE-CUSTOMER-TABLE.
      *    One halving step over the customer table
           COMPUTE WS-SEARCH-MID =
               (WS-SEARCH-LOW + WS-SEARCH-HIGH) / 2.

           IF WS-CUST-ID(WS-SEARCH-MID) = WS-SEARCH-KEY
               MOVE 1 TO WS-SEARCH-SWITCH
           ELSE
               IF WS-CUST-ID(WS-SEARCH-MID) < WS-SEARCH-KEY
                   COMPUTE WS-SEARCH-LOW = WS-SEARCH-MID + 1
               ELSE
                   IF WS-SEARCH-MID = 1
                       MOVE 0 TO WS-SEARCH-HIGH
                   ELSE
                       COMPUTE WS-SEARCH-HIGH = WS-SEARCH-MID - 1
                   END-IF
               END-IF
           END-IF.

       FIND-ACCOUNT-ROW.
      *    Halve the sorted account table for WS-SEARCH-KEY
      *    Output: WS-SEARCH-SWITCH, WS-SEARCH-MID (the row)
           MOVE 0 TO WS-SEARCH-SWITCH.
           MOVE 1 TO WS-SEARCH-LOW.
           MOVE WS-ACCT-COUNT TO WS-SEARCH-HIGH.

           PERFORM HALVE-ACCOUNT-TABLE
               UNTIL WS-SEARCH-LOW > WS-SEARCH-HIGH
               OR SEARCH-KEY-FOUND.

       HALVE-ACCOUNT-TABLE.
      *    One halving step over the account table
           COMPUTE WS-SEARCH-MID =
               (WS-SEARCH-LOW + WS-SEARCH-HIGH) / 2.

           IF WS-ACCT-ID(WS-SEARCH-MID) = WS-SEARCH-KEY
               MOVE 1 TO WS-SEARCH-SWITCH
           ELSE
               IF WS-ACCT-ID(WS-SEARCH-MID) < WS-SEARCH-KEY
                   COMPUTE WS-SEARCH-LOW = WS-SEARCH-MID + 1
               ELSE
                   IF WS-SEARCH-MID = 1
                       MOVE 0 TO WS-SEARCH-HIGH
                   ELSE
                       COMPUTE WS-SEARCH-HIGH = WS-SEARCH-MID - 1
                   END-IF
               END-IF
           END-IF.

       FIND-TRANSLATION-RATE.
      *    The rate that takes the account's currency to BRL at the
      *    current table rate (cached per currency for the pass); a
      *    pair missing from the table is counted at par
      *    Output: WS-APPLY-RATE, WS-APPLY-HAS-RATE
           IF ACC-CURRENCY = WS-REPORTING-CURRENCY
                   OR ACC-CURRENCY = SPACES
               MOVE 1 TO WS-APPLY-RATE
               MOVE 1 TO WS-APPLY-HAS-RATE
               GO TO FIND-TRANSLATION-RATE-END
           END-IF.

           MOVE 0 TO WS-CCY-FOUND-SWITCH.
           PERFORM CHECK-ONE-CACHED-RATE
               VARYING WS-CCY-CACHE-IDX FROM 1 BY 1
               UNTIL WS-CCY-CACHE-IDX > WS-CCY-CACHE-USED
               OR CCY-CACHE-HIT.

           IF CCY-CACHE-HIT
               GO TO FIND-TRANSLATION-RATE-END
           END-IF.

           MOVE SPACES TO WS-FX-LOOKUP-PAIR.
           STRING ACC-CURRENCY WS-REPORTING-CURRENCY
               DELIMITED BY SIZE INTO WS-FX-LOOKUP-PAIR.
           CALL 'FX' USING 'GET-EXCHANGE-RATE' WS-FX-LOOKUP-PAIR
               FX-RATE-RECORD WS-FX-LOOKUP-STATUS.

           IF WS-FX-LOOKUP-STATUS = '00'
               MOVE FXR-SELL-RATE TO WS-APPLY-RATE
               MOVE 1 TO WS-APPLY-HAS-RATE
           ELSE
               MOVE 1 TO WS-APPLY-RATE
               MOVE 0 TO WS-APPLY-HAS-RATE
           END-IF.

           IF WS-CCY-CACHE-USED < 5
               ADD 1 TO WS-CCY-CACHE-USED
               MOVE ACC-CURRENCY TO
                   WS-CCY-CACHE-CODE(WS-CCY-CACHE-USED)
               MOVE WS-APPLY-RATE TO
                   WS-CCY-CACHE-RATE(WS-CCY-CACHE-USED)
               MOVE WS-APPLY-HAS-RATE TO
                   WS-CCY-CACHE-HAS-RATE(WS-CCY-CACHE-USED)
           END-IF.

       FIND-TRANSLATION-RATE-END.
           EXIT.

       CHECK-ONE-CACHED-RATE.
      *    Take the cached rate when it is the account's currency
           IF WS-CCY-CACHE-CODE(WS-CCY-CACHE-IDX) = ACC-CURRENCY
               MOVE WS-CCY-CACHE-RATE(WS-CCY-CACHE-IDX)
                   TO WS-APPLY-RATE
               MOVE WS-CCY-CACHE-HAS-RATE(WS-CCY-CACHE-IDX)
                   TO WS-APPLY-HAS-RATE
               MOVE 1 TO WS-CCY-FOUND-SWITCH
           END-IF.

      ******************************************************************
      * PER-MANAGER OUTPUT
      ******************************************************************

       REPORT-PER-MANAGER.
      *    One section per manager: the book, then its totals
           PERFORM REPORT-ONE-MANAGER
               VARYING WS-RM-IDX FROM 1 BY 1
               UNTIL WS-RM-IDX > WS-RM-COUNT.

       REPORT-ONE-MANAGER.
      *    List the manager's customers and total the book
           INITIALIZE WS-BOOK-TOTALS.

           DISPLAY '------------------------------------------------'.
           DISPLAY 'RM ' WS-RM-CODE(WS-RM-IDX) '  '
               WS-RM-NAME(WS-RM-IDX) '  ' WS-RM-SEGMENT(WS-RM-IDX)
               '  Branch ' WS-RM-BRANCH(WS-RM-IDX) '  '
               WS-RM-STATUS(WS-RM-IDX).
           DISPLAY 'Customer  Name                        Deposits'
               '           Loans         Arrears     Net contrib'
               '  KYC due'.

           PERFORM REPORT-ONE-BOOK-CUSTOMER
               THRU REPORT-ONE-BOOK-CUSTOMER-END
               VARYING WS-CUST-IDX FROM 1 BY 1
               UNTIL WS-CUST-IDX > WS-CUST-COUNT.

           IF WS-BK-CUSTOMERS = 0
               DISPLAY '  (no customers in this book)'
           END-IF.

           PERFORM DISPLAY-BOOK-TOTALS.

           ADD WS-BK-CUSTOMERS TO WS-GT-CUSTOMERS.
           ADD WS-BK-DEPOSITS TO WS-GT-DEPOSITS.
           ADD WS-BK-LOANS TO WS-GT-LOANS.
           ADD WS-BK-ARREARS TO WS-GT-ARREARS.
           ADD WS-BK-ARREARS-CNT TO WS-GT-ARREARS-CNT.
           ADD WS-BK-NET TO WS-GT-NET.
           ADD WS-BK-KYC-DUE TO WS-GT-KYC-DUE.
           ADD WS-BK-KYC-OVERDUE TO WS-GT-KYC-OVERDUE.

       REPORT-ONE-BOOK-CUSTOMER.
      *    Print one customer of the manager's book and total it
           IF WS-CUST-RM-IDX(WS-CUST-IDX) NOT = WS-RM-IDX
               GO TO REPORT-ONE-BOOK-CUSTOMER-END
           END-IF.

           ADD 1 TO WS-BK-CUSTOMERS.
           ADD WS-CUST-DEPOSITS(WS-CUST-IDX) TO WS-BK-DEPOSITS.
           ADD WS-CUST-LOANS(WS-CUST-IDX) TO WS-BK-LOANS.
           ADD WS-CUST-ARREARS(WS-CUST-IDX) TO WS-BK-ARREARS.
           ADD WS-CUST-ARREARS-CNT(WS-CUST-IDX) TO WS-BK-ARREARS-CNT.
           ADD WS-CUST-NET(WS-CUST-IDX) TO WS-BK-NET.

      *    A zero review date was never reviewed, so it is overdue
           MOVE SPACES TO WS-KYC-FLAG.
           IF WS-CUST-KYC-DATE(WS-CUST-IDX) < WS-MONTH-START-DATE
               MOVE 'OVERDUE' TO WS-KYC-FLAG
               ADD 1 TO WS-BK-KYC-OVERDUE
           ELSE
               IF WS-CUST-KYC-DATE(WS-CUST-IDX)
                       NOT > WS-DUE-THROUGH-DATE
                   MOVE 'DUE' TO WS-KYC-FLAG
                   ADD 1 TO WS-BK-KYC-DUE
               END-IF
           END-IF.

           MOVE WS-CUST-DEPOSITS(WS-CUST-IDX) TO WS-DISPLAY-DEPOSITS.
           MOVE WS-CUST-LOANS(WS-CUST-IDX) TO WS-DISPLAY-LOANS.
           MOVE WS-CUST-ARREARS(WS-CUST-IDX) TO WS-DISPLAY-ARREARS.
           MOVE WS-CUST-NET(WS-CUST-IDX) TO WS-DISPLAY-NET.

           DISPLAY WS-CUST-ID(WS-CUST-IDX) '  '
               WS-CUST-NAME(WS-CUST-IDX) ' ' WS-DISPLAY-DEPOSITS ' '
               WS-DISPLAY-LOANS ' ' WS-DISPLAY-ARREARS ' '
               WS-DISPLAY-NET '  ' WS-CUST-KYC-DATE(WS-CUST-IDX)
               ' ' WS-KYC-FLAG.

       REPORT-ONE-BOOK-CUSTOMER-END.
           EXIT.

       DISPLAY-BOOK-TOTALS.
      *    Print the totals held in WS-BOOK-TOTALS
           MOVE WS-BK-CUSTOMERS TO WS-DISPLAY-COUNT.
           DISPLAY '  Customers:           ' WS-DISPLAY-COUNT.
           MOVE WS-BK-DEPOSITS TO WS-DISPLAY-DEPOSITS.
           DISPLAY '  Deposits:            ' WS-DISPLAY-DEPOSITS.
           MOVE WS-BK-LOANS TO WS-DISPLAY-LOANS.
           DISPLAY '  Loans:               ' WS-DISPLAY-LOANS.
           MOVE WS-BK-ARREARS TO WS-DISPLAY-ARREARS.
           MOVE WS-BK-ARREARS-CNT TO WS-DISPLAY-COUNT.
           DISPLAY '  Arrears:             ' WS-DISPLAY-ARREARS
               '  on ' WS-DISPLAY-COUNT ' loans'.
           MOVE WS-BK-NET TO WS-DISPLAY-NET.
           DISPLAY '  Net contribution:    ' WS-DISPLAY-NET.
           MOVE WS-BK-KYC-DUE TO WS-DISPLAY-COUNT.
           DISPLAY '  KYC reviews due:     ' WS-DISPLAY-COUNT.
           MOVE WS-BK-KYC-OVERDUE TO WS-DISPLAY-COUNT.
           DISPLAY '  KYC reviews overdue: ' WS-DISPLAY-COUNT.

       END PROGRAM RMBOOK.
