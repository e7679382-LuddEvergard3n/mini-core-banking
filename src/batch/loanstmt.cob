      ******************************************************************
      * LOANSTMT.COB - Annual Loan Statements
      *
      * Standalone year-end batch program. Collects every loan that
      * was on the book at some point in the requested calendar
      * year, groups the loans under their borrower's CUS-ID, and
      * spools one print-formatted statement per borrower in the
      * same layout the account statements use: for each loan, the
      * year's installments paid, arrears recovered and settlements
      * as they were posted to the borrower's deposit account,
      * followed by the installments missed and the interest and
      * fees charged in the year.
      *
      * Design decisions:
      * - The loan postings are found on the deposit account ledger
      *   by the descriptions the posting programs stamp ('Loan
      *   installment', 'Loan arrears recovery', 'Loan early
      *   settlement', 'Loan disbursement', 'Loan recovery'), each
      *   ending with the loan number, so two loans on one account
      *   print apart
      * - Missed installments, default interest and late fees come
      *   from the customer notices LOANPOST queued (LOAN-MISS,
      *   LOAN-DFINT, LOAN-LATE). Their detail line opens with the
      *   loan number; older notices without it are credited to the
      *   first loan found on the notice's account
      * - Contractual interest is the flat monthly interest on the
      *   loan's current terms for each installment collected in the
      *   year - the same split the amortization schedule prints
      * - The arrears and balance still owed are only stated when
      *   the statement year is the current posting year; for a
      *   past year the loan master no longer holds them
      * - The year is taken from the command line (CCYY); blank
      *   defaults to the posting date's calendar year
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANSTMT.
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
       01  WS-READ-STATUS              PIC XX.
       01  WS-ACCT-STATUS              PIC XX.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-LEDGER-STATUS            PIC XX.
       01  WS-SPOOL-STATUS             PIC XX.

      * Loans on the book in the statement year, with the charges
      * folded in from the notice pass
       01  WS-LOAN-COUNT               PIC 9(3) VALUE 0.
       01  WS-LOAN-TABLE.
           05  WS-LOAN-ROW OCCURS 500 TIMES.
               10  WS-LR-LOAN-ID       PIC 9(8).
               10  WS-LR-ACCOUNT-ID    PIC 9(8).
               10  WS-LR-CUSTOMER-ID   PIC 9(8).
               10  WS-LR-MISSED-COUNT  PIC 9(3).
               10  WS-LR-MISSED-AMT    PIC S9(13)V99.
               10  WS-LR-DEFAULT-INT   PIC S9(13)V99.
               10  WS-LR-LATE-FEES     PIC S9(13)V99.
       01  WS-LOAN-IDX                 PIC 9(3).
       01  WS-LOAN-FOUND-IDX           PIC 9(3).
       01  WS-LOAN-WAS-FOUND           PIC 9.
           88  LOAN-ROW-FOUND          VALUE 1.

      * Customers already printed, so each prints exactly once
       01  WS-DONE-COUNT               PIC 9(3) VALUE 0.
       01  WS-DONE-TABLE.
           05  WS-DONE-CUSTOMER-ID     PIC 9(8) OCCURS 500 TIMES.
       01  WS-DONE-IDX                 PIC 9(3).
       01  WS-CUST-WAS-DONE            PIC 9.
           88  CUSTOMER-ALREADY-DONE   VALUE 1.

       01  WS-STMT-CUSTOMER-ID         PIC 9(8).
       01  WS-STMT-LOAN-IDX            PIC 9(3).
       01  WS-STMT-LOAN-KEY            PIC 9(8).
       01  WS-STMT-LOAN-KEY-X REDEFINES WS-STMT-LOAN-KEY PIC X(8).
       01  WS-NOTICE-LOAN-KEY          PIC X(8).
       01  WS-ENTRY-KIND               PIC X.
           88  ENTRY-INSTALLMENT       VALUE 'I'.
           88  ENTRY-ARREARS-RECOVERY  VALUE 'A'.
           88  ENTRY-SETTLEMENT        VALUE 'S'.
           88  ENTRY-DISBURSEMENT      VALUE 'D'.
           88  ENTRY-WRITE-OFF-RECOVERY VALUE 'R'.
           88  ENTRY-NOT-THIS-LOAN     VALUE ' '.

      * Per-loan totals gathered while the loan section prints
       01  WS-LOAN-PAID-COUNT          PIC 9(3).
       01  WS-LOAN-PAID-AMT            PIC S9(13)V99.
       01  WS-LOAN-RECOVERED-AMT       PIC S9(13)V99.
       01  WS-LOAN-SETTLED-AMT         PIC S9(13)V99.
       01  WS-LOAN-ENTRY-COUNT         PIC 9(5).
       01  WS-MONTHLY-INTEREST         PIC S9(13)V99.
       01  WS-CONTRACT-INTEREST        PIC S9(13)V99.

      * Per-borrower totals across all of the borrower's loans
       01  WS-STMT-PAID-TOTAL          PIC S9(13)V99.
       01  WS-STMT-INTEREST-TOTAL      PIC S9(13)V99.
       01  WS-STMT-CHARGES-TOTAL       PIC S9(13)V99.

       01  WS-ENTRY-DATE               PIC 9(8).
       01  WS-ENTRY-YEAR               PIC 9(4).
       01  WS-CREATED-YEAR             PIC 9(4).
       01  WS-CLOSED-YEAR              PIC 9(4).

       01  WS-FORM-FEED                PIC X VALUE X'0C'.
       01  WS-SPOOL-WORK-LINE          PIC X(132).
       01  WS-DISPLAY-AMOUNT           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-RATE             PIC Z9.9999.
       01  WS-DISPLAY-COUNT            PIC ZZ9.

       01  WS-REPORT-COUNTERS.
           05  WS-LOANS-SCANNED        PIC 9(8) VALUE 0.
           05  WS-NOTICES-SCANNED      PIC 9(8) VALUE 0.
           05  WS-STMTS-PRODUCED       PIC 9(6) VALUE 0.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.

       01  WS-EFFECTIVE-DATE           PIC 9(8).
       01  WS-STMT-YEAR                PIC 9(4).
       01  WS-COMMAND-ARGS             PIC X(80).
       01  WS-ARG-YEAR                 PIC X(4).
       01  WS-ARG-YEAR-NUM REDEFINES WS-ARG-YEAR PIC 9(4).

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the annual loan statement batch job
           PERFORM DISPLAY-BANNER.
           PERFORM COLLECT-YEAR-LOANS.
           PERFORM SCAN-NOTICES-FOR-YEAR.
           PERFORM PRODUCE-LOAN-STATEMENTS.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header and resolve the statement year
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-EFFECTIVE-DATE.

           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           MOVE FUNCTION TRIM(WS-COMMAND-ARGS) TO WS-ARG-YEAR.
           IF WS-ARG-YEAR NUMERIC AND WS-ARG-YEAR-NUM > 0
               MOVE WS-ARG-YEAR-NUM TO WS-STMT-YEAR
           ELSE
               MOVE WS-EFFECTIVE-DATE(1:4) TO WS-STMT-YEAR
           END-IF.

           DISPLAY '================================================'.
           DISPLAY 'ANNUAL LOAN STATEMENTS'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY 'Statement year: ' WS-STMT-YEAR.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Loans scanned:         ' WS-LOANS-SCANNED.
           DISPLAY 'Loans on statements:   ' WS-LOAN-COUNT.
           DISPLAY 'Notices scanned:       ' WS-NOTICES-SCANNED.
           DISPLAY 'Statements produced:   ' WS-STMTS-PRODUCED.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * LOAN PASS
      ******************************************************************

       COLLECT-YEAR-LOANS.
      *    Single sequential pass over LOAN-FILE, keeping every loan
      *    that was on the book at some point in the statement year
           CALL 'FILES' USING 'OPEN-LOAN-FILE-IO'.
           CALL 'FILES' USING 'START-LOAN-FILE-TOP' WS-OP-STATUS.

           PERFORM CHECK-NEXT-LOAN THRU CHECK-NEXT-LOAN-END
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-LOAN-FILE'.

           PERFORM RESOLVE-LOAN-CUSTOMERS.

       CHECK-NEXT-LOAN.
      *    Read one loan and keep it if it belongs to the year: booked
      *    by the year end, and neither paid off nor written off
      *    before the year began (a written-off loan still collecting
      *    recoveries stays in)
           CALL 'FILES' USING 'READ-NEXT-LOAN' LOAN-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS NOT = '00'
               GO TO CHECK-NEXT-LOAN-END
           END-IF.

           ADD 1 TO WS-LOANS-SCANNED.

           MOVE LN-CREATED-TS(1:4) TO WS-CREATED-YEAR.
           IF WS-CREATED-YEAR > WS-STMT-YEAR
               GO TO CHECK-NEXT-LOAN-END
           END-IF.

           IF LN-PAID-OFF AND LN-PAID-OFF-DATE > 0
               MOVE LN-PAID-OFF-DATE(1:4) TO WS-CLOSED-YEAR
               IF WS-CLOSED-YEAR < WS-STMT-YEAR
                   GO TO CHECK-NEXT-LOAN-END
               END-IF
           END-IF.

           IF LN-WRITTEN-OFF AND LN-WRITE-OFF-DATE > 0
                   AND LN-RECOVERY-COUNT = 0
               MOVE LN-WRITE-OFF-DATE(1:4) TO WS-CLOSED-YEAR
               IF WS-CLOSED-YEAR < WS-STMT-YEAR
                   GO TO CHECK-NEXT-LOAN-END
               END-IF
           END-IF.

           IF WS-LOAN-COUNT >= 500
               DISPLAY 'WARNING: Loan table full - loan '
                   LN-LOAN-ID ' not on a statement'
               GO TO CHECK-NEXT-LOAN-END
           END-IF.

           ADD 1 TO WS-LOAN-COUNT.
           MOVE LN-LOAN-ID TO WS-LR-LOAN-ID(WS-LOAN-COUNT).
           MOVE LN-ACCOUNT-ID TO WS-LR-ACCOUNT-ID(WS-LOAN-COUNT).
           MOVE 0 TO WS-LR-CUSTOMER-ID(WS-LOAN-COUNT).
           MOVE 0 TO WS-LR-MISSED-COUNT(WS-LOAN-COUNT).
           MOVE 0 TO WS-LR-MISSED-AMT(WS-LOAN-COUNT).
           MOVE 0 TO WS-LR-DEFAULT-INT(WS-LOAN-COUNT).
           MOVE 0 TO WS-LR-LATE-FEES(WS-LOAN-COUNT).

       CHECK-NEXT-LOAN-END.
           EXIT.

       RESOLVE-LOAN-CUSTOMERS.
      *    Look up each kept loan's borrower through its deposit
      *    account once the loan scan has closed
           PERFORM RESOLVE-ONE-LOAN-CUSTOMER
               VARYING WS-LOAN-IDX FROM 1 BY 1
               UNTIL WS-LOAN-IDX > WS-LOAN-COUNT.

       RESOLVE-ONE-LOAN-CUSTOMER.
      *    Fetch one loan account's ACC-CUSTOMER-ID
           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               WS-LR-ACCOUNT-ID(WS-LOAN-IDX) ACCOUNT-RECORD
               WS-ACCT-STATUS.

           IF WS-ACCT-STATUS = '00'
               MOVE ACC-CUSTOMER-ID
                   TO WS-LR-CUSTOMER-ID(WS-LOAN-IDX)
           END-IF.

      ******************************************************************
      * NOTICE PASS
      ******************************************************************

       SCAN-NOTICES-FOR-YEAR.
      *    Single sequential pass over NOTICE-FILE, folding the
      *    year's missed installments and arrears charges into the
      *    loan table
           CALL 'FILES' USING 'OPEN-NOTICE-FILE-IO'.
           CALL 'FILES' USING 'START-NOTICE-FILE-TOP' WS-OP-STATUS.

           PERFORM CHECK-NEXT-NOTICE THRU CHECK-NEXT-NOTICE-END
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-NOTICE-FILE'.

       CHECK-NEXT-NOTICE.
      *    Read one notice and fold it in if it is a loan arrears
      *    event of the statement year
           CALL 'FILES' USING 'READ-NEXT-NOTICE' NOTICE-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS NOT = '00'
               GO TO CHECK-NEXT-NOTICE-END
           END-IF.

           ADD 1 TO WS-NOTICES-SCANNED.

           IF NOT NTC-EVENT-LOAN-MISS AND NOT NTC-EVENT-LOAN-DFINT
                   AND NOT NTC-EVENT-LOAN-LATE
               GO TO CHECK-NEXT-NOTICE-END
           END-IF.

           MOVE NTC-EVENT-DATE(1:4) TO WS-ENTRY-YEAR.
           IF WS-ENTRY-YEAR NOT = WS-STMT-YEAR
               GO TO CHECK-NEXT-NOTICE-END
           END-IF.

           PERFORM FIND-NOTICE-LOAN-ROW.
           IF NOT LOAN-ROW-FOUND
               GO TO CHECK-NEXT-NOTICE-END
           END-IF.

           EVALUATE TRUE
               WHEN NTC-EVENT-LOAN-MISS
                   ADD 1 TO WS-LR-MISSED-COUNT(WS-LOAN-FOUND-IDX)
                   ADD NTC-AMOUNT
                       TO WS-LR-MISSED-AMT(WS-LOAN-FOUND-IDX)
               WHEN NTC-EVENT-LOAN-DFINT
                   ADD NTC-AMOUNT
                       TO WS-LR-DEFAULT-INT(WS-LOAN-FOUND-IDX)
               WHEN NTC-EVENT-LOAN-LATE
                   ADD NTC-AMOUNT
                       TO WS-LR-LATE-FEES(WS-LOAN-FOUND-IDX)
           END-EVALUATE.

       CHECK-NEXT-NOTICE-END.
           EXIT.

       FIND-NOTICE-LOAN-ROW.
      *    Locate the loan a notice belongs to: by the loan number
      *    its detail line opens with, else by its account
      *    Input: NOTICE-RECORD
      *    Output: WS-LOAN-FOUND-IDX, WS-LOAN-WAS-FOUND
           MOVE 0 TO WS-LOAN-WAS-FOUND.
           MOVE SPACES TO WS-NOTICE-LOAN-KEY.
           IF NTC-DETAILS(1:5) = 'Loan ' AND NTC-DETAILS(6:8) NUMERIC
               MOVE NTC-DETAILS(6:8) TO WS-NOTICE-LOAN-KEY
           END-IF.

           PERFORM MATCH-NOTICE-LOAN-ROW
               VARYING WS-LOAN-IDX FROM 1 BY 1
               UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               OR LOAN-ROW-FOUND.

       MATCH-NOTICE-LOAN-ROW.
      *    Test one loan row against the notice
           MOVE WS-LR-LOAN-ID(WS-LOAN-IDX) TO WS-STMT-LOAN-KEY.
           IF WS-NOTICE-LOAN-KEY = SPACES
               IF WS-LR-ACCOUNT-ID(WS-LOAN-IDX) = NTC-ACCOUNT-ID
                   MOVE 1 TO WS-LOAN-WAS-FOUND
                   MOVE WS-LOAN-IDX TO WS-LOAN-FOUND-IDX
               END-IF
           ELSE
               IF WS-STMT-LOAN-KEY-X = WS-NOTICE-LOAN-KEY
                   MOVE 1 TO WS-LOAN-WAS-FOUND
                   MOVE WS-LOAN-IDX TO WS-LOAN-FOUND-IDX
               END-IF
           END-IF.

      ******************************************************************
      * STATEMENT SPOOLING
      ******************************************************************

       PRODUCE-LOAN-STATEMENTS.
      *    Walk the loan table, producing one statement per distinct
      *    borrower
           CALL 'FILES' USING 'OPEN-LOAN-STMT-SPOOL-OUTPUT'
               WS-SPOOL-STATUS.

           PERFORM CONSIDER-ONE-LOAN-ROW
               VARYING WS-LOAN-IDX FROM 1 BY 1
               UNTIL WS-LOAN-IDX > WS-LOAN-COUNT.

           CALL 'FILES' USING 'CLOSE-LOAN-STMT-SPOOL-FILE'.

       CONSIDER-ONE-LOAN-ROW.
      *    Produce this row's borrower's statement, unless that
      *    borrower has already been printed
           MOVE WS-LR-CUSTOMER-ID(WS-LOAN-IDX) TO WS-STMT-CUSTOMER-ID.

           MOVE 0 TO WS-CUST-WAS-DONE.
           PERFORM CHECK-ONE-DONE-CUSTOMER
               VARYING WS-DONE-IDX FROM 1 BY 1
               UNTIL WS-DONE-IDX > WS-DONE-COUNT
               OR CUSTOMER-ALREADY-DONE.

           IF NOT CUSTOMER-ALREADY-DONE
               IF WS-DONE-COUNT < 500
                   ADD 1 TO WS-DONE-COUNT
                   MOVE WS-STMT-CUSTOMER-ID
                       TO WS-DONE-CUSTOMER-ID(WS-DONE-COUNT)
               END-IF
               PERFORM SPOOL-ONE-STATEMENT
           END-IF.

       CHECK-ONE-DONE-CUSTOMER.
      *    Flag the borrower if this done-list slot already holds it
           IF WS-DONE-CUSTOMER-ID(WS-DONE-IDX) = WS-STMT-CUSTOMER-ID
               MOVE 1 TO WS-CUST-WAS-DONE
           END-IF.

       SPOOL-ONE-STATEMENT.
      *    Spool one borrower's statement: header, one section per
      *    loan, totals
           IF WS-STMTS-PRODUCED > 0
               MOVE WS-FORM-FEED TO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
           END-IF.

           MOVE '------------------------------------------------'
               TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           STRING 'LOAN STATEMENT - ' WS-STMT-YEAR
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           MOVE '------------------------------------------------'
               TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

           IF WS-STMT-CUSTOMER-ID = 0
               MOVE 'Borrower:     (no customer master on file)'
                   TO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
           ELSE
               CALL 'CUSTOMER' USING 'GET-CUSTOMER'
                   WS-STMT-CUSTOMER-ID CUSTOMER-RECORD
                   WS-CUST-STATUS
               IF WS-CUST-STATUS = '00'
                   STRING 'Borrower:     ' CUS-ID ' ' CUS-NAME
                       DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE
                   PERFORM SPOOL-LINE
                   STRING 'Tax ID:       ' CUS-TAX-ID
                       DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE
                   PERFORM SPOOL-LINE
               ELSE
                   STRING 'Borrower:     ' WS-STMT-CUSTOMER-ID
                       ' (record missing)'
                       DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE
                   PERFORM SPOOL-LINE
               END-IF
           END-IF.

           STRING 'Period:       ' WS-STMT-YEAR '0101 to '
               WS-STMT-YEAR '1231'
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

           MOVE 0 TO WS-STMT-PAID-TOTAL.
           MOVE 0 TO WS-STMT-INTEREST-TOTAL.
           MOVE 0 TO WS-STMT-CHARGES-TOTAL.

           PERFORM SPOOL-CUSTOMER-LOAN
               VARYING WS-STMT-LOAN-IDX FROM 1 BY 1
               UNTIL WS-STMT-LOAN-IDX > WS-LOAN-COUNT.

           MOVE '------------------------------------------------'
               TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

           MOVE WS-STMT-PAID-TOTAL TO WS-DISPLAY-AMOUNT.
           STRING 'Total paid in year:       ' WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

           MOVE WS-STMT-INTEREST-TOTAL TO WS-DISPLAY-AMOUNT.
           STRING 'Total interest charged:   ' WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

           MOVE WS-STMT-CHARGES-TOTAL TO WS-DISPLAY-AMOUNT.
           STRING 'Total late fees charged:  ' WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

           MOVE '------------------------------------------------'
               TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

           ADD 1 TO WS-STMTS-PRODUCED.

       SPOOL-CUSTOMER-LOAN.
      *    Spool one loan section if the loan belongs to the
      *    statement's borrower
           IF WS-LR-CUSTOMER-ID(WS-STMT-LOAN-IDX) =
                   WS-STMT-CUSTOMER-ID
               PERFORM SPOOL-LOAN-SECTION THRU SPOOL-LOAN-SECTION-END
           END-IF.

       SPOOL-LOAN-SECTION.
      *    Spool the loan's terms, its postings of the year and its
      *    year totals
           MOVE WS-LR-LOAN-ID(WS-STMT-LOAN-IDX) TO LN-LOAN-ID.
           CALL 'FILES' USING 'OPEN-LOAN-FILE-IO'.
           CALL 'FILES' USING 'READ-LOAN' LOAN-RECORD WS-READ-STATUS.
           CALL 'FILES' USING 'CLOSE-LOAN-FILE'.

           IF WS-READ-STATUS NOT = '00'
               DISPLAY 'WARNING: Loan ' WS-LR-LOAN-ID(WS-STMT-LOAN-IDX)
                   ' could not be re-read - left off statement'
               GO TO SPOOL-LOAN-SECTION-END
           END-IF.

           MOVE '------------------------------------------------'
               TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

           STRING 'Loan ID:      ' LN-LOAN-ID '   Account: '
               LN-ACCOUNT-ID '   Status: ' LN-STATUS
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

           MOVE LN-PRINCIPAL TO WS-DISPLAY-AMOUNT.
           STRING 'Principal:    ' WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

           MOVE LN-ANNUAL-RATE TO WS-DISPLAY-RATE.
           IF LN-FLOATING
               STRING 'Rate:         ' WS-DISPLAY-RATE
                   '% FLOATING (' LN-INDEX-CODE ')'
                   DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE
           ELSE
               STRING 'Rate:         ' WS-DISPLAY-RATE '% FIXED'
                   DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE
           END-IF.
           PERFORM SPOOL-LINE.

           MOVE LN-INSTALLMENT-AMT TO WS-DISPLAY-AMOUNT.
           STRING 'Installment:  ' WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

           MOVE '------------------------------------------------'
               TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

           MOVE 0 TO WS-LOAN-PAID-COUNT.
           MOVE 0 TO WS-LOAN-PAID-AMT.
           MOVE 0 TO WS-LOAN-RECOVERED-AMT.
           MOVE 0 TO WS-LOAN-SETTLED-AMT.
           MOVE 0 TO WS-LOAN-ENTRY-COUNT.
           MOVE LN-LOAN-ID TO WS-STMT-LOAN-KEY.

           PERFORM SPOOL-LOAN-POSTINGS.

           IF WS-LOAN-ENTRY-COUNT = 0
               MOVE '(no loan postings in the year)'
                   TO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
           END-IF.

           PERFORM SPOOL-LOAN-TOTALS.

       SPOOL-LOAN-SECTION-END.
           EXIT.

       SPOOL-LOAN-TOTALS.
      *    Spool the loan's year totals and carry them into the
      *    borrower's totals
           COMPUTE WS-MONTHLY-INTEREST ROUNDED =
               LN-PRINCIPAL * LN-ANNUAL-RATE / 1200.
           COMPUTE WS-CONTRACT-INTEREST =
               WS-MONTHLY-INTEREST * WS-LOAN-PAID-COUNT.

           MOVE '------------------------------------------------'
               TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

           MOVE WS-LOAN-PAID-COUNT TO WS-DISPLAY-COUNT.
           MOVE WS-LOAN-PAID-AMT TO WS-DISPLAY-AMOUNT.
           STRING 'Installments paid:        ' WS-DISPLAY-AMOUNT
               '  (' WS-DISPLAY-COUNT ')'
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

           MOVE WS-LOAN-RECOVERED-AMT TO WS-DISPLAY-AMOUNT.
           STRING 'Arrears recovered:        ' WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

           IF WS-LOAN-SETTLED-AMT > 0
               MOVE WS-LOAN-SETTLED-AMT TO WS-DISPLAY-AMOUNT
               STRING 'Early settlement:         ' WS-DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
           END-IF.

           MOVE WS-LR-MISSED-COUNT(WS-STMT-LOAN-IDX)
               TO WS-DISPLAY-COUNT.
           MOVE WS-LR-MISSED-AMT(WS-STMT-LOAN-IDX)
               TO WS-DISPLAY-AMOUNT.
           STRING 'Installments missed:      ' WS-DISPLAY-AMOUNT
               '  (' WS-DISPLAY-COUNT ') moved to arrears'
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

           MOVE WS-CONTRACT-INTEREST TO WS-DISPLAY-AMOUNT.
           STRING 'Contractual interest:     ' WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

           MOVE WS-LR-DEFAULT-INT(WS-STMT-LOAN-IDX)
               TO WS-DISPLAY-AMOUNT.
           STRING 'Default interest charged: ' WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

           MOVE WS-LR-LATE-FEES(WS-STMT-LOAN-IDX)
               TO WS-DISPLAY-AMOUNT.
           STRING 'Late fees charged:        ' WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

           IF LN-ORIG-FEE-AMT NUMERIC AND LN-ORIG-FEE-AMT > 0
                   AND LN-CREATED-TS(1:4) = WS-STMT-YEAR
               MOVE LN-ORIG-FEE-AMT TO WS-DISPLAY-AMOUNT
               STRING 'Origination fee:          ' WS-DISPLAY-AMOUNT
                   ' kept back from disbursement'
                   DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
               ADD LN-ORIG-FEE-AMT TO WS-STMT-CHARGES-TOTAL
           END-IF.

           IF WS-STMT-YEAR = WS-EFFECTIVE-DATE(1:4)
               MOVE LN-ARREARS-AMT TO WS-DISPLAY-AMOUNT
               STRING 'Arrears now outstanding:  ' WS-DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
               MOVE LN-OUTSTANDING TO WS-DISPLAY-AMOUNT
               STRING 'Balance now outstanding:  ' WS-DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
           END-IF.

           ADD WS-LOAN-PAID-AMT WS-LOAN-RECOVERED-AMT
               WS-LOAN-SETTLED-AMT TO WS-STMT-PAID-TOTAL.
           ADD WS-CONTRACT-INTEREST WS-LR-DEFAULT-INT(WS-STMT-LOAN-IDX)
               TO WS-STMT-INTEREST-TOTAL.
           ADD WS-LR-LATE-FEES(WS-STMT-LOAN-IDX)
               TO WS-STMT-CHARGES-TOTAL.

      ******************************************************************
      * LEDGER SCAN (same walk as STMTCYCLE.COB, loan entries only)
      ******************************************************************

       SPOOL-LOAN-POSTINGS.
      *    Walk the loan account's ledger entries via the
      *    LED-ACCOUNT-ID index, spooling the year's postings that
      *    carry this loan's number
           MOVE LN-ACCOUNT-ID TO LED-ACCOUNT-ID.

           CALL 'FILES' USING 'OPEN-LEDGER-FILE-INPUT'.
           CALL 'FILES' USING 'START-LEDGER-BY-ACCOUNT' LEDGER-RECORD
               WS-LEDGER-STATUS.

           IF WS-LEDGER-STATUS = '00'
               PERFORM SPOOL-NEXT-LEDGER-ENTRY
                   UNTIL WS-LEDGER-STATUS = '10'
           END-IF.

           CALL 'FILES' USING 'CLOSE-LEDGER-FILE'.

       SPOOL-NEXT-LEDGER-ENTRY.
      *    Read the next of this account's entries in LED-ID order,
      *    stopping once the account changes or the entries run out
           CALL 'FILES' USING 'READ-NEXT-LEDGER-BY-ACCOUNT'
               LEDGER-RECORD WS-LEDGER-STATUS.

           IF WS-LEDGER-STATUS = '00'
               IF LED-ACCOUNT-ID = LN-ACCOUNT-ID
                   PERFORM APPLY-LEDGER-ENTRY
                       THRU APPLY-LEDGER-ENTRY-END
               ELSE
                   MOVE '10' TO WS-LEDGER-STATUS
               END-IF
           END-IF.

       APPLY-LEDGER-ENTRY.
      *    Spool one entry if it is a posting of this loan in the
      *    statement year, folding it into the loan's totals
           IF NOT LED-DEBIT AND NOT LED-CREDIT
               GO TO APPLY-LEDGER-ENTRY-END
           END-IF.

           IF LED-VALUE-DATE > 0
               MOVE LED-VALUE-DATE TO WS-ENTRY-DATE
           ELSE
               MOVE LED-TIMESTAMP(1:8) TO WS-ENTRY-DATE
           END-IF.
           MOVE WS-ENTRY-DATE(1:4) TO WS-ENTRY-YEAR.

           IF WS-ENTRY-YEAR NOT = WS-STMT-YEAR
               GO TO APPLY-LEDGER-ENTRY-END
           END-IF.

           PERFORM CLASSIFY-LOAN-ENTRY.
           IF ENTRY-NOT-THIS-LOAN
               GO TO APPLY-LEDGER-ENTRY-END
           END-IF.

           EVALUATE TRUE
               WHEN ENTRY-INSTALLMENT
                   ADD 1 TO WS-LOAN-PAID-COUNT
                   ADD LED-AMOUNT TO WS-LOAN-PAID-AMT
               WHEN ENTRY-ARREARS-RECOVERY
               WHEN ENTRY-WRITE-OFF-RECOVERY
                   ADD LED-AMOUNT TO WS-LOAN-RECOVERED-AMT
               WHEN ENTRY-SETTLEMENT
                   ADD LED-AMOUNT TO WS-LOAN-SETTLED-AMT
           END-EVALUATE.

           PERFORM SPOOL-LEDGER-LINE.
           ADD 1 TO WS-LOAN-ENTRY-COUNT.

       APPLY-LEDGER-ENTRY-END.
           EXIT.

       CLASSIFY-LOAN-ENTRY.
      *    Tell which loan posting, if any, the entry is for this
      *    loan from the description the posting program stamped
      *    Input: LED-DESCRIPTION, WS-STMT-LOAN-KEY
      *    Output: WS-ENTRY-KIND
           MOVE SPACE TO WS-ENTRY-KIND.
           EVALUATE TRUE
               WHEN LED-DESCRIPTION(1:17) = 'Loan installment '
                   AND LED-DESCRIPTION(18:8) = WS-STMT-LOAN-KEY-X
                   MOVE 'I' TO WS-ENTRY-KIND
               WHEN LED-DESCRIPTION(1:22) = 'Loan arrears recovery '
                   AND LED-DESCRIPTION(23:8) = WS-STMT-LOAN-KEY-X
                   MOVE 'A' TO WS-ENTRY-KIND
               WHEN LED-DESCRIPTION(1:22) = 'Loan early settlement '
                   AND LED-DESCRIPTION(23:8) = WS-STMT-LOAN-KEY-X
                   MOVE 'S' TO WS-ENTRY-KIND
               WHEN LED-DESCRIPTION(1:18) = 'Loan disbursement '
                   AND LED-DESCRIPTION(19:8) = WS-STMT-LOAN-KEY-X
                   MOVE 'D' TO WS-ENTRY-KIND
               WHEN LED-DESCRIPTION(1:14) = 'Loan recovery '
                   AND LED-DESCRIPTION(15:8) = WS-STMT-LOAN-KEY-X
                   MOVE 'R' TO WS-ENTRY-KIND
           END-EVALUATE.

       SPOOL-LEDGER-LINE.
      *    Spool one posting line
           MOVE LED-AMOUNT TO WS-DISPLAY-AMOUNT.

           STRING LED-TIMESTAMP ' ' LED-TYPE '  '
               WS-DISPLAY-AMOUNT '  ' LED-DESCRIPTION
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

       SPOOL-LINE.
      *    Write the line built in WS-SPOOL-WORK-LINE to the spool
           MOVE WS-SPOOL-WORK-LINE TO LOAN-STMT-SPOOL-LINE.
           CALL 'FILES' USING 'WRITE-LOAN-STMT-SPOOL-LINE'
               LOAN-STMT-SPOOL-LINE WS-SPOOL-STATUS.
           MOVE SPACES TO WS-SPOOL-WORK-LINE.

       END PROGRAM LOANSTMT.
