      ******************************************************************
      * CAPADEQ.COB - Capital Adequacy Report
      *
      * Standalone quarterly report program. Assigns a risk weight to
      * each asset class the books carry - the loan book split by
      * collateral coverage and arrears standing, net of the
      * provision PROVISION has booked; drawn overdrafts; cash
      * control, vault cash and the central-bank balances - totals
      * the risk-weighted assets, and divides the eligible capital
      * (the equity GL range FINSTMT prints, 3000-3999) by them. The
      * resulting capital ratio is flagged against the regulatory
      * floor and the internal warning buffer, answering the board's
      * quarterly question from the books instead of a spreadsheet.
      *
      * Risk weights (compiled table, the same VALUE-literal shape
      * PROVISION uses for its rates):
      *   Cash control (GL 1000)                      0%
      *   Vault cash (VAULT-FILE)                     0%
      *   Central bank (GL 1100 and 1200)             0%
      *   Loans - portion covered by DEPOSIT lien     0%
      *   Loans - portion covered by PROPERTY lien   35%
      *   Loans - remainder, performing             100%
      *   Past due over 90 days - PROPERTY covered  100%
      *   Past due over 90 days - remainder         150%
      *   Overdrafts - drawn balance                100%
      *
      * Design decisions:
      * - A loan's exposure is the same base PROVISION provisions
      *   (LN-OUTSTANDING plus LN-ARREARS-AMT). The provision booked
      *   on GLA 2400 is spread across the active loans in
      *   proportion to the provision PROVISION's class table asks
      *   of each, so the book is netted by exactly what is booked
      * - Collateral relief takes only LIENED rows at their last
      *   valuation, DEPOSIT cover first, then PROPERTY; VEHICLE and
      *   OTHER collateral earns no relief. A loan over 90 days past
      *   due weighs heavier on whatever cover does not cash-secure
      * - An overdraft is any non-closed account with a negative
      *   balance; its drawn amount is the exposure
      * - Cash control and vault cash may describe the same notes
      *   from two sides; both weigh 0% so neither moves the ratio
      * - Eligible capital is the booked 3000-3999 range only;
      *   current-year earnings count once the year-end close has
      *   moved them into retained earnings
      * - Floor and buffer come from BRL-MIN-CAPITAL-PCT and
      *   BRL-CAPITAL-BUFFER-PCT; a parameter file written before
      *   they existed keeps the compiled 8% and 10.5%. A ratio
      *   under either sets RETURN-CODE 4
      * - Read-only report, safe to run any time
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPADEQ.
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
       01  WS-COL-STATUS               PIC XX.
       01  WS-GLA-STATUS               PIC XX.
       01  WS-PARAM-STATUS             PIC XX.

      * Risk weight table: code, caption, weight percent
       01  WS-WEIGHT-TABLE-VALUES.
           05  FILLER PIC X(5)  VALUE 'CASH '.
           05  FILLER PIC X(30) VALUE 'Cash control (GL 1000)'.
           05  FILLER PIC 9(3)V99 VALUE 0.
           05  FILLER PIC X(5)  VALUE 'VAULT'.
           05  FILLER PIC X(30) VALUE 'Vault cash'.
           05  FILLER PIC 9(3)V99 VALUE 0.
           05  FILLER PIC X(5)  VALUE 'CBANK'.
           05  FILLER PIC X(30) VALUE 'Central bank (GL 1100/1200)'.
           05  FILLER PIC 9(3)V99 VALUE 0.
           05  FILLER PIC X(5)  VALUE 'LNDEP'.
           05  FILLER PIC X(30) VALUE 'Loans - deposit covered'.
           05  FILLER PIC 9(3)V99 VALUE 0.
           05  FILLER PIC X(5)  VALUE 'LNPRP'.
           05  FILLER PIC X(30) VALUE 'Loans - property covered'.
           05  FILLER PIC 9(3)V99 VALUE 35.00.
           05  FILLER PIC X(5)  VALUE 'LNOTH'.
           05  FILLER PIC X(30) VALUE 'Loans - other, performing'.
           05  FILLER PIC 9(3)V99 VALUE 100.00.
           05  FILLER PIC X(5)  VALUE 'PDPRP'.
           05  FILLER PIC X(30) VALUE 'Past due 90+ - property cover'.
           05  FILLER PIC 9(3)V99 VALUE 100.00.
           05  FILLER PIC X(5)  VALUE 'PDOTH'.
           05  FILLER PIC X(30) VALUE 'Past due 90+ - other'.
           05  FILLER PIC 9(3)V99 VALUE 150.00.
           05  FILLER PIC X(5)  VALUE 'ODRFT'.
           05  FILLER PIC X(30) VALUE 'Overdrafts - drawn'.
           05  FILLER PIC 9(3)V99 VALUE 100.00.

       01  WS-WEIGHT-TABLE REDEFINES WS-WEIGHT-TABLE-VALUES.
           05  WS-WEIGHT-ENTRY OCCURS 9 TIMES.
               10  WS-WGT-CODE         PIC X(5).
               10  WS-WGT-CAPTION      PIC X(30).
               10  WS-WGT-PCT          PIC 9(3)V99.

      * Exposure and risk-weighted amount gathered per class, in
      * weight table order
       01  WS-CLASS-TOTALS.
           05  WS-CLASS-TOTAL OCCURS 9 TIMES.
               10  WS-CLS-EXPOSURE     PIC S9(13)V99.
               10  WS-CLS-RWA          PIC S9(13)V99.
       01  WS-WGT-IDX                  PIC 9.

      * Weight table rows by name
       01  WS-ROW-CASH                 PIC 9 VALUE 1.
       01  WS-ROW-VAULT                PIC 9 VALUE 2.
       01  WS-ROW-CBANK                PIC 9 VALUE 3.
       01  WS-ROW-LOAN-DEPOSIT         PIC 9 VALUE 4.
       01  WS-ROW-LOAN-PROPERTY        PIC 9 VALUE 5.
       01  WS-ROW-LOAN-OTHER           PIC 9 VALUE 6.
       01  WS-ROW-PD-PROPERTY          PIC 9 VALUE 7.
       01  WS-ROW-PD-OTHER             PIC 9 VALUE 8.
       01  WS-ROW-OVERDRAFT            PIC 9 VALUE 9.

      * Amount being placed into a class row
       01  WS-PLACE-ROW                PIC 9.
       01  WS-PLACE-AMOUNT             PIC S9(13)V99.

      * Provision class table - the classes and rates PROVISION
      * books by, used here only to share the booked provision out
       01  WS-PROV-TABLE-VALUES.
           05  FILLER PIC X(14) VALUE 'A0000000000100'.
           05  FILLER PIC X(14) VALUE 'B0001003000300'.
           05  FILLER PIC X(14) VALUE 'C0031009001000'.
           05  FILLER PIC X(14) VALUE 'D0091018005000'.
           05  FILLER PIC X(14) VALUE 'E0181999910000'.

       01  WS-PROV-TABLE REDEFINES WS-PROV-TABLE-VALUES.
           05  WS-PROV-ENTRY OCCURS 5 TIMES.
               10  WS-PROV-CODE        PIC X.
               10  WS-PROV-DPD-LOW     PIC 9(4).
               10  WS-PROV-DPD-HIGH    PIC 9(4).
               10  WS-PROV-RATE-PCT    PIC 9(3)V99.
       01  WS-PROV-IDX                 PIC 9.
       01  WS-LOAN-RATE                PIC 9(3)V99.

      * Days past due computed from LN-ARREARS-SINCE-DATE
       01  WS-DPD-WORK.
           05  WS-DPD-TODAY-INT        PIC S9(9).
           05  WS-DPD-SINCE-INT        PIC S9(9).
           05  WS-DAYS-PAST-DUE        PIC 9(4).

      * One loan's working figures
       01  WS-LOAN-EXPOSURE            PIC S9(13)V99.
       01  WS-LOAN-REQUIREMENT         PIC S9(13)V99.
       01  WS-LOAN-PROVISION           PIC S9(13)V99.
       01  WS-LOAN-NET                 PIC S9(13)V99.
       01  WS-DEPOSIT-COVER            PIC S9(13)V99.
       01  WS-PROPERTY-COVER           PIC S9(13)V99.
       01  WS-COVERED-AMOUNT           PIC S9(13)V99.
       01  WS-COL-DONE                 PIC 9.
           88  LOAN-COLLATERAL-DONE    VALUE 1.

      * Provision booked and what the class table would ask for
       01  WS-BOOKED-PROVISION         PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-REQUIREMENT        PIC S9(13)V99 VALUE 0.
       01  WS-PROVISION-NETTED         PIC S9(13)V99 VALUE 0.

      * Capital and the ratio
       01  WS-ELIGIBLE-CAPITAL         PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-EXPOSURE           PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-RWA                PIC S9(13)V99 VALUE 0.
       01  WS-CAPITAL-RATIO            PIC S9(5)V99 VALUE 0.
       01  WS-MIN-CAPITAL-PCT          PIC 9(2)V99 VALUE 8.00.
       01  WS-CAPITAL-BUFFER-PCT       PIC 9(2)V99 VALUE 10.50.
       01  WS-RATIO-STANDING           PIC X(8) VALUE SPACES.
           88  RATIO-BELOW-FLOOR       VALUE 'BREACH'.
           88  RATIO-IN-BUFFER         VALUE 'WARNING'.
           88  RATIO-ADEQUATE          VALUE 'ADEQUATE'.

       01  WS-REPORT-COUNTERS.
           05  WS-LOANS-SCANNED        PIC 9(6) VALUE 0.
           05  WS-LOANS-WEIGHTED       PIC 9(6) VALUE 0.
           05  WS-LOANS-PAST-DUE       PIC 9(6) VALUE 0.
           05  WS-ACCOUNTS-SCANNED     PIC 9(8) VALUE 0.
           05  WS-OVERDRAFTS           PIC 9(6) VALUE 0.
           05  WS-VAULTS-SCANNED       PIC 9(4) VALUE 0.

       01  WS-DISPLAY-EXPOSURE         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-RWA              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-WEIGHT           PIC ZZ9.99.
       01  WS-DISPLAY-RATIO            PIC -ZZZZ9.99.
       01  WS-DISPLAY-PCT              PIC Z9.99.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.

      * Shared system posting date (see CALENDAR.COB)
       01  WS-EFFECTIVE-DATE           PIC 9(8).

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the capital adequacy report
           PERFORM LOAD-CAPITAL-THRESHOLDS.
           PERFORM DISPLAY-BANNER.
           INITIALIZE WS-CLASS-TOTALS.
           PERFORM WEIGH-CASH-POSITIONS.
           PERFORM TOTAL-PROVISION-REQUIREMENT.
           PERFORM WEIGH-LOAN-BOOK.
           PERFORM WEIGH-OVERDRAFTS.
           PERFORM TOTAL-ELIGIBLE-CAPITAL.
           PERFORM COMPUTE-CAPITAL-RATIO.
           PERFORM PRINT-CAPITAL-REPORT.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * SETUP
      ******************************************************************

       LOAD-CAPITAL-THRESHOLDS.
      *    Take the floor and buffer from the parameter file; a field
      *    the file predates keeps its compiled value
           CALL 'FILES' USING 'READ-PARAMETER-FILE'
               BUSINESS-RULES-RECORD WS-PARAM-STATUS.

           IF WS-PARAM-STATUS = '00'
               IF BRL-MIN-CAPITAL-PCT NUMERIC
                   MOVE BRL-MIN-CAPITAL-PCT TO WS-MIN-CAPITAL-PCT
               END-IF
               IF BRL-CAPITAL-BUFFER-PCT NUMERIC
                   MOVE BRL-CAPITAL-BUFFER-PCT
                       TO WS-CAPITAL-BUFFER-PCT
               END-IF
           END-IF.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-EFFECTIVE-DATE.
           COMPUTE WS-DPD-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE).
           MOVE WS-MIN-CAPITAL-PCT TO WS-DISPLAY-PCT.
           DISPLAY '================================================'.
           DISPLAY 'CAPITAL ADEQUACY REPORT'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY 'As of posting date: ' WS-EFFECTIVE-DATE.
           DISPLAY 'Regulatory floor:   ' WS-DISPLAY-PCT '%'.
           MOVE WS-CAPITAL-BUFFER-PCT TO WS-DISPLAY-PCT.
           DISPLAY 'Warning buffer:     ' WS-DISPLAY-PCT '%'.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Loans scanned:         ' WS-LOANS-SCANNED.
           DISPLAY 'Loans weighted:        ' WS-LOANS-WEIGHTED.
           DISPLAY 'Loans past due 90+:    ' WS-LOANS-PAST-DUE.
           DISPLAY 'Accounts scanned:      ' WS-ACCOUNTS-SCANNED.
           DISPLAY 'Overdrafts weighted:   ' WS-OVERDRAFTS.
           DISPLAY 'Vaults scanned:        ' WS-VAULTS-SCANNED.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * CASH AND CENTRAL-BANK POSITIONS
      ******************************************************************

       WEIGH-CASH-POSITIONS.
      *    Cash control and the central-bank rows from the chart,
      *    vault cash from the branch vault rows
           MOVE 1000 TO GLA-ID.
           MOVE WS-ROW-CASH TO WS-PLACE-ROW.
           PERFORM WEIGH-ONE-GL-POSITION.

           MOVE 1100 TO GLA-ID.
           MOVE WS-ROW-CBANK TO WS-PLACE-ROW.
           PERFORM WEIGH-ONE-GL-POSITION.

           MOVE 1200 TO GLA-ID.
           MOVE WS-ROW-CBANK TO WS-PLACE-ROW.
           PERFORM WEIGH-ONE-GL-POSITION.

           MOVE WS-ROW-VAULT TO WS-PLACE-ROW.
           CALL 'FILES' USING 'OPEN-VAULT-FILE-IO'.
           CALL 'FILES' USING 'START-VAULT-FILE-TOP' WS-OP-STATUS.

           PERFORM WEIGH-NEXT-VAULT
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-VAULT-FILE'.

       WEIGH-ONE-GL-POSITION.
      *    Place one chart row's booked balance in its class; a row
      *    not on the chart places nothing
      *    Input: GLA-ID, WS-PLACE-ROW
           CALL 'FILES' USING 'OPEN-GL-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'READ-GL-ACCOUNT' GL-ACCOUNT-RECORD
               WS-GLA-STATUS.
           CALL 'FILES' USING 'CLOSE-GL-ACCOUNT-FILE'.

           IF WS-GLA-STATUS = '00'
               MOVE GLA-BALANCE TO WS-PLACE-AMOUNT
               PERFORM PLACE-IN-CLASS
           END-IF.

       WEIGH-NEXT-VAULT.
      *    Read one branch vault and place its cash
           CALL 'FILES' USING 'READ-NEXT-VAULT' VAULT-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-VAULTS-SCANNED
               MOVE VLT-BALANCE TO WS-PLACE-AMOUNT
               PERFORM PLACE-IN-CLASS
           END-IF.

       PLACE-IN-CLASS.
      *    Add an exposure to a class row and its weighted amount
      *    Input: WS-PLACE-ROW, WS-PLACE-AMOUNT
           ADD WS-PLACE-AMOUNT TO WS-CLS-EXPOSURE(WS-PLACE-ROW).
           COMPUTE WS-CLS-RWA(WS-PLACE-ROW) ROUNDED =
               WS-CLS-RWA(WS-PLACE-ROW) +
               WS-PLACE-AMOUNT * WS-WGT-PCT(WS-PLACE-ROW) / 100.

      ******************************************************************
      * LOAN BOOK
      ******************************************************************

       TOTAL-PROVISION-REQUIREMENT.
      *    First pass: what PROVISION's class table asks of the whole
      *    active book, the denominator the booked provision is
      *    shared out over
           MOVE 2400 TO GLA-ID.
           CALL 'FILES' USING 'OPEN-GL-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'READ-GL-ACCOUNT' GL-ACCOUNT-RECORD
               WS-GLA-STATUS.
           CALL 'FILES' USING 'CLOSE-GL-ACCOUNT-FILE'.

           IF WS-GLA-STATUS = '00' AND GLA-BALANCE > 0
               MOVE GLA-BALANCE TO WS-BOOKED-PROVISION
           END-IF.

           CALL 'FILES' USING 'OPEN-LOAN-FILE-IO'.
           CALL 'FILES' USING 'START-LOAN-FILE-TOP' WS-OP-STATUS.

           PERFORM TOTAL-NEXT-LOAN-REQUIREMENT
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-LOAN-FILE'.

       TOTAL-NEXT-LOAN-REQUIREMENT.
      *    Read one loan and add its class requirement if active
           CALL 'FILES' USING 'READ-NEXT-LOAN' LOAN-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00' AND LN-ACTIVE
               PERFORM CLASSIFY-LOAN-REQUIREMENT
               ADD WS-LOAN-REQUIREMENT TO WS-TOTAL-REQUIREMENT
           END-IF.

       CLASSIFY-LOAN-REQUIREMENT.
      *    Days past due, exposure and class requirement for the
      *    loan in LOAN-RECORD, classed the way PROVISION classes it
      *    Output: WS-DAYS-PAST-DUE, WS-LOAN-EXPOSURE,
      *            WS-LOAN-REQUIREMENT
           IF LN-ARREARS-SINCE-DATE > 0
               COMPUTE WS-DPD-SINCE-INT = FUNCTION
                   INTEGER-OF-DATE(LN-ARREARS-SINCE-DATE)
               COMPUTE WS-DAYS-PAST-DUE =
                   WS-DPD-TODAY-INT - WS-DPD-SINCE-INT
           ELSE
               MOVE 0 TO WS-DAYS-PAST-DUE
           END-IF.

           MOVE WS-PROV-RATE-PCT(1) TO WS-LOAN-RATE.
           PERFORM MATCH-PROVISION-CLASS
               VARYING WS-PROV-IDX FROM 1 BY 1
               UNTIL WS-PROV-IDX > 5.

           IF LN-RESTRUCTURED AND
                   WS-LOAN-RATE < WS-PROV-RATE-PCT(2)
               MOVE WS-PROV-RATE-PCT(2) TO WS-LOAN-RATE
           END-IF.

           COMPUTE WS-LOAN-EXPOSURE =
               LN-OUTSTANDING + LN-ARREARS-AMT.
           COMPUTE WS-LOAN-REQUIREMENT ROUNDED =
               WS-LOAN-EXPOSURE * WS-LOAN-RATE / 100.

       MATCH-PROVISION-CLASS.
      *    Take this class's rate if the days past due fall in it
           IF WS-DAYS-PAST-DUE >= WS-PROV-DPD-LOW(WS-PROV-IDX) AND
                   WS-DAYS-PAST-DUE <= WS-PROV-DPD-HIGH(WS-PROV-IDX)
               MOVE WS-PROV-RATE-PCT(WS-PROV-IDX) TO WS-LOAN-RATE
           END-IF.

       WEIGH-LOAN-BOOK.
      *    Second pass: net each active loan of its share of the
      *    booked provision and weigh it by collateral cover and
      *    arrears standing
           CALL 'FILES' USING 'OPEN-LOAN-FILE-IO'.
           CALL 'FILES' USING 'OPEN-COLLATERAL-FILE-IO'.
           CALL 'FILES' USING 'START-LOAN-FILE-TOP' WS-OP-STATUS.

           PERFORM WEIGH-NEXT-LOAN
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-COLLATERAL-FILE'.
           CALL 'FILES' USING 'CLOSE-LOAN-FILE'.

       WEIGH-NEXT-LOAN.
      *    Read one loan and weigh it if still active
           CALL 'FILES' USING 'READ-NEXT-LOAN' LOAN-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-LOANS-SCANNED
               IF LN-ACTIVE
                   PERFORM WEIGH-ONE-LOAN
               END-IF
           END-IF.

       WEIGH-ONE-LOAN.
      *    Net exposure split into deposit-covered, property-covered
      *    and uncovered portions, each placed in its class
           PERFORM CLASSIFY-LOAN-REQUIREMENT.
           ADD 1 TO WS-LOANS-WEIGHTED.

           MOVE 0 TO WS-LOAN-PROVISION.
           IF WS-TOTAL-REQUIREMENT > 0
               COMPUTE WS-LOAN-PROVISION ROUNDED =
                   WS-BOOKED-PROVISION * WS-LOAN-REQUIREMENT
                   / WS-TOTAL-REQUIREMENT
           END-IF.
           IF WS-LOAN-PROVISION > WS-LOAN-EXPOSURE
               MOVE WS-LOAN-EXPOSURE TO WS-LOAN-PROVISION
           END-IF.
           ADD WS-LOAN-PROVISION TO WS-PROVISION-NETTED.
           COMPUTE WS-LOAN-NET = WS-LOAN-EXPOSURE - WS-LOAN-PROVISION.

           PERFORM SUM-LOAN-COLLATERAL.

      *    Deposit cover first, at the cash-secured weight
           MOVE WS-DEPOSIT-COVER TO WS-COVERED-AMOUNT.
           IF WS-COVERED-AMOUNT > WS-LOAN-NET
               MOVE WS-LOAN-NET TO WS-COVERED-AMOUNT
           END-IF.
           MOVE WS-ROW-LOAN-DEPOSIT TO WS-PLACE-ROW.
           MOVE WS-COVERED-AMOUNT TO WS-PLACE-AMOUNT.
           PERFORM PLACE-IN-CLASS.
           SUBTRACT WS-COVERED-AMOUNT FROM WS-LOAN-NET.

      *    Then property cover, then whatever is left uncovered
           MOVE WS-PROPERTY-COVER TO WS-COVERED-AMOUNT.
           IF WS-COVERED-AMOUNT > WS-LOAN-NET
               MOVE WS-LOAN-NET TO WS-COVERED-AMOUNT
           END-IF.

           IF WS-DAYS-PAST-DUE > 90
               ADD 1 TO WS-LOANS-PAST-DUE
               MOVE WS-ROW-PD-PROPERTY TO WS-PLACE-ROW
           ELSE
               MOVE WS-ROW-LOAN-PROPERTY TO WS-PLACE-ROW
           END-IF.
           MOVE WS-COVERED-AMOUNT TO WS-PLACE-AMOUNT.
           PERFORM PLACE-IN-CLASS.
           SUBTRACT WS-COVERED-AMOUNT FROM WS-LOAN-NET.

           IF WS-DAYS-PAST-DUE > 90
               MOVE WS-ROW-PD-OTHER TO WS-PLACE-ROW
           ELSE
               MOVE WS-ROW-LOAN-OTHER TO WS-PLACE-ROW
           END-IF.
           MOVE WS-LOAN-NET TO WS-PLACE-AMOUNT.
           PERFORM PLACE-IN-CLASS.

       SUM-LOAN-COLLATERAL.
      *    Total the loan's LIENED deposit and property collateral
      *    at its last valuation
      *    Output: WS-DEPOSIT-COVER, WS-PROPERTY-COVER
           MOVE 0 TO WS-DEPOSIT-COVER.
           MOVE 0 TO WS-PROPERTY-COVER.
           MOVE 0 TO WS-COL-DONE.
           MOVE LN-LOAN-ID TO COL-LOAN-ID.
           CALL 'FILES' USING 'START-COLLATERAL-BY-LOAN'
               COLLATERAL-RECORD WS-COL-STATUS.

           IF WS-COL-STATUS = '00'
               PERFORM SUM-NEXT-COLLATERAL
                   UNTIL LOAN-COLLATERAL-DONE
           END-IF.

       SUM-NEXT-COLLATERAL.
      *    Read one collateral row; stop once the rows move on to
      *    the next loan
           CALL 'FILES' USING 'READ-NEXT-COLLATERAL-BY-LOAN'
               COLLATERAL-RECORD WS-COL-STATUS.

           IF WS-COL-STATUS NOT = '00'
               MOVE 1 TO WS-COL-DONE
           ELSE
               IF COL-LOAN-ID NOT = LN-LOAN-ID
                   MOVE 1 TO WS-COL-DONE
               ELSE
                   IF COL-LIENED AND COL-VALUATION > 0
                       PERFORM ADD-COLLATERAL-COVER
                   END-IF
               END-IF
           END-IF.

       ADD-COLLATERAL-COVER.
      *    Count a liened row toward the cover its type earns
           IF COL-TYPE-DEPOSIT
               ADD COL-VALUATION TO WS-DEPOSIT-COVER
           END-IF.
           IF COL-TYPE-PROPERTY
               ADD COL-VALUATION TO WS-PROPERTY-COVER
           END-IF.

      ******************************************************************
      * OVERDRAFTS
      ******************************************************************

       WEIGH-OVERDRAFTS.
      *    Single pass over ACCOUNT-FILE placing every drawn
      *    overdraft
           MOVE WS-ROW-OVERDRAFT TO WS-PLACE-ROW.
           CALL 'FILES' USING 'OPEN-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'START-ACCOUNT-FILE-TOP' WS-OP-STATUS.

           PERFORM WEIGH-NEXT-ACCOUNT
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-ACCOUNT-FILE'.

       WEIGH-NEXT-ACCOUNT.
      *    Read one account and place its drawn amount if overdrawn
           CALL 'FILES' USING 'READ-NEXT-ACCOUNT' ACCOUNT-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-ACCOUNTS-SCANNED
               IF ACC-BALANCE < 0 AND NOT ACC-CLOSED
                   ADD 1 TO WS-OVERDRAFTS
                   COMPUTE WS-PLACE-AMOUNT = 0 - ACC-BALANCE
                   PERFORM PLACE-IN-CLASS
               END-IF
           END-IF.

      ******************************************************************
      * CAPITAL AND RATIO
      ******************************************************************

       TOTAL-ELIGIBLE-CAPITAL.
      *    Total the booked equity range, 3000-3999
           CALL 'FILES' USING 'OPEN-GL-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'START-GL-ACCOUNT-FILE-TOP'
               WS-OP-STATUS.

           PERFORM TOTAL-NEXT-EQUITY-ROW
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-GL-ACCOUNT-FILE'.

       TOTAL-NEXT-EQUITY-ROW.
      *    Read one chart row and add it if it is equity
           CALL 'FILES' USING 'READ-NEXT-GL-ACCOUNT'
               GL-ACCOUNT-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               IF GLA-ID >= 3000 AND GLA-ID <= 3999
                   ADD GLA-BALANCE TO WS-ELIGIBLE-CAPITAL
               END-IF
           END-IF.

       COMPUTE-CAPITAL-RATIO.
      *    Capital over risk-weighted assets, and where the ratio
      *    stands against the floor and the buffer
           PERFORM TOTAL-ONE-CLASS
               VARYING WS-WGT-IDX FROM 1 BY 1
               UNTIL WS-WGT-IDX > 9.

           MOVE 0 TO WS-CAPITAL-RATIO.
           IF WS-TOTAL-RWA > 0
               COMPUTE WS-CAPITAL-RATIO ROUNDED =
                   WS-ELIGIBLE-CAPITAL * 100 / WS-TOTAL-RWA
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-CAPITAL-RATIO
               END-COMPUTE
           END-IF.

           EVALUATE TRUE
               WHEN WS-TOTAL-RWA = 0
                   MOVE 'ADEQUATE' TO WS-RATIO-STANDING
               WHEN WS-CAPITAL-RATIO < WS-MIN-CAPITAL-PCT
                   MOVE 'BREACH' TO WS-RATIO-STANDING
                   MOVE 4 TO RETURN-CODE
               WHEN WS-CAPITAL-RATIO < WS-CAPITAL-BUFFER-PCT
                   MOVE 'WARNING' TO WS-RATIO-STANDING
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'ADEQUATE' TO WS-RATIO-STANDING
           END-EVALUATE.

       TOTAL-ONE-CLASS.
      *    Fold one class row into the report totals
           ADD WS-CLS-EXPOSURE(WS-WGT-IDX) TO WS-TOTAL-EXPOSURE.
           ADD WS-CLS-RWA(WS-WGT-IDX) TO WS-TOTAL-RWA.

      ******************************************************************
      * REPORT
      ******************************************************************

       PRINT-CAPITAL-REPORT.
      *    One line per asset class, then capital, ratio and its
      *    standing
           DISPLAY 'RISK-WEIGHTED ASSETS'.
           DISPLAY 'Asset class                    Weight'
               '            Exposure       Risk-weighted'.
           DISPLAY '------------------------------------------------'
               '------------------------------'.

           PERFORM PRINT-ONE-CLASS
               VARYING WS-WGT-IDX FROM 1 BY 1
               UNTIL WS-WGT-IDX > 9.

           DISPLAY '------------------------------------------------'
               '------------------------------'.
           MOVE WS-TOTAL-EXPOSURE TO WS-DISPLAY-EXPOSURE.
           MOVE WS-TOTAL-RWA TO WS-DISPLAY-RWA.
           DISPLAY 'TOTAL                                '
               WS-DISPLAY-EXPOSURE ' ' WS-DISPLAY-RWA.
           DISPLAY ' '.

           MOVE WS-PROVISION-NETTED TO WS-DISPLAY-EXPOSURE.
           DISPLAY 'Provision netted from loans:  '
               WS-DISPLAY-EXPOSURE.
           MOVE WS-ELIGIBLE-CAPITAL TO WS-DISPLAY-EXPOSURE.
           DISPLAY 'Eligible capital (3000-3999): '
               WS-DISPLAY-EXPOSURE.
           MOVE WS-TOTAL-RWA TO WS-DISPLAY-RWA.
           DISPLAY 'Risk-weighted assets:         ' WS-DISPLAY-RWA.
           MOVE WS-CAPITAL-RATIO TO WS-DISPLAY-RATIO.
           DISPLAY 'Capital ratio:                ' WS-DISPLAY-RATIO
               '%'.
           DISPLAY ' '.

           EVALUATE TRUE
               WHEN RATIO-BELOW-FLOOR
                   DISPLAY '*** BREACH: capital ratio is below the '
                       'regulatory floor ***'
               WHEN RATIO-IN-BUFFER
                   DISPLAY '*** WARNING: capital ratio is inside the '
                       'internal buffer ***'
               WHEN OTHER
                   DISPLAY 'Capital ratio is above the floor and the '
                       'buffer'
           END-EVALUATE.

       PRINT-ONE-CLASS.
      *    Print one asset class line
           MOVE WS-WGT-PCT(WS-WGT-IDX) TO WS-DISPLAY-WEIGHT.
           MOVE WS-CLS-EXPOSURE(WS-WGT-IDX) TO WS-DISPLAY-EXPOSURE.
           MOVE WS-CLS-RWA(WS-WGT-IDX) TO WS-DISPLAY-RWA.
           DISPLAY WS-WGT-CAPTION(WS-WGT-IDX) ' '
               WS-DISPLAY-WEIGHT '% '
               WS-DISPLAY-EXPOSURE ' ' WS-DISPLAY-RWA.

       END PROGRAM CAPADEQ.
