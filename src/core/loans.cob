      *   reproduced from the record
      * - Loan IDs are generated sequentially from the control file,
      *   same pattern as every other ID in the system
      * - A FLOATING loan is booked at its reference index's value
      *   on the posting date (see REFRATE.COB) plus its spread, and
      *   is first re-priced the given number of months after
      *   disbursement - on an installment due date - by the
      *   repricing batch (LOANRPRC.COB)
      * - Every loan booked spools its amortization schedule (see
      *   LOANSCHED.COB) for the borrower
      * - The origination fee (the parameter file's percent of the
      *   principal) is kept back from the disbursement and deferred
      *   on GLA 2500; LOANFEE.COB releases it to GLA 4600 month by
      *   month, and an early settlement or a write-off recognizes
      *   whatever is still deferred at once. Loans are off the GL,
      *   so both legs are direct chart adjustments.
      * - The financial transaction tax on the booking (see
      *   TAXRATE.COB) is priced on the principal over the term,
      *   counted as 30-day months, and debited from the borrower's
      *   account as its own FTT entry once the loan is on file
      *
      * Operations:
      * - CREATE-LOAN: Books the loan and disburses the principal -
      *   reached only for an APPROVED application, through
      *   DISBURSE-LOAN-APPLICATION in LOANAPP.COB
      * - GET-LOAN: Retrieves a loan by ID
      * - RESTRUCTURE-LOAN: Supervised re-terming of an ACTIVE loan
      *   (new rate and term, arrears capitalized or scheduled
      *   separately), with the replaced terms kept in the
      *   restructure history file
      * - WRITE-OFF-LOAN: Supervised write-off of an ACTIVE loan
      *   judged unrecoverable - uses up the booked loan loss
      *   provision, expenses the shortfall and carries the amount
      *   as an off-balance-sheet memo
      * - RECORD-LOAN-RECOVERY: Collects an amount on a written-off
      *   loan from the borrower's deposit account, booked to
      *   recovery income and kept in the recovery file
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANS.
       01  WS-PAYOFF-AMOUNT            PIC S9(13)V99.
       01  WS-PAYOFF-REBATE            PIC S9(13)V99.
       01  WS-PAYOFF-QUOTE-DATE        PIC 9(8).
       01  WS-PAYOFF-DEFAULT-INT       PIC S9(13)V99.
       01  WS-MONTHLY-INTEREST         PIC S9(13)V99.
       01  WS-SETTLE-DESC              PIC X(80).
       01  WS-SETTLE-STATUS            PIC XX.
       01  WS-INPUT-TERM-MONTHS        PIC 9(3).

       01  WS-TOTAL-REPAYABLE          PIC S9(13)V99.

      * Floating-rate pricing (see CREATE-LOAN); spaces in the index
      * code book an ordinary fixed-rate loan
       01  WS-INPUT-INDEX-CODE         PIC X(6).
       01  WS-INPUT-RATE-SPREAD        PIC S9(2)V9(4).
       01  WS-INPUT-REPRICE-MONTHS     PIC 9(2).
       01  WS-FLOAT-RATE               PIC S9(3)V9(4).
       01  WS-FLOAT-AS-OF-DATE         PIC 9(8).
       01  WS-REFRATE-STATUS           PIC XX.

      * Restructure working data (see RESTRUCTURE-LOAN)
       01  WS-INPUT-TREATMENT          PIC X(10).
       01  WS-INPUT-REASON             PIC X(40).
       01  WS-RESTRUCT-RESIDUAL        PIC S9(13)V99.
       01  WS-RESTRUCT-ARREARS-POOL    PIC S9(13)V99.
       01  WS-RESTRUCT-PRINCIPAL       PIC S9(13)V99.
       01  WS-RESTRUCT-STATUS          PIC XX.
       01  WS-RESTRUCT-AUDIT-DESC      PIC X(60).

      * Write-off and recovery working data (see WRITE-OFF-LOAN and
      * RECORD-LOAN-RECOVERY)
       01  WS-WRITEOFF-AMOUNT          PIC S9(13)V99.
       01  WS-WRITEOFF-PROVISION-USED  PIC S9(13)V99.
       01  WS-WRITEOFF-LOSS            PIC S9(13)V99.
       01  WS-WRITEOFF-AUDIT-DESC      PIC X(60).
       01  WS-INPUT-RECOVERY-AMT       PIC S9(13)V99.
       01  WS-RECOVERY-MEMO-OPEN       PIC S9(13)V99.
       01  WS-RECOVERY-DESC            PIC X(80).
       01  WS-RECOVERY-STATUS          PIC XX.
       01  WS-GLA-MOVEMENT             PIC S9(13)V99.
       01  WS-GLA-STATUS               PIC XX.
      * Branch of the borrower's account, which each movement is
      * also booked to (see GLBRANCH.COB)
       01  WS-GLA-BRANCH-CODE          PIC X(4).
       01  WS-GLA-BRANCH-STATUS        PIC XX.
       01  WS-DISBURSE-STATUS          PIC XX.
       01  WS-DISBURSE-DESC            PIC X(80).

      * Origination fee taken at booking and recognized at closure
       01  WS-PARAM-STATUS             PIC XX.
       01  WS-ORIG-FEE-PCT             PIC 9V9 VALUE 1.0.
       01  WS-ORIG-FEE                 PIC S9(13)V99.
       01  WS-NET-DISBURSED            PIC S9(13)V99.
       01  WS-FEE-RECOGNIZED           PIC S9(13)V99.

      * Financial transaction tax on the booking (see POST-LOAN-TAX)
       01  WS-LOAN-TAX                 PIC S9(13)V99.
       01  WS-LOAN-TAX-DAYS            PIC 9(5).
       01  WS-LOAN-TAX-DESC            PIC X(80).
       01  WS-LOAN-TAX-STATUS          PIC XX.

      * Amortization schedule printed at booking (see LOANSCHED.COB)
       01  WS-SCHEDULE-STATUS          PIC XX.
       01  WS-SCHEDULE-MESSAGE         PIC X(80).
       01  WS-SCHEDULE-COST            PIC 9(4)V99.

      * First installment falls due one month after disbursement
       01  WS-DUE-DATE-WORK.
           05  WS-DUE-YEAR             PIC 9(4).

       CREATE-LOAN.
      *    Book a fixed-installment loan and disburse the principal
      *    to the borrower's deposit account. A loan given an index
      *    code is FLOATING: its rate is the index's value today
      *    plus the spread, whatever rate was passed in.
      *    Input: WS-INPUT-BORROWER-ACCT, WS-INPUT-PRINCIPAL,
      *           WS-INPUT-ANNUAL-RATE, WS-INPUT-TERM-MONTHS,
      *           WS-INPUT-INDEX-CODE, WS-INPUT-RATE-SPREAD,
      *           WS-INPUT-REPRICE-MONTHS
      *    Output: LOAN-RECORD, WS-LN-OP-STATUS

           IF WS-INPUT-PRINCIPAL NOT > 0
               GO TO CREATE-LOAN-END
           END-IF.

           IF WS-INPUT-INDEX-CODE NOT = SPACES
               PERFORM PRICE-FLOATING-LOAN
                   THRU PRICE-FLOATING-LOAN-END
               IF NOT LN-OP-SUCCESS
                   GO TO CREATE-LOAN-END
               END-IF
           END-IF.

      *    Build the loan record
           INITIALIZE LOAN-RECORD.
           PERFORM GENERATE-LOAN-ID.

           MOVE WS-INPUT-BORROWER-ACCT TO LN-ACCOUNT-ID.
           MOVE WS-INPUT-PRINCIPAL TO LN-PRINCIPAL.
           MOVE WS-INPUT-PRINCIPAL TO LN-ORIGINAL-PRINCIPAL.
           MOVE WS-INPUT-ANNUAL-RATE TO LN-ANNUAL-RATE.
           MOVE WS-INPUT-TERM-MONTHS TO LN-TERM-MONTHS.
           MOVE WS-INPUT-TERM-MONTHS TO LN-INSTALLMENTS-LEFT.
           MOVE 0 TO LN-ARREARS-AMT.
           MOVE 0 TO LN-ARREARS-SINCE-DATE.
           MOVE 'ACTIVE' TO LN-STATUS.
           MOVE 'N' TO LN-RESTRUCTURE-FLAG.

           IF WS-INPUT-INDEX-CODE = SPACES
               MOVE 'FIXED' TO LN-RATE-TYPE
           ELSE
               MOVE 'FLOATING' TO LN-RATE-TYPE
               MOVE WS-INPUT-INDEX-CODE TO LN-INDEX-CODE
               MOVE WS-INPUT-RATE-SPREAD TO LN-RATE-SPREAD
               MOVE WS-INPUT-REPRICE-MONTHS TO LN-REPRICE-MONTHS
               PERFORM COMPUTE-FIRST-REPRICE-DATE
               MOVE WS-DUE-DATE-FLAT TO LN-NEXT-REPRICE-DATE
           END-IF.

           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO LN-CREATED-TS.

           PERFORM COMPUTE-ORIGINATION-FEE.
           MOVE WS-ORIG-FEE TO LN-ORIG-FEE-AMT.
           MOVE WS-ORIG-FEE TO LN-FEE-UNAMORTIZED.
           MOVE 0 TO LN-FEE-RELEASE-MONTH.
           MOVE 0 TO LN-FEE-LAST-RELEASE.
           MOVE 0 TO LN-FEE-ACCELERATED.
           COMPUTE WS-NET-DISBURSED = WS-INPUT-PRINCIPAL - WS-ORIG-FEE.

      *    Disburse the principal, less the origination fee, through
      *    the normal credit path before the loan is written, so an
      *    undisbursable loan is never left on the book
           MOVE SPACES TO WS-DISBURSE-DESC.
           STRING 'Loan disbursement ' LN-LOAN-ID
               DELIMITED BY SIZE INTO WS-DISBURSE-DESC.

           CALL 'TRANSACTIONS' USING 'PROCESS-CREDIT'
               WS-INPUT-BORROWER-ACCT WS-NET-DISBURSED
               WS-DISBURSE-DESC SPACES 'TELLER'
               'LNDISB' TRANSACTION-RECORD WS-DISBURSE-STATUS.

           IF WS-DISBURSE-STATUS NOT = '00'
               MOVE '99' TO WS-LN-OP-STATUS
           IF LN-OP-SUCCESS
               MOVE 'Loan booked and principal disbursed'
                   TO WS-LN-OP-MESSAGE
      *        The fee kept back is income not yet earned
               IF WS-ORIG-FEE > 0
                   MOVE 2500 TO GLA-ID
                   MOVE WS-ORIG-FEE TO WS-GLA-MOVEMENT
                   PERFORM ADJUST-ONE-GLA-BY-MOVEMENT
                   MOVE 'Loan booked, disbursed net of origination fee'
                       TO WS-LN-OP-MESSAGE
               END-IF
               PERFORM POST-LOAN-TAX
                   THRU POST-LOAN-TAX-END
      *        The borrower leaves with the payment plan in hand
               CALL 'LOANSCHED' USING 'PRINT-LOAN-SCHEDULE'
                   LN-LOAN-ID WS-SCHEDULE-STATUS WS-SCHEDULE-MESSAGE
                   WS-SCHEDULE-COST
           ELSE
               MOVE 'Failed to write loan record'
                   TO WS-LN-OP-MESSAGE
       CREATE-LOAN-END.
           EXIT.

       POST-LOAN-TAX.
      *    Price the financial transaction tax on the principal over
      *    the term and debit it from the borrower's account as an
      *    entry of its own, so the remittance report and the
      *    borrower's statement both see it apart from the loan
      *    Input: LOAN-RECORD (just written), WS-INPUT-BORROWER-ACCT,
      *           WS-INPUT-PRINCIPAL, WS-INPUT-TERM-MONTHS
      *    Output: WS-LOAN-TAX (zero when no rate is on file)
           COMPUTE WS-LOAN-TAX-DAYS = WS-INPUT-TERM-MONTHS * 30.

           CALL 'TAXRATE' USING 'COMPUTE-TRANSACTION-TAX'
               'LOAN' WS-INPUT-PRINCIPAL WS-LOAN-TAX-DAYS
               WS-LOAN-TAX TAX-RATE-RECORD WS-LOAN-TAX-STATUS.

           IF WS-LOAN-TAX NOT > 0
               GO TO POST-LOAN-TAX-END
           END-IF.

           MOVE SPACES TO WS-LOAN-TAX-DESC.
           STRING 'Financial transaction tax - LOAN ' LN-LOAN-ID
               DELIMITED BY SIZE INTO WS-LOAN-TAX-DESC.

           CALL 'TRANSACTIONS' USING 'PROCESS-DEBIT'
               WS-INPUT-BORROWER-ACCT WS-LOAN-TAX
               WS-LOAN-TAX-DESC SPACES 'BATCH' 0
               'FTT' TRANSACTION-RECORD WS-LOAN-TAX-STATUS.

           IF WS-LOAN-TAX-STATUS NOT = '00'
               MOVE 'Loan booked - transaction tax NOT debited'
                   TO WS-LN-OP-MESSAGE
           END-IF.

       POST-LOAN-TAX-END.
           EXIT.

       COMPUTE-ORIGINATION-FEE.
      *    Origination fee on the principal at the parameter file's
      *    percent; a file written before the percent existed leaves
      *    it unset and the compiled percent applies
      *    Input: WS-INPUT-PRINCIPAL
      *    Output: WS-ORIG-FEE
           CALL 'FILES' USING 'READ-PARAMETER-FILE'
               BUSINESS-RULES-RECORD WS-PARAM-STATUS.

           IF WS-PARAM-STATUS = '00' AND BRL-LOAN-ORIG-FEE-PCT NUMERIC
               MOVE BRL-LOAN-ORIG-FEE-PCT TO WS-ORIG-FEE-PCT
           END-IF.

           COMPUTE WS-ORIG-FEE ROUNDED =
               WS-INPUT-PRINCIPAL * WS-ORIG-FEE-PCT / 100.

       RECOGNIZE-DEFERRED-FEE.
      *    Take whatever of the origination fee is still deferred
      *    off the loan, to be recognized at once - the loan is
      *    leaving the book before its schedule has run
      *    Output: WS-FEE-RECOGNIZED (LOAN-RECORD updated in memory)
           MOVE 0 TO WS-FEE-RECOGNIZED.
           IF LN-FEE-UNAMORTIZED NUMERIC
               IF LN-FEE-UNAMORTIZED > 0
                   MOVE LN-FEE-UNAMORTIZED TO WS-FEE-RECOGNIZED
                   MOVE LN-FEE-UNAMORTIZED TO LN-FEE-ACCELERATED
                   MOVE 0 TO LN-FEE-UNAMORTIZED
               END-IF
           END-IF.

       POST-RECOGNIZED-FEE.
      *    Release the recognized fee from deferred income to fee
      *    income
      *    Input: WS-FEE-RECOGNIZED
           IF WS-FEE-RECOGNIZED > 0
               MOVE 2500 TO GLA-ID
               COMPUTE WS-GLA-MOVEMENT = 0 - WS-FEE-RECOGNIZED
               PERFORM ADJUST-ONE-GLA-BY-MOVEMENT
               MOVE 4600 TO GLA-ID
               MOVE WS-FEE-RECOGNIZED TO WS-GLA-MOVEMENT
               PERFORM ADJUST-ONE-GLA-BY-MOVEMENT
           END-IF.

       PRICE-FLOATING-LOAN.
      *    Price a FLOATING loan at its index's value on today's
      *    posting date plus the spread; a negative result books
      *    at zero
      *    Input: WS-INPUT-INDEX-CODE, WS-INPUT-RATE-SPREAD,
      *           WS-INPUT-REPRICE-MONTHS
      *    Output: WS-INPUT-ANNUAL-RATE, WS-LN-OP-STATUS
           IF WS-INPUT-REPRICE-MONTHS = 0 OR
                   WS-INPUT-REPRICE-MONTHS > 12
               MOVE '99' TO WS-LN-OP-STATUS
               MOVE 'Repricing frequency must be 1 to 12 months'
                   TO WS-LN-OP-MESSAGE
               GO TO PRICE-FLOATING-LOAN-END
           END-IF.

           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-FLOAT-AS-OF-DATE.
           CALL 'REFRATE' USING 'GET-REFERENCE-RATE'
               WS-INPUT-INDEX-CODE WS-FLOAT-AS-OF-DATE
               REFERENCE-RATE-RECORD WS-REFRATE-STATUS.

           IF WS-REFRATE-STATUS NOT = '00'
               MOVE '99' TO WS-LN-OP-STATUS
               MOVE 'No reference rate on file for that index'
                   TO WS-LN-OP-MESSAGE
               GO TO PRICE-FLOATING-LOAN-END
           END-IF.

           COMPUTE WS-FLOAT-RATE = RRT-RATE + WS-INPUT-RATE-SPREAD.
           IF WS-FLOAT-RATE < 0
               MOVE 0 TO WS-FLOAT-RATE
           END-IF.
           MOVE WS-FLOAT-RATE TO WS-INPUT-ANNUAL-RATE.

       PRICE-FLOATING-LOAN-END.
           EXIT.

       COMPUTE-FIRST-REPRICE-DATE.
      *    First repricing falls the repricing frequency's number of
      *    calendar months from today - the same day of the month
      *    the installments fall due on, clamped the same way
      *    Output: WS-DUE-DATE-FLAT
           ACCEPT WS-DUE-DATE-WORK FROM DATE YYYYMMDD.

           ADD WS-INPUT-REPRICE-MONTHS TO WS-DUE-MONTH.
           IF WS-DUE-MONTH > 12
               SUBTRACT 12 FROM WS-DUE-MONTH
               ADD 1 TO WS-DUE-YEAR
           END-IF.

           MOVE WS-LN-MONTH-LEN-ENTRY(WS-DUE-MONTH)
               TO WS-DUE-DAYS-IN-MONTH.

           IF WS-DUE-MONTH = 2
               PERFORM CHECK-DUE-LEAP-YEAR
           END-IF.

           IF WS-DUE-DAY > WS-DUE-DAYS-IN-MONTH
               MOVE WS-DUE-DAYS-IN-MONTH TO WS-DUE-DAY
           END-IF.

       GET-LOAN.
      *    Retrieve a loan by ID
      *    Input: WS-INPUT-LOAN-ID
      *    the whole term's interest) plus any arrears, less a
      *    rebate of the interest for the full months not yet
      *    started. The current month's interest counts as accrued
      *    to date and is not rebated. Default interest accrued on
      *    arrears but not yet charged (see LOANPOST.COB) is due in
      *    full. The quote is valid for the posting date it is
      *    stamped with.
      *    Input: WS-INPUT-LOAN-ID
      *    Output: LOAN-RECORD, WS-PAYOFF-AMOUNT, WS-PAYOFF-REBATE,
      *            WS-PAYOFF-QUOTE-DATE, WS-LN-OP-STATUS

           IF NOT LN-ACTIVE
               MOVE '99' TO WS-LN-OP-STATUS
               MOVE 'Loan is already paid off or written off'
                   TO WS-LN-OP-MESSAGE
               GO TO QUOTE-LOAN-PAYOFF-END
           END-IF.

               MOVE 0 TO WS-PAYOFF-REBATE
           END-IF.

           MOVE LN-DEFAULT-INT-ACCRUED TO WS-PAYOFF-DEFAULT-INT.

           COMPUTE WS-PAYOFF-AMOUNT =
               LN-OUTSTANDING + LN-ARREARS-AMT - WS-PAYOFF-REBATE
               + WS-PAYOFF-DEFAULT-INT.

      *    A rebate can never make the settlement negative
           IF WS-PAYOFF-AMOUNT < 0
           CALL 'TRANSACTIONS' USING 'PROCESS-DEBIT'
               LN-ACCOUNT-ID WS-PAYOFF-AMOUNT WS-SETTLE-DESC
               SPACES 'TELLER' WS-INPUT-OPERATOR-ID
               'LNREPY' TRANSACTION-RECORD WS-SETTLE-STATUS.

           IF WS-SETTLE-STATUS NOT = '00'
               MOVE '99' TO WS-LN-OP-STATUS
           MOVE 0 TO LN-ARREARS-AMT.
           MOVE 0 TO LN-ARREARS-SINCE-DATE.
           MOVE 0 TO LN-INSTALLMENTS-LEFT.
           MOVE 0 TO LN-DEFAULT-INT-ACCRUED.
           MOVE 'PAIDOFF' TO LN-STATUS.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               LN-PAID-OFF-DATE.
           PERFORM RECOGNIZE-DEFERRED-FEE.

           CALL 'FILES' USING 'OPEN-LOAN-FILE-IO'.
           CALL 'FILES' USING 'UPDATE-LOAN' LOAN-RECORD
               WS-LN-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-LOAN-FILE'.

           PERFORM POST-RECOGNIZED-FEE.

      *    The default interest settled with the payoff is earned
      *    here rather than by the repayment batch
           IF WS-PAYOFF-DEFAULT-INT > 0
               MOVE 4400 TO GLA-ID
               MOVE WS-PAYOFF-DEFAULT-INT TO WS-GLA-MOVEMENT
               PERFORM ADJUST-ONE-GLA-BY-MOVEMENT
           END-IF.

           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-INPUT-OPERATOR-ID 'LOAN-PAYOFF' LN-ACCOUNT-ID
               'Loan settled early at quoted payoff'
       SETTLE-LOAN-PAYOFF-END.
           EXIT.

      ******************************************************************
      * RESTRUCTURE
      ******************************************************************

       RESTRUCTURE-LOAN.
      *    Re-term an ACTIVE loan the borrower has agreed a new plan
      *    on. The balance still owed net of the interest not yet
      *    earned (priced exactly as QUOTE-LOAN-PAYOFF rebates it) is
      *    re-priced at the new rate over the new term from today.
      *    The arrears - plus any set aside by an earlier
      *    restructure - are either capitalized into that balance or
      *    kept out of it and scheduled separately, collected in
      *    equal parts alongside each new installment. The terms
      *    being replaced go to the restructure history file first;
      *    the loan stays flagged RESTRUCTURED for good.
      *    Input: WS-INPUT-LOAN-ID, WS-INPUT-ANNUAL-RATE,
      *           WS-INPUT-TERM-MONTHS, WS-INPUT-TREATMENT
      *           ('CAPITALIZE' or 'SCHEDULE'), WS-INPUT-REASON,
      *           WS-INPUT-OPERATOR-ID (the approving supervisor)
      *    Output: LOAN-RECORD, LOAN-RESTRUCTURE-RECORD,
      *            WS-LN-OP-STATUS
           IF WS-INPUT-TERM-MONTHS = 0
               MOVE '99' TO WS-LN-OP-STATUS
               MOVE 'Term must be at least one month'
                   TO WS-LN-OP-MESSAGE
               GO TO RESTRUCTURE-LOAN-END
           END-IF.

           IF WS-INPUT-TREATMENT NOT = 'CAPITALIZE' AND
                   WS-INPUT-TREATMENT NOT = 'SCHEDULE'
               MOVE '99' TO WS-LN-OP-STATUS
               MOVE 'Arrears treatment must be CAPITALIZE or SCHEDULE'
                   TO WS-LN-OP-MESSAGE
               GO TO RESTRUCTURE-LOAN-END
           END-IF.

           IF WS-INPUT-REASON = SPACES
               MOVE '99' TO WS-LN-OP-STATUS
               MOVE 'A restructure reason is required'
                   TO WS-LN-OP-MESSAGE
               GO TO RESTRUCTURE-LOAN-END
           END-IF.

           MOVE WS-INPUT-LOAN-ID TO LN-LOAN-ID.

           CALL 'FILES' USING 'OPEN-LOAN-FILE-IO'.
           CALL 'FILES' USING 'READ-LOAN' LOAN-RECORD
               WS-LN-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-LOAN-FILE'.

           IF NOT LN-OP-SUCCESS
               MOVE 'Loan not found' TO WS-LN-OP-MESSAGE
               GO TO RESTRUCTURE-LOAN-END
           END-IF.

           IF NOT LN-ACTIVE
               MOVE '99' TO WS-LN-OP-STATUS
               MOVE 'Only an ACTIVE loan can be restructured'
                   TO WS-LN-OP-MESSAGE
               GO TO RESTRUCTURE-LOAN-END
           END-IF.

           IF LN-RESTRUCTURE-COUNT NOT < 99
               MOVE '99' TO WS-LN-OP-STATUS
               MOVE 'Restructure limit reached for this loan'
                   TO WS-LN-OP-MESSAGE
               GO TO RESTRUCTURE-LOAN-END
           END-IF.

      *    Balance still owed net of the interest not yet earned
           COMPUTE WS-MONTHLY-INTEREST ROUNDED =
               LN-PRINCIPAL * LN-ANNUAL-RATE / 100 / 12.

           IF LN-INSTALLMENTS-LEFT > 1
               COMPUTE WS-PAYOFF-REBATE ROUNDED =
                   WS-MONTHLY-INTEREST * (LN-INSTALLMENTS-LEFT - 1)
           ELSE
               MOVE 0 TO WS-PAYOFF-REBATE
           END-IF.

           COMPUTE WS-RESTRUCT-RESIDUAL =
               LN-OUTSTANDING - WS-PAYOFF-REBATE.
           COMPUTE WS-RESTRUCT-ARREARS-POOL =
               LN-ARREARS-AMT + LN-DEFERRED-ARREARS.

           IF WS-INPUT-TREATMENT = 'CAPITALIZE'
               MOVE WS-RESTRUCT-RESIDUAL TO WS-RESTRUCT-PRINCIPAL
           ELSE
               COMPUTE WS-RESTRUCT-PRINCIPAL =
                   WS-RESTRUCT-RESIDUAL - WS-RESTRUCT-ARREARS-POOL
           END-IF.

           IF WS-RESTRUCT-PRINCIPAL NOT > 0
               MOVE '99' TO WS-LN-OP-STATUS
               MOVE 'Nothing left to re-term - settle the loan instead'
                   TO WS-LN-OP-MESSAGE
               GO TO RESTRUCTURE-LOAN-END
           END-IF.

      *    Keep the terms being replaced
           INITIALIZE LOAN-RESTRUCTURE-RECORD.
           MOVE LN-LOAN-ID TO LRS-LOAN-ID.
           COMPUTE LRS-SEQ = LN-RESTRUCTURE-COUNT + 1.
           MOVE LN-ACCOUNT-ID TO LRS-ACCOUNT-ID.
           MOVE WS-INPUT-TREATMENT TO LRS-TREATMENT.
           MOVE LN-PRINCIPAL TO LRS-OLD-PRINCIPAL.
           MOVE LN-ANNUAL-RATE TO LRS-OLD-ANNUAL-RATE.
           MOVE LN-TERM-MONTHS TO LRS-OLD-TERM-MONTHS.
           MOVE LN-INSTALLMENT-AMT TO LRS-OLD-INSTALLMENT-AMT.
           MOVE LN-INSTALLMENTS-LEFT TO LRS-OLD-INSTALLMENTS-LEFT.
           MOVE LN-NEXT-DUE-DATE TO LRS-OLD-NEXT-DUE-DATE.
           MOVE LN-OUTSTANDING TO LRS-OLD-OUTSTANDING.
           MOVE LN-ARREARS-AMT TO LRS-OLD-ARREARS-AMT.
           MOVE LN-ARREARS-SINCE-DATE TO LRS-OLD-ARREARS-SINCE-DATE.
           MOVE LN-DEFERRED-ARREARS TO LRS-OLD-DEFERRED-ARREARS.

      *    Re-price the re-termed balance from today
           MOVE WS-RESTRUCT-PRINCIPAL TO LN-PRINCIPAL.
           MOVE WS-INPUT-ANNUAL-RATE TO LN-ANNUAL-RATE.
           MOVE WS-INPUT-TERM-MONTHS TO LN-TERM-MONTHS.
           MOVE WS-INPUT-TERM-MONTHS TO LN-INSTALLMENTS-LEFT.

           COMPUTE WS-TOTAL-REPAYABLE ROUNDED =
               WS-RESTRUCT-PRINCIPAL *
               (1 + WS-INPUT-ANNUAL-RATE / 100
                   * WS-INPUT-TERM-MONTHS / 12).
           COMPUTE LN-INSTALLMENT-AMT ROUNDED =
               WS-TOTAL-REPAYABLE / WS-INPUT-TERM-MONTHS.

           IF WS-INPUT-TREATMENT = 'CAPITALIZE'
               MOVE 0 TO LN-DEFERRED-ARREARS
               MOVE 0 TO LN-DEFERRED-INSTALLMENT
               MOVE WS-TOTAL-REPAYABLE TO LN-OUTSTANDING
           ELSE
               MOVE WS-RESTRUCT-ARREARS-POOL TO LN-DEFERRED-ARREARS
               COMPUTE LN-DEFERRED-INSTALLMENT ROUNDED =
                   WS-RESTRUCT-ARREARS-POOL / WS-INPUT-TERM-MONTHS
               COMPUTE LN-OUTSTANDING =
                   WS-TOTAL-REPAYABLE + WS-RESTRUCT-ARREARS-POOL
           END-IF.

      *    Either way the loan is current again from today
           MOVE 0 TO LN-ARREARS-AMT.
           MOVE 0 TO LN-ARREARS-SINCE-DATE.

           PERFORM COMPUTE-FIRST-DUE-DATE.
           MOVE WS-DUE-DATE-FLAT TO LN-NEXT-DUE-DATE.

           MOVE 'Y' TO LN-RESTRUCTURE-FLAG.
           ADD 1 TO LN-RESTRUCTURE-COUNT.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               LN-LAST-RESTRUCTURE-DATE.

           MOVE LN-PRINCIPAL TO LRS-NEW-PRINCIPAL.
           MOVE LN-ANNUAL-RATE TO LRS-NEW-ANNUAL-RATE.
           MOVE LN-TERM-MONTHS TO LRS-NEW-TERM-MONTHS.
           MOVE LN-INSTALLMENT-AMT TO LRS-NEW-INSTALLMENT-AMT.
           MOVE LN-NEXT-DUE-DATE TO LRS-NEW-NEXT-DUE-DATE.
           MOVE LN-OUTSTANDING TO LRS-NEW-OUTSTANDING.
           MOVE LN-DEFERRED-ARREARS TO LRS-NEW-DEFERRED-ARREARS.
           MOVE LN-DEFERRED-INSTALLMENT
               TO LRS-NEW-DEFERRED-INSTALLMENT.
           MOVE WS-INPUT-REASON TO LRS-REASON.
           MOVE WS-INPUT-OPERATOR-ID TO LRS-APPROVED-BY.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO LRS-RESTRUCTURED-TS.

      *    History first: a loan re-termed without its old terms on
      *    file is exactly what this step exists to prevent
           CALL 'FILES' USING 'OPEN-LOAN-RESTRUCTURE-FILE-IO'.
           CALL 'FILES' USING 'WRITE-LOAN-RESTRUCTURE'
               LOAN-RESTRUCTURE-RECORD WS-RESTRUCT-STATUS.
           CALL 'FILES' USING 'CLOSE-LOAN-RESTRUCTURE-FILE'.

           IF WS-RESTRUCT-STATUS NOT = '00'
               MOVE '99' TO WS-LN-OP-STATUS
               MOVE 'Restructure history write failed - loan unchanged'
                   TO WS-LN-OP-MESSAGE
               GO TO RESTRUCTURE-LOAN-END
           END-IF.

           CALL 'FILES' USING 'OPEN-LOAN-FILE-IO'.
           CALL 'FILES' USING 'UPDATE-LOAN' LOAN-RECORD
               WS-LN-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-LOAN-FILE'.

           IF NOT LN-OP-SUCCESS
               MOVE 'Failed to update loan record' TO WS-LN-OP-MESSAGE
               GO TO RESTRUCTURE-LOAN-END
           END-IF.

           MOVE SPACES TO WS-RESTRUCT-AUDIT-DESC.
           STRING 'Loan ' LN-LOAN-ID ' restructured, arrears '
               WS-INPUT-TREATMENT
               DELIMITED BY SIZE INTO WS-RESTRUCT-AUDIT-DESC.

           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-INPUT-OPERATOR-ID 'LOAN-RESTRUCT' LN-ACCOUNT-ID
               WS-RESTRUCT-AUDIT-DESC WS-AUDIT-STATUS.

           MOVE 'Loan restructured' TO WS-LN-OP-MESSAGE.

       RESTRUCTURE-LOAN-END.
           EXIT.

      ******************************************************************
      * WRITE-OFF AND RECOVERY
      ******************************************************************

       WRITE-OFF-LOAN.
      *    Take an ACTIVE loan judged unrecoverable off the book. The
      *    amount written off is the balance still owed net of the
      *    interest not yet earned (priced exactly as
      *    QUOTE-LOAN-PAYOFF rebates it). It is charged first
      *    against the loan loss provision PROVISION has built on
      *    GLA 2400; whatever the provision cannot cover is expensed
      *    to GLA 5200. The full amount moves to the memo position
      *    GLA 9100 and stays on the loan as LN-WRITTEN-OFF-AMT, so
      *    later recoveries can be tracked against it. The next
      *    provisioning run re-measures what the remaining book
      *    needs. Collateral stays liened - realizing it is how most
      *    recoveries arrive.
      *    Input: WS-INPUT-LOAN-ID, WS-INPUT-REASON,
      *           WS-INPUT-OPERATOR-ID (the approving supervisor)
      *    Output: LOAN-RECORD, WS-WRITEOFF-PROVISION-USED,
      *            WS-WRITEOFF-LOSS, WS-LN-OP-STATUS
           MOVE 0 TO WS-WRITEOFF-PROVISION-USED.
           MOVE 0 TO WS-WRITEOFF-LOSS.

           IF WS-INPUT-REASON = SPACES
               MOVE '99' TO WS-LN-OP-STATUS
               MOVE 'A write-off reason is required'
                   TO WS-LN-OP-MESSAGE
               GO TO WRITE-OFF-LOAN-END
           END-IF.

           MOVE WS-INPUT-LOAN-ID TO LN-LOAN-ID.

           CALL 'FILES' USING 'OPEN-LOAN-FILE-IO'.
           CALL 'FILES' USING 'READ-LOAN' LOAN-RECORD
               WS-LN-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-LOAN-FILE'.

           IF NOT LN-OP-SUCCESS
               MOVE 'Loan not found' TO WS-LN-OP-MESSAGE
               GO TO WRITE-OFF-LOAN-END
           END-IF.

           IF NOT LN-ACTIVE
               MOVE '99' TO WS-LN-OP-STATUS
               MOVE 'Only an ACTIVE loan can be written off'
                   TO WS-LN-OP-MESSAGE
               GO TO WRITE-OFF-LOAN-END
           END-IF.

      *    Balance still owed net of the interest not yet earned
           COMPUTE WS-MONTHLY-INTEREST ROUNDED =
               LN-PRINCIPAL * LN-ANNUAL-RATE / 100 / 12.

           IF LN-INSTALLMENTS-LEFT > 1
               COMPUTE WS-PAYOFF-REBATE ROUNDED =
                   WS-MONTHLY-INTEREST * (LN-INSTALLMENTS-LEFT - 1)
           ELSE
               MOVE 0 TO WS-PAYOFF-REBATE
           END-IF.

           COMPUTE WS-WRITEOFF-AMOUNT =
               LN-OUTSTANDING - WS-PAYOFF-REBATE.

           IF WS-WRITEOFF-AMOUNT NOT > 0
               MOVE '99' TO WS-LN-OP-STATUS
               MOVE 'Nothing left to write off - settle the loan'
                   TO WS-LN-OP-MESSAGE
               GO TO WRITE-OFF-LOAN-END
           END-IF.

      *    Use up as much of the booked provision as the write-off
      *    needs; the rest is a loss
           MOVE 2400 TO GLA-ID.
           CALL 'FILES' USING 'OPEN-GL-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'READ-GL-ACCOUNT' GL-ACCOUNT-RECORD
               WS-GLA-STATUS.
           CALL 'FILES' USING 'CLOSE-GL-ACCOUNT-FILE'.

           IF WS-GLA-STATUS NOT = '00'
               MOVE '99' TO WS-LN-OP-STATUS
               MOVE 'Provision account 2400 missing - loan unchanged'
                   TO WS-LN-OP-MESSAGE
               GO TO WRITE-OFF-LOAN-END
           END-IF.

           IF GLA-BALANCE > WS-WRITEOFF-AMOUNT
               MOVE WS-WRITEOFF-AMOUNT TO WS-WRITEOFF-PROVISION-USED
           ELSE
               IF GLA-BALANCE > 0
                   MOVE GLA-BALANCE TO WS-WRITEOFF-PROVISION-USED
               END-IF
           END-IF.

           COMPUTE WS-WRITEOFF-LOSS =
               WS-WRITEOFF-AMOUNT - WS-WRITEOFF-PROVISION-USED.

      *    Off the book: nothing outstanding, nothing in arrears. The
      *    schedule position is left as it stood, a record of how far
      *    the loan ran before it failed.
           MOVE 0 TO LN-OUTSTANDING.
           MOVE 0 TO LN-ARREARS-AMT.
           MOVE 0 TO LN-ARREARS-SINCE-DATE.
           MOVE 0 TO LN-DEFERRED-ARREARS.
           MOVE 0 TO LN-DEFERRED-INSTALLMENT.
      *    Default interest accrued but never charged was never
      *    income, so it goes with the loan rather than into the memo
           MOVE 0 TO LN-DEFAULT-INT-ACCRUED.
           MOVE 'WRITOFF' TO LN-STATUS.
           MOVE WS-WRITEOFF-AMOUNT TO LN-WRITTEN-OFF-AMT.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               LN-WRITE-OFF-DATE.
           MOVE 0 TO LN-RECOVERED-AMT.
           MOVE 0 TO LN-RECOVERY-COUNT.
           PERFORM RECOGNIZE-DEFERRED-FEE.

           CALL 'FILES' USING 'OPEN-LOAN-FILE-IO'.
           CALL 'FILES' USING 'UPDATE-LOAN' LOAN-RECORD
               WS-LN-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-LOAN-FILE'.

           IF NOT LN-OP-SUCCESS
               MOVE 'Failed to update loan record - nothing posted'
                   TO WS-LN-OP-MESSAGE
               GO TO WRITE-OFF-LOAN-END
           END-IF.

      *    Provision used, shortfall expensed, memo raised
           IF WS-WRITEOFF-PROVISION-USED > 0
               MOVE 2400 TO GLA-ID
               COMPUTE WS-GLA-MOVEMENT =
                   0 - WS-WRITEOFF-PROVISION-USED
               PERFORM ADJUST-ONE-GLA-BY-MOVEMENT
           END-IF.

           IF WS-WRITEOFF-LOSS > 0
               MOVE 5200 TO GLA-ID
               MOVE WS-WRITEOFF-LOSS TO WS-GLA-MOVEMENT
               PERFORM ADJUST-ONE-GLA-BY-MOVEMENT
           END-IF.

           MOVE 9100 TO GLA-ID.
           MOVE WS-WRITEOFF-AMOUNT TO WS-GLA-MOVEMENT.
           PERFORM ADJUST-ONE-GLA-BY-MOVEMENT.

           PERFORM POST-RECOGNIZED-FEE.

           MOVE SPACES TO WS-WRITEOFF-AUDIT-DESC.
           STRING 'Loan ' LN-LOAN-ID ' written off: '
               WS-INPUT-REASON
               DELIMITED BY SIZE INTO WS-WRITEOFF-AUDIT-DESC.

           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-INPUT-OPERATOR-ID 'LOAN-WRITEOFF' LN-ACCOUNT-ID
               WS-WRITEOFF-AUDIT-DESC WS-AUDIT-STATUS.

           MOVE 'Loan written off' TO WS-LN-OP-MESSAGE.

       WRITE-OFF-LOAN-END.
           EXIT.

       RECORD-LOAN-RECOVERY.
      *    Collect an amount on a WRITTEN-OFF loan. The borrower's
      *    deposit account is debited under transaction code LNRCV,
      *    whose posting rule books the credit to recovery income
      *    (GLA 4300) - never to principal, which left the book at
      *    the write-off. The memo on GLA 9100 comes down by the same
      *    amount, and the recovery is kept in the recovery file for
      *    the monthly credit committee report. A recovery can never
      *    exceed the part of the write-off still open.
      *    Input: WS-INPUT-LOAN-ID, WS-INPUT-RECOVERY-AMT,
      *           WS-INPUT-OPERATOR-ID
      *    Output: LOAN-RECORD, LOAN-RECOVERY-RECORD, WS-LN-OP-STATUS
           IF WS-INPUT-RECOVERY-AMT NOT > 0
               MOVE '99' TO WS-LN-OP-STATUS
               MOVE 'Recovery amount must be greater than zero'
                   TO WS-LN-OP-MESSAGE
               GO TO RECORD-LOAN-RECOVERY-END
           END-IF.

           MOVE WS-INPUT-LOAN-ID TO LN-LOAN-ID.

           CALL 'FILES' USING 'OPEN-LOAN-FILE-IO'.
           CALL 'FILES' USING 'READ-LOAN' LOAN-RECORD
               WS-LN-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-LOAN-FILE'.

           IF NOT LN-OP-SUCCESS
               MOVE 'Loan not found' TO WS-LN-OP-MESSAGE
               GO TO RECORD-LOAN-RECOVERY-END
           END-IF.

           IF NOT LN-WRITTEN-OFF
               MOVE '99' TO WS-LN-OP-STATUS
               MOVE 'Recoveries apply only to a written-off loan'
                   TO WS-LN-OP-MESSAGE
               GO TO RECORD-LOAN-RECOVERY-END
           END-IF.

           COMPUTE WS-RECOVERY-MEMO-OPEN =
               LN-WRITTEN-OFF-AMT - LN-RECOVERED-AMT.

           IF WS-INPUT-RECOVERY-AMT > WS-RECOVERY-MEMO-OPEN
               MOVE '99' TO WS-LN-OP-STATUS
               MOVE 'Recovery exceeds the write-off still open'
                   TO WS-LN-OP-MESSAGE
               GO TO RECORD-LOAN-RECOVERY-END
           END-IF.

           IF LN-RECOVERY-COUNT NOT < 999
               MOVE '99' TO WS-LN-OP-STATUS
               MOVE 'Recovery limit reached for this loan'
                   TO WS-LN-OP-MESSAGE
               GO TO RECORD-LOAN-RECOVERY-END
           END-IF.

           MOVE SPACES TO WS-RECOVERY-DESC.
           STRING 'Loan recovery ' LN-LOAN-ID
               DELIMITED BY SIZE INTO WS-RECOVERY-DESC.

           CALL 'TRANSACTIONS' USING 'PROCESS-DEBIT'
               LN-ACCOUNT-ID WS-INPUT-RECOVERY-AMT WS-RECOVERY-DESC
               SPACES 'TELLER' WS-INPUT-OPERATOR-ID
               'LNRCV' TRANSACTION-RECORD WS-RECOVERY-STATUS.

           IF WS-RECOVERY-STATUS NOT = '00'
               MOVE '99' TO WS-LN-OP-STATUS
               MOVE 'Recovery debit rejected - nothing recorded'
                   TO WS-LN-OP-MESSAGE
               GO TO RECORD-LOAN-RECOVERY-END
           END-IF.

           IF TXN-PENDING
      *        Same stance as SETTLE-LOAN-PAYOFF: a hold approved
      *        later would move the money behind the recovery's back
               MOVE 'FAILED' TO TXN-STATUS
               CALL 'FILES' USING 'OPEN-TRANSACTION-FILE-IO'
               CALL 'FILES' USING 'UPDATE-TRANSACTION'
                   TRANSACTION-RECORD WS-RECOVERY-STATUS
               CALL 'FILES' USING 'CLOSE-TRANSACTION-FILE'
               MOVE '99' TO WS-LN-OP-STATUS
               MOVE 'Recovery exceeds a posting hold - not recorded'
                   TO WS-LN-OP-MESSAGE
               GO TO RECORD-LOAN-RECOVERY-END
           END-IF.

           ADD WS-INPUT-RECOVERY-AMT TO LN-RECOVERED-AMT.
           ADD 1 TO LN-RECOVERY-COUNT.

           INITIALIZE LOAN-RECOVERY-RECORD.
           MOVE LN-LOAN-ID TO LRV-LOAN-ID.
           MOVE LN-RECOVERY-COUNT TO LRV-SEQ.
           MOVE LN-ACCOUNT-ID TO LRV-ACCOUNT-ID.
           MOVE WS-INPUT-RECOVERY-AMT TO LRV-AMOUNT.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               LRV-RECOVERY-DATE.
           MOVE LN-WRITE-OFF-DATE TO LRV-WRITE-OFF-DATE.
           MOVE LN-WRITTEN-OFF-AMT TO LRV-WRITTEN-OFF-AMT.
           COMPUTE LRV-MEMO-REMAINING =
               LN-WRITTEN-OFF-AMT - LN-RECOVERED-AMT.
           MOVE TXN-ID TO LRV-TXN-ID.
           MOVE WS-INPUT-OPERATOR-ID TO LRV-RECORDED-BY.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO LRV-RECORDED-TS.

           CALL 'FILES' USING 'OPEN-LOAN-RECOVERY-FILE-IO'.
           CALL 'FILES' USING 'WRITE-LOAN-RECOVERY'
               LOAN-RECOVERY-RECORD WS-RECOVERY-STATUS.
           CALL 'FILES' USING 'CLOSE-LOAN-RECOVERY-FILE'.

           IF WS-RECOVERY-STATUS NOT = '00'
               DISPLAY 'WARNING: Recovery on loan ' LN-LOAN-ID
                   ' posted but its recovery row was not written'
           END-IF.

           CALL 'FILES' USING 'OPEN-LOAN-FILE-IO'.
           CALL 'FILES' USING 'UPDATE-LOAN' LOAN-RECORD
               WS-LN-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-LOAN-FILE'.

           IF NOT LN-OP-SUCCESS
               MOVE 'Recovery posted but loan record not updated'
                   TO WS-LN-OP-MESSAGE
               GO TO RECORD-LOAN-RECOVERY-END
           END-IF.

      *    The memo comes down by what was recovered
           MOVE 9100 TO GLA-ID.
           COMPUTE WS-GLA-MOVEMENT = 0 - WS-INPUT-RECOVERY-AMT.
           PERFORM ADJUST-ONE-GLA-BY-MOVEMENT.

           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-INPUT-OPERATOR-ID 'LOAN-RECOVERY' LN-ACCOUNT-ID
               'Recovery collected on written-off loan'
               WS-AUDIT-STATUS.

           MOVE 'Recovery recorded' TO WS-LN-OP-MESSAGE.

       RECORD-LOAN-RECOVERY-END.
           EXIT.

       ADJUST-ONE-GLA-BY-MOVEMENT.
      *    Add a signed movement to one chart row's booked balance
      *    Input: GLA-ID, WS-GLA-MOVEMENT
           CALL 'FILES' USING 'OPEN-GL-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'READ-GL-ACCOUNT' GL-ACCOUNT-RECORD
               WS-GLA-STATUS.

           IF WS-GLA-STATUS = '00'
               ADD WS-GLA-MOVEMENT TO GLA-BALANCE
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO GLA-UPDATED-TS
               CALL 'FILES' USING 'UPDATE-GL-ACCOUNT'
                   GL-ACCOUNT-RECORD WS-GLA-STATUS
               PERFORM POST-GLA-BRANCH-SHARE
           ELSE
               DISPLAY 'WARNING: GLA ' GLA-ID ' missing - movement '
                   'not posted'
           END-IF.

           CALL 'FILES' USING 'CLOSE-GL-ACCOUNT-FILE'.

       POST-GLA-BRANCH-SHARE.
      *    Book the same movement on the borrower's branch share of
      *    the chart row
      *    Input: GLA-ID, WS-GLA-MOVEMENT, LN-ACCOUNT-ID
           MOVE SPACES TO WS-GLA-BRANCH-CODE.
           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               LN-ACCOUNT-ID ACCOUNT-RECORD WS-GLA-BRANCH-STATUS.
           IF WS-GLA-BRANCH-STATUS = '00'
               MOVE ACC-BRANCH-CODE TO WS-GLA-BRANCH-CODE
           END-IF.

           CALL 'GLBRANCH' USING 'POST-BRANCH-GL-MOVEMENT'
               WS-GLA-BRANCH-CODE GLA-ID WS-GLA-MOVEMENT
               WS-GLA-BRANCH-STATUS.

       END PROGRAM LOANS.
