      *   arrears report (LOANARRS.COB) is what chases the miss
      * - Arrears are re-tried ahead of the regular installment when
      *   funds allow, oldest debt first
      * - Arrears a restructure scheduled separately
      *   (LN-DEFERRED-ARREARS) are collected a portion at a time
      *   with each installment; a missed installment takes its
      *   portion into LN-ARREARS-AMT with it
      * - Arrears draw default interest at the parameter file's
      *   annual rate, accrued nightly into LN-DEFAULT-INT-ACCRUED
      *   for the days since the last accrual (or since the arrears
      *   began). The accrual is charged when the arrears are
      *   cleared - collected with them in the same debit - or,
      *   failing that, capitalized into the arrears on the first
      *   run of the next month. Either way it books to GLA 4400.
      * - An installment still unpaid the parameter file's grace
      *   days after it fell due draws the one-time late fee, added
      *   to the arrears and booked to GLA 4500. Each missed due
      *   date draws the fee once.
      * - Both charges queue a customer notice (LOAN-DFINT and
      *   LOAN-LATE) the way a missed installment queues LOAN-MISS.
      *   Each notice's detail line opens with the loan number, so
      *   the annual loan statement (LOANSTMT.COB) can tell two
      *   loans on one account apart.
      *   Loans are off the GL, so the income legs are booked by
      *   direct chart adjustment, the same way PROVISION books
      * - A missed installment also goes on the nightly exceptions
      *   register for Lending, for the arrears follow-up
      *
      * Author: Portfolio Project
      * Date: 2026
           05  WS-COLLECT-AMOUNT       PIC S9(13)V99.
           05  WS-COLLECT-DESC         PIC X(80).
           05  WS-ARREARS-TRIED        PIC S9(13)V99.
           05  WS-DEFERRED-PORTION     PIC S9(13)V99.
           05  WS-ARREARS-PRINCIPAL    PIC S9(13)V99.

      * Arrears charge rules, read from the parameter file; the
      * compiled values stand in when the file predates them
       01  WS-ARREARS-CHARGE-RULES.
           05  WS-DEFAULT-RATE         PIC 9(2)V99 VALUE 12.00.
           05  WS-LATE-FEE             PIC 9(5)V99 VALUE 50.00.
           05  WS-GRACE-DAYS           PIC 9(3) VALUE 5.
       01  WS-PARAM-STATUS             PIC XX.

      * Working fields for the arrears charges
       01  WS-CHARGE-WORK.
           05  WS-DEFAULT-INT-TODAY    PIC S9(13)V99.
           05  WS-DEFAULT-INT-CHARGED  PIC S9(13)V99.
           05  WS-ACCRUE-FROM-DATE     PIC 9(8).
           05  WS-ACCRUE-DAYS          PIC S9(5).
           05  WS-EFFECTIVE-INTEGER    PIC 9(8).
           05  WS-FEE-DUE-INTEGER      PIC 9(8).
       01  WS-GLA-MOVEMENT             PIC S9(13)V99.
       01  WS-GLA-STATUS               PIC XX.
      * Branch of the borrower's account, which each movement is
      * also booked to (see GLBRANCH.COB)
       01  WS-GLA-BRANCH-CODE          PIC X(4).
       01  WS-GLA-BRANCH-STATUS        PIC XX.

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

      * Working fields for advancing the next due date one month
       01  WS-DUE-DATE-WORK.
           05  WS-ARREARS-RECOVERED    PIC 9(6) VALUE 0.
           05  WS-LOANS-PAID-OFF       PIC 9(6) VALUE 0.
           05  WS-TOTAL-COLLECTED      PIC S9(13)V99 VALUE 0.
           05  WS-LOANS-ACCRUING       PIC 9(6) VALUE 0.
           05  WS-DEFAULT-INT-CHARGES  PIC 9(6) VALUE 0.
           05  WS-LATE-FEES-CHARGED    PIC 9(6) VALUE 0.
           05  WS-TOTAL-DEFAULT-INT    PIC S9(13)V99 VALUE 0.
           05  WS-TOTAL-LATE-FEES      PIC S9(13)V99 VALUE 0.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-TOTAL        PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-RATE         PIC Z9.99.

      * Advice notice queue status (see NOTICES.COB)
       01  WS-NOTICE-STATUS            PIC XX.
       01  WS-NOTICE-DETAILS           PIC X(50).

      * Collateral release status (see COLLATERAL.COB)
       01  WS-COLLATERAL-STATUS        PIC XX.
       01  WS-DATE-WAS-ADJUSTED        PIC 9.
           88  RUN-DATE-WAS-ADJUSTED   VALUE 1.

      * Nightly exceptions register (see EODEXC.COB): items this run
      * could not process go on the morning exceptions report for
      * the department that owns them
       01  WS-EXC-ACCOUNT-ID           PIC 9(8).
       01  WS-EXC-AMOUNT               PIC S9(13)V99.
       01  WS-EXC-REFERENCE            PIC X(20).
       01  WS-EXC-REASON               PIC X(30).
       01  WS-EXC-ACTION               PIC X(40).
       01  WS-EXC-STATUS               PIC XX.

      * Run-control registration (see RUNCTL.COB)
       01  WS-JOB-NAME                 PIC X(10) VALUE 'LOANPOST'.
       01  WS-COMMAND-ARGS             PIC X(80).

       MAIN-PROGRAM.
      *    Entry point for the loan installment posting batch job
           PERFORM LOAD-ARREARS-CHARGE-RULES.
           PERFORM DISPLAY-BANNER.
           PERFORM REGISTER-JOB-RUN.
           PERFORM POST-DUE-INSTALLMENTS.
               DISPLAY 'System posting date in effect: '
                   WS-EFFECTIVE-DATE
           END-IF.
           MOVE WS-DEFAULT-RATE TO WS-DISPLAY-RATE.
           MOVE WS-LATE-FEE TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Default interest: ' WS-DISPLAY-RATE '% p.a.'
               '  Late fee: ' WS-DISPLAY-AMOUNT
               '  Grace days: ' WS-GRACE-DAYS.
           DISPLAY '================================================'.
           DISPLAY ' '.

           ELSE
               MOVE 0 TO WS-DATE-WAS-ADJUSTED
           END-IF.
           COMPUTE WS-EFFECTIVE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE).

       LOAD-ARREARS-CHARGE-RULES.
      *    Take the default interest rate, late fee and grace days
      *    from the parameter file; a field a file written before
      *    they existed leaves unset keeps its compiled value
           CALL 'FILES' USING 'READ-PARAMETER-FILE'
               BUSINESS-RULES-RECORD WS-PARAM-STATUS.

           IF WS-PARAM-STATUS = '00'
               IF BRL-LOAN-DEFAULT-RATE NUMERIC
                   MOVE BRL-LOAN-DEFAULT-RATE TO WS-DEFAULT-RATE
               END-IF
               IF BRL-LOAN-LATE-FEE NUMERIC
                   MOVE BRL-LOAN-LATE-FEE TO WS-LATE-FEE
               END-IF
               IF BRL-LOAN-GRACE-DAYS NUMERIC
                   MOVE BRL-LOAN-GRACE-DAYS TO WS-GRACE-DAYS
               END-IF
           END-IF.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY 'Arrears recovered:     ' WS-ARREARS-RECOVERED.
           DISPLAY 'Loans paid off:        ' WS-LOANS-PAID-OFF.
           DISPLAY 'Total collected:       ' WS-DISPLAY-TOTAL.
           DISPLAY 'Loans accruing default:' WS-LOANS-ACCRUING.
           DISPLAY 'Default int. charged:  ' WS-DEFAULT-INT-CHARGES.
           MOVE WS-TOTAL-DEFAULT-INT TO WS-DISPLAY-TOTAL.
           DISPLAY 'Default int. amount:   ' WS-DISPLAY-TOTAL.
           DISPLAY 'Late fees charged:     ' WS-LATE-FEES-CHARGED.
           MOVE WS-TOTAL-LATE-FEES TO WS-DISPLAY-TOTAL.
           DISPLAY 'Late fee amount:       ' WS-DISPLAY-TOTAL.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
               ADD 1 TO WS-LOANS-SCANNED
               IF LN-ACTIVE AND
                       (LN-NEXT-DUE-DATE NOT > WS-EFFECTIVE-DATE
                        OR LN-ARREARS-AMT > 0
                        OR LN-DEFAULT-INT-ACCRUED > 0)
                   PERFORM COLLECT-FROM-ONE-LOAN
               END-IF
           END-IF.

       COLLECT-FROM-ONE-LOAN.
      *    Charge last month's default interest if the month has
      *    turned, try the arrears (oldest debt), then the regular
      *    installment if it has fallen due, then the late fee and
      *    tonight's default interest on whatever arrears remain.
      *    PROCESS-DEBIT reaches
      *    back through ACCOUNT for its own account I/O, so LOAN-FILE
      *    is closed around the postings and the scan re-positioned
      *    afterwards

           CALL 'FILES' USING 'CLOSE-LOAN-FILE'.

           IF LN-DEFAULT-INT-ACCRUED > 0 AND
                   LN-DEFAULT-INT-THRU(1:6)
                       NOT = WS-EFFECTIVE-DATE(1:6)
               PERFORM CAPITALIZE-DEFAULT-INTEREST
           END-IF.

           IF LN-ARREARS-AMT > 0
               PERFORM TRY-ARREARS-RECOVERY
           END-IF.

           IF LN-NEXT-DUE-DATE NOT > WS-EFFECTIVE-DATE
               PERFORM COLLECT-DUE-INSTALLMENT
                   THRU COLLECT-DUE-INSTALLMENT-END
           END-IF.

           IF LN-ACTIVE AND LN-ARREARS-AMT > 0
               PERFORM CHECK-LATE-FEE-DUE
                   THRU CHECK-LATE-FEE-DUE-END
               PERFORM ACCRUE-DEFAULT-INTEREST
                   THRU ACCRUE-DEFAULT-INTEREST-END
           END-IF.

      *    Persist whatever changed on the loan and resume the scan
      *    read; nothing more to do here

       TRY-ARREARS-RECOVERY.
      *    Attempt to collect the accumulated arrears in one debit,
      *    together with the default interest accrued on them - the
      *    interest is charged in the same step the arrears clear
           MOVE LN-ARREARS-AMT TO WS-ARREARS-PRINCIPAL.
           MOVE LN-DEFAULT-INT-ACCRUED TO WS-DEFAULT-INT-CHARGED.
           COMPUTE WS-ARREARS-TRIED =
               WS-ARREARS-PRINCIPAL + WS-DEFAULT-INT-CHARGED.
           MOVE SPACES TO WS-COLLECT-DESC.
           STRING 'Loan arrears recovery ' WS-COLLECT-LOAN-ID
               DELIMITED BY SIZE INTO WS-COLLECT-DESC.
           CALL 'TRANSACTIONS' USING 'PROCESS-DEBIT'
               WS-COLLECT-ACCOUNT-ID WS-ARREARS-TRIED
               WS-COLLECT-DESC SPACES 'BATCH' 0
               'LNREPY' TRANSACTION-RECORD WS-POST-STATUS.

           IF WS-POST-STATUS = '00' AND NOT TXN-PENDING
               SUBTRACT WS-ARREARS-PRINCIPAL FROM LN-OUTSTANDING
               MOVE 0 TO LN-ARREARS-AMT
               MOVE 0 TO LN-ARREARS-SINCE-DATE
               MOVE 0 TO LN-DEFAULT-INT-ACCRUED
               ADD 1 TO WS-ARREARS-RECOVERED
               ADD WS-ARREARS-TRIED TO WS-TOTAL-COLLECTED
               MOVE WS-ARREARS-TRIED TO WS-DISPLAY-AMOUNT
               DISPLAY 'RECOVERED Loan: ' WS-COLLECT-LOAN-ID
                   '  Arrears: ' WS-DISPLAY-AMOUNT
               IF WS-DEFAULT-INT-CHARGED > 0
                   PERFORM BOOK-DEFAULT-INTEREST-CHARGE
               END-IF
           ELSE
               IF WS-POST-STATUS = '00' AND TXN-PENDING
                   PERFORM FAIL-ABANDONED-HOLD
      *    Collect the regular installment now due; the final one
      *    collects the remaining outstanding balance instead so
      *    rounding never leaves a stray cent on the book
           MOVE 0 TO WS-DEFERRED-PORTION.
           IF LN-INSTALLMENTS-LEFT = 1
               MOVE LN-OUTSTANDING TO WS-COLLECT-AMOUNT
               MOVE LN-DEFERRED-ARREARS TO WS-DEFERRED-PORTION
           ELSE
               MOVE LN-INSTALLMENT-AMT TO WS-COLLECT-AMOUNT
               IF LN-DEFERRED-ARREARS > 0
                   PERFORM ADD-DEFERRED-ARREARS-PORTION
               END-IF
           END-IF.

           IF WS-COLLECT-AMOUNT NOT > 0
               MOVE 'PAIDOFF' TO LN-STATUS
               MOVE WS-EFFECTIVE-DATE TO LN-PAID-OFF-DATE
               PERFORM RELEASE-PAIDOFF-COLLATERAL
               GO TO COLLECT-DUE-INSTALLMENT-END
           END-IF.
           CALL 'TRANSACTIONS' USING 'PROCESS-DEBIT'
               WS-COLLECT-ACCOUNT-ID WS-COLLECT-AMOUNT
               WS-COLLECT-DESC SPACES 'BATCH' 0
               'LNREPY' TRANSACTION-RECORD WS-POST-STATUS.

           IF WS-POST-STATUS = '00' AND NOT TXN-PENDING
               SUBTRACT WS-COLLECT-AMOUNT FROM LN-OUTSTANDING
               IF LN-ARREARS-SINCE-DATE = 0
                   MOVE LN-NEXT-DUE-DATE TO LN-ARREARS-SINCE-DATE
               END-IF
               MOVE LN-NEXT-DUE-DATE TO LN-LAST-MISSED-DUE-DATE
               SUBTRACT 1 FROM LN-INSTALLMENTS-LEFT
               ADD 1 TO WS-INSTALLMENTS-MISSED
               DISPLAY 'MISSED    Loan: ' WS-COLLECT-LOAN-ID
                   '  Installment moved to arrears'
               MOVE SPACES TO WS-NOTICE-DETAILS
               STRING 'Loan ' WS-COLLECT-LOAN-ID
                   ' installment missed - now in arrears'
                   DELIMITED BY SIZE INTO WS-NOTICE-DETAILS
               CALL 'NOTICES' USING 'QUEUE-CUSTOMER-NOTICE'
                   LN-ACCOUNT-ID 'LOAN-MISS' WS-COLLECT-AMOUNT
                   WS-NOTICE-DETAILS NOTICE-RECORD WS-NOTICE-STATUS
               MOVE LN-ACCOUNT-ID TO WS-EXC-ACCOUNT-ID
               MOVE WS-COLLECT-AMOUNT TO WS-EXC-AMOUNT
               MOVE WS-COLLECT-LOAN-ID TO WS-EXC-REFERENCE
               MOVE 'INSTALLMENT MISSED, IN ARREARS' TO WS-EXC-REASON
               MOVE 'ARREARS FOLLOW-UP WITH BORROWER'
                   TO WS-EXC-ACTION
               PERFORM RECORD-EOD-EXCEPTION
           END-IF.

      *    The schedule moves on either way; the deferred portion
      *    was either collected or has just joined the arrears
           SUBTRACT WS-DEFERRED-PORTION FROM LN-DEFERRED-ARREARS.
           PERFORM ADVANCE-NEXT-DUE-DATE.

           IF LN-INSTALLMENTS-LEFT = 0 AND LN-OUTSTANDING NOT > 0
                   AND LN-ARREARS-AMT = 0
               MOVE 'PAIDOFF' TO LN-STATUS
               MOVE WS-EFFECTIVE-DATE TO LN-PAID-OFF-DATE
               ADD 1 TO WS-LOANS-PAID-OFF
               DISPLAY 'PAID OFF  Loan: ' WS-COLLECT-LOAN-ID
               PERFORM RELEASE-PAIDOFF-COLLATERAL
       COLLECT-DUE-INSTALLMENT-END.
           EXIT.

       ADD-DEFERRED-ARREARS-PORTION.
      *    Add this month's share of the separately scheduled
      *    arrears to the installment, never more than is left
           MOVE LN-DEFERRED-INSTALLMENT TO WS-DEFERRED-PORTION.
           IF WS-DEFERRED-PORTION > LN-DEFERRED-ARREARS
               MOVE LN-DEFERRED-ARREARS TO WS-DEFERRED-PORTION
           END-IF.
           ADD WS-DEFERRED-PORTION TO WS-COLLECT-AMOUNT.

       RELEASE-PAIDOFF-COLLATERAL.
      *    A loan that just reached PAIDOFF keeps no lien - release
      *    any collateral registered against it (see COLLATERAL.COB)
               MOVE 29 TO WS-DUE-DAYS-IN-MONTH
           END-IF.

      ******************************************************************
      * ARREARS CHARGES
      ******************************************************************

       CAPITALIZE-DEFAULT-INTEREST.
      *    The month has turned with default interest still accrued:
      *    charge it by adding it to the arrears (and so to the
      *    outstanding balance) for the arrears recovery to collect
           MOVE LN-DEFAULT-INT-ACCRUED TO WS-DEFAULT-INT-CHARGED.
           ADD WS-DEFAULT-INT-CHARGED TO LN-ARREARS-AMT.
           ADD WS-DEFAULT-INT-CHARGED TO LN-OUTSTANDING.
           MOVE 0 TO LN-DEFAULT-INT-ACCRUED.
           IF LN-ARREARS-SINCE-DATE = 0
               MOVE WS-EFFECTIVE-DATE TO LN-ARREARS-SINCE-DATE
           END-IF.
           PERFORM BOOK-DEFAULT-INTEREST-CHARGE.

       BOOK-DEFAULT-INTEREST-CHARGE.
      *    Book a default interest charge to income and tell the
      *    borrower about it
      *    Input: WS-DEFAULT-INT-CHARGED
           ADD 1 TO WS-DEFAULT-INT-CHARGES.
           ADD WS-DEFAULT-INT-CHARGED TO WS-TOTAL-DEFAULT-INT.

           MOVE 4400 TO GLA-ID.
           MOVE WS-DEFAULT-INT-CHARGED TO WS-GLA-MOVEMENT.
           PERFORM ADJUST-ONE-GLA-BY-MOVEMENT.

           MOVE WS-DEFAULT-INT-CHARGED TO WS-DISPLAY-AMOUNT.
           DISPLAY 'DEFAULT   Loan: ' WS-COLLECT-LOAN-ID
               '  Interest charged: ' WS-DISPLAY-AMOUNT.

           MOVE SPACES TO WS-NOTICE-DETAILS.
           STRING 'Loan ' WS-COLLECT-LOAN-ID
               ' default interest charged on arrears'
               DELIMITED BY SIZE INTO WS-NOTICE-DETAILS.
           CALL 'NOTICES' USING 'QUEUE-CUSTOMER-NOTICE'
               LN-ACCOUNT-ID 'LOAN-DFINT' WS-DEFAULT-INT-CHARGED
               WS-NOTICE-DETAILS NOTICE-RECORD WS-NOTICE-STATUS.

       CHECK-LATE-FEE-DUE.
      *    Charge the late fee once the latest missed installment
      *    has stayed unpaid past the grace days, once per due date
           IF LN-LAST-MISSED-DUE-DATE = 0 OR WS-LATE-FEE = 0
               GO TO CHECK-LATE-FEE-DUE-END
           END-IF.

           IF LN-LATE-FEE-DUE-DATE = LN-LAST-MISSED-DUE-DATE
               GO TO CHECK-LATE-FEE-DUE-END
           END-IF.

           COMPUTE WS-FEE-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(LN-LAST-MISSED-DUE-DATE)
               + WS-GRACE-DAYS.

           IF WS-FEE-DUE-INTEGER > WS-EFFECTIVE-INTEGER
               GO TO CHECK-LATE-FEE-DUE-END
           END-IF.

           ADD WS-LATE-FEE TO LN-ARREARS-AMT.
           ADD WS-LATE-FEE TO LN-OUTSTANDING.
           MOVE LN-LAST-MISSED-DUE-DATE TO LN-LATE-FEE-DUE-DATE.
           ADD 1 TO WS-LATE-FEES-CHARGED.
           ADD WS-LATE-FEE TO WS-TOTAL-LATE-FEES.

           MOVE 4500 TO GLA-ID.
           MOVE WS-LATE-FEE TO WS-GLA-MOVEMENT.
           PERFORM ADJUST-ONE-GLA-BY-MOVEMENT.

           MOVE WS-LATE-FEE TO WS-DISPLAY-AMOUNT.
           DISPLAY 'LATE FEE  Loan: ' WS-COLLECT-LOAN-ID
               '  Fee: ' WS-DISPLAY-AMOUNT.

           MOVE SPACES TO WS-NOTICE-DETAILS.
           STRING 'Loan ' WS-COLLECT-LOAN-ID
               ' late fee - installment past grace'
               DELIMITED BY SIZE INTO WS-NOTICE-DETAILS.
           CALL 'NOTICES' USING 'QUEUE-CUSTOMER-NOTICE'
               LN-ACCOUNT-ID 'LOAN-LATE' WS-LATE-FEE
               WS-NOTICE-DETAILS NOTICE-RECORD WS-NOTICE-STATUS.

       CHECK-LATE-FEE-DUE-END.
           EXIT.

       ACCRUE-DEFAULT-INTEREST.
      *    Accrue default interest on the arrears for each day since
      *    the last accrual, or since the arrears began if they are
      *    newer; a rerun on the same posting date accrues nothing
           MOVE LN-DEFAULT-INT-THRU TO WS-ACCRUE-FROM-DATE.
           IF LN-ARREARS-SINCE-DATE > WS-ACCRUE-FROM-DATE
               MOVE LN-ARREARS-SINCE-DATE TO WS-ACCRUE-FROM-DATE
           END-IF.

           IF WS-ACCRUE-FROM-DATE = 0
               MOVE 1 TO WS-ACCRUE-DAYS
           ELSE
               COMPUTE WS-ACCRUE-DAYS = WS-EFFECTIVE-INTEGER
                   - FUNCTION INTEGER-OF-DATE(WS-ACCRUE-FROM-DATE)
           END-IF.

           IF WS-ACCRUE-DAYS NOT > 0 OR WS-DEFAULT-RATE = 0
               GO TO ACCRUE-DEFAULT-INTEREST-END
           END-IF.

           COMPUTE WS-DEFAULT-INT-TODAY ROUNDED =
               LN-ARREARS-AMT * WS-DEFAULT-RATE / 100 / 365
               * WS-ACCRUE-DAYS.
           ADD WS-DEFAULT-INT-TODAY TO LN-DEFAULT-INT-ACCRUED.
           MOVE WS-EFFECTIVE-DATE TO LN-DEFAULT-INT-THRU.
           ADD 1 TO WS-LOANS-ACCRUING.

       ACCRUE-DEFAULT-INTEREST-END.
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
               DISPLAY 'WARNING: GLA ' GLA-ID ' missing - charge '
                   'not booked'
           END-IF.

           CALL 'FILES' USING 'CLOSE-GL-ACCOUNT-FILE'.

       POST-GLA-BRANCH-SHARE.
      *    Book the same movement on the borrower's branch share of
      *    the chart row
      *    Input: GLA-ID, WS-GLA-MOVEMENT, WS-COLLECT-ACCOUNT-ID
           MOVE SPACES TO WS-GLA-BRANCH-CODE.
           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               WS-COLLECT-ACCOUNT-ID ACCOUNT-RECORD
               WS-GLA-BRANCH-STATUS.
           IF WS-GLA-BRANCH-STATUS = '00'
               MOVE ACC-BRANCH-CODE TO WS-GLA-BRANCH-CODE
           END-IF.

           CALL 'GLBRANCH' USING 'POST-BRANCH-GL-MOVEMENT'
               WS-GLA-BRANCH-CODE GLA-ID WS-GLA-MOVEMENT
               WS-GLA-BRANCH-STATUS.

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
                  DELIMITED BY SIZE INTO WS-TIMESTAMP.

       RECORD-EOD-EXCEPTION.
      *    Put one item this run could not process on the nightly
      *    exceptions register
      *    Input: WS-EXC-ACCOUNT-ID, WS-EXC-AMOUNT, WS-EXC-REFERENCE,
      *           WS-EXC-REASON, WS-EXC-ACTION
           CALL 'EODEXC' USING 'RECORD-EOD-EXCEPTION' WS-JOB-NAME
               WS-EXC-ACCOUNT-ID WS-EXC-AMOUNT WS-EXC-REFERENCE
               WS-EXC-REASON WS-EXC-ACTION WS-EXC-STATUS.

       END PROGRAM LOANPOST.
