      ******************************************************************
      * LOANRPRC.COB - Floating-Rate Loan Repricing Batch
      *
      * Standalone batch program, intended to run nightly ahead of
      * the installment posting (LOANPOST.COB). Scans LOAN-FILE for
      * ACTIVE FLOATING loans whose repricing date has arrived,
      * resets LN-ANNUAL-RATE to the reference index value in force
      * on that date plus the loan's spread, and recalculates the
      * installment over the installments left. Every repriced loan
      * is listed with its old and new rate and installment, and the
      * borrower is sent a rate-change advice (LOAN-RATE notice,
      * printed by ADVPRINT).
      *
      * Design decisions:
      * - Interest is add-on (see CREATE-LOAN in LOANS.COB), so the
      *   unearned interest of the installments left at the old rate
      *   comes off LN-OUTSTANDING - the same rebate an early payoff
      *   grants - and the principal still owed is re-charged at the
      *   new rate over the same installments left. LN-PRINCIPAL
      *   becomes that principal, as it does on a restructure.
      * - Arrears and deferred arrears are already-due money and are
      *   carried over untouched; only the schedule still to come is
      *   repriced. The term and the due dates do not move.
      * - The rate is the index value in force on the repricing date
      *   itself (see GET-REFERENCE-RATE in REFRATE.COB), so a late
      *   or resumed run prices the same way an on-time one would.
      *   A run that has missed several repricing dates reprices once,
      *   at the latest of them, and sets the next one after today.
      * - An index with no value on file for the date leaves the loan
      *   at its current rate and its repricing date where it is, so
      *   the next run tries again once the value has been keyed
      * - A negative index-plus-spread reprices at zero, the same
      *   floor CREATE-LOAN applies
      * - Repricing dates advance the loan's repricing frequency in
      *   calendar months, clamped the way due dates are
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANRPRC.
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
       01  WS-POST-STATUS              PIC XX.

       01  WS-REPRICE-WORK.
           05  WS-REPRICE-LOAN-ID      PIC 9(8).
           05  WS-REPRICE-ON-DATE      PIC 9(8).
           05  WS-OLD-RATE             PIC 9(2)V9(4).
           05  WS-NEW-RATE             PIC S9(3)V9(4).
           05  WS-OLD-INSTALLMENT      PIC S9(13)V99.
           05  WS-UNEARNED-INTEREST    PIC S9(13)V99.
           05  WS-RESIDUAL-PRINCIPAL   PIC S9(13)V99.
           05  WS-NEW-SCHEDULE-TOTAL   PIC S9(13)V99.
           05  WS-NOTICE-DETAILS       PIC X(50).

      * Reference rate lookup (see REFRATE.COB)
       01  WS-REFRATE-STATUS           PIC XX.

      * Working fields for advancing the repricing date
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

       01  WS-RP-MONTH-LENGTHS-TABLE.
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
       01  WS-RP-MONTH-LENGTHS REDEFINES WS-RP-MONTH-LENGTHS-TABLE.
           05  WS-RP-MONTH-LEN-ENTRY   PIC 99 OCCURS 12 TIMES.

       01  WS-REPORT-COUNTERS.
           05  WS-LOANS-SCANNED        PIC 9(6) VALUE 0.
           05  WS-LOANS-FLOATING       PIC 9(6) VALUE 0.
           05  WS-LOANS-REPRICED       PIC 9(6) VALUE 0.
           05  WS-LOANS-RATE-UP        PIC 9(6) VALUE 0.
           05  WS-LOANS-RATE-DOWN      PIC 9(6) VALUE 0.
           05  WS-LOANS-NO-INDEX       PIC 9(6) VALUE 0.
           05  WS-LOANS-SKIPPED        PIC 9(6) VALUE 0.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-OLD-RATE     PIC Z9.9999.
           05  WS-DISPLAY-NEW-RATE     PIC Z9.9999.
           05  WS-DISPLAY-OLD-AMOUNT   PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-NEW-AMOUNT   PIC -ZZZ,ZZZ,ZZ9.99.

      * Advice notice queue status (see NOTICES.COB)
       01  WS-NOTICE-STATUS            PIC XX.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.
       01  WS-RUN-DATE-FLAT REDEFINES WS-RUN-DATE PIC 9(8).

      * Business-day calendar adjustment (see CALENDAR.COB)
       01  WS-EFFECTIVE-DATE           PIC 9(8).
       01  WS-DATE-WAS-ADJUSTED        PIC 9.
           88  RUN-DATE-WAS-ADJUSTED   VALUE 1.

      * Run-control registration (see RUNCTL.COB)
       01  WS-JOB-NAME                 PIC X(10) VALUE 'LOANRPRC'.
       01  WS-COMMAND-ARGS             PIC X(80).
       01  WS-FORCE-FLAG               PIC X VALUE 'N'.
       01  WS-RESUME-CHECKPOINT        PIC 9(12).
       01  WS-RUNCTL-STATUS            PIC XX.
       01  WS-RUNCTL-MESSAGE           PIC X(80).

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the floating-rate repricing batch job
           PERFORM DISPLAY-BANNER.
           PERFORM REGISTER-JOB-RUN.
           PERFORM REPRICE-DUE-LOANS.
           PERFORM FINISH-JOB-RUN.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM CHECK-BUSINESS-DAY.
           DISPLAY '================================================'.
           DISPLAY 'FLOATING-RATE LOAN REPRICING BATCH'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           IF RUN-DATE-WAS-ADJUSTED
               DISPLAY 'System posting date in effect: '
                   WS-EFFECTIVE-DATE
           END-IF.
           DISPLAY '================================================'.
           DISPLAY ' '.
           DISPLAY 'Loan      Index   Priced on  Old rate  New rate'.
           DISPLAY '          Old installment    New installment'.
           DISPLAY '------------------------------------------------'.

       CHECK-BUSINESS-DAY.
      *    Read the shared system posting date for this run
      *    Input: WS-RUN-DATE-FLAT
      *    Output: WS-EFFECTIVE-DATE, WS-DATE-WAS-ADJUSTED
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-EFFECTIVE-DATE.
           IF WS-EFFECTIVE-DATE NOT = WS-RUN-DATE-FLAT
               MOVE 1 TO WS-DATE-WAS-ADJUSTED
           ELSE
               MOVE 0 TO WS-DATE-WAS-ADJUSTED
           END-IF.

       DISPLAY-SUMMARY.
      *    Display final counts
           IF WS-LOANS-REPRICED = 0
               DISPLAY '(no loans repriced)'
           END-IF.
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Loans scanned:         ' WS-LOANS-SCANNED.
           DISPLAY 'Floating loans:        ' WS-LOANS-FLOATING.
           DISPLAY 'Loans repriced:        ' WS-LOANS-REPRICED.
           DISPLAY '  Rate went up:        ' WS-LOANS-RATE-UP.
           DISPLAY '  Rate went down:      ' WS-LOANS-RATE-DOWN.
           DISPLAY 'No index value:        ' WS-LOANS-NO-INDEX.
           DISPLAY 'Skipped:               ' WS-LOANS-SKIPPED.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * RUN CONTROL
      ******************************************************************

       REGISTER-JOB-RUN.
      *    Register this run with run control; a same-date rerun is
      *    refused unless the operator launched the job with FORCE
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMMAND-ARGS))
                   = 'FORCE'
               MOVE 'Y' TO WS-FORCE-FLAG
           END-IF.

           CALL 'RUNCTL' USING 'BEGIN-JOB-RUN' WS-JOB-NAME
               WS-EFFECTIVE-DATE WS-FORCE-FLAG RUN-CONTROL-RECORD
               WS-RESUME-CHECKPOINT WS-RUNCTL-STATUS
               WS-RUNCTL-MESSAGE.

           IF WS-RUNCTL-STATUS = '99'
               DISPLAY 'REFUSED: ' WS-RUNCTL-MESSAGE
               DISPLAY 'Relaunch with FORCE to run it again anyway.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-RUNCTL-STATUS = '01'
               DISPLAY 'Prior run did not finish - resuming after '
                   'loan ' WS-RESUME-CHECKPOINT
               DISPLAY ' '
           END-IF.

       RECORD-JOB-CHECKPOINT.
      *    Record the last loan this run finished with
           CALL 'RUNCTL' USING 'UPDATE-JOB-CHECKPOINT' WS-JOB-NAME
               WS-EFFECTIVE-DATE WS-REPRICE-LOAN-ID
               WS-LOANS-SCANNED WS-LOANS-REPRICED
               WS-RUNCTL-STATUS.

       FINISH-JOB-RUN.
      *    Record a clean finish with final counts
           CALL 'RUNCTL' USING 'END-JOB-RUN' WS-JOB-NAME
               WS-EFFECTIVE-DATE WS-LOANS-SCANNED
               WS-LOANS-REPRICED WS-RUNCTL-STATUS.

      ******************************************************************
      * REPRICING PASS
      ******************************************************************

       REPRICE-DUE-LOANS.
      *    Single sequential pass over LOAN-FILE, repricing every
      *    floating loan whose repricing date has arrived
           CALL 'FILES' USING 'OPEN-LOAN-FILE-IO'.
           CALL 'FILES' USING 'START-LOAN-FILE-TOP' WS-OP-STATUS.

      *    A resumed run continues after the last checkpointed loan
           IF WS-RESUME-CHECKPOINT > 0
               MOVE WS-RESUME-CHECKPOINT TO LN-LOAN-ID
               CALL 'FILES' USING 'START-LOAN-AFTER' LOAN-RECORD
                   WS-OP-STATUS
           END-IF.

           PERFORM CHECK-NEXT-LOAN
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-LOAN-FILE'.

       CHECK-NEXT-LOAN.
      *    Read one loan and reprice it if its date has arrived
           CALL 'FILES' USING 'READ-NEXT-LOAN' LOAN-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-LOANS-SCANNED
               IF LN-ACTIVE AND LN-FLOATING
                   ADD 1 TO WS-LOANS-FLOATING
                   IF LN-NEXT-REPRICE-DATE NOT > WS-EFFECTIVE-DATE
                       PERFORM REPRICE-ONE-LOAN
                   END-IF
               END-IF
           END-IF.

       REPRICE-ONE-LOAN.
      *    Reprice one loan. REFRATE and NOTICES do their own file
      *    I/O, so LOAN-FILE is closed around the work and the scan
      *    re-positioned afterwards
           MOVE LN-LOAN-ID TO WS-REPRICE-LOAN-ID.

           CALL 'FILES' USING 'CLOSE-LOAN-FILE'.

           PERFORM APPLY-NEW-RATE THRU APPLY-NEW-RATE-END.

           PERFORM RECORD-JOB-CHECKPOINT.

           CALL 'FILES' USING 'OPEN-LOAN-FILE-IO'.
           MOVE WS-REPRICE-LOAN-ID TO LN-LOAN-ID.
           CALL 'FILES' USING 'START-LOAN-AFTER' LOAN-RECORD
               WS-OP-STATUS.

       APPLY-NEW-RATE.
      *    Find the repricing date to price at, look the index up,
      *    re-charge the principal still owed and save the loan
           PERFORM FIND-REPRICE-ON-DATE.

           CALL 'REFRATE' USING 'GET-REFERENCE-RATE'
               LN-INDEX-CODE WS-REPRICE-ON-DATE
               REFERENCE-RATE-RECORD WS-REFRATE-STATUS.

           IF WS-REFRATE-STATUS NOT = '00'
               ADD 1 TO WS-LOANS-NO-INDEX
               DISPLAY 'NO INDEX  Loan: ' WS-REPRICE-LOAN-ID
                   '  No ' LN-INDEX-CODE ' value on file for '
                   WS-REPRICE-ON-DATE ' - rate left unchanged'
               GO TO APPLY-NEW-RATE-END
           END-IF.

           IF LN-INSTALLMENTS-LEFT = 0
               ADD 1 TO WS-LOANS-SKIPPED
               DISPLAY 'SKIPPED   Loan: ' WS-REPRICE-LOAN-ID
                   '  No installments left to reprice'
               GO TO APPLY-NEW-RATE-END
           END-IF.

           COMPUTE WS-NEW-RATE = RRT-RATE + LN-RATE-SPREAD.
           IF WS-NEW-RATE < 0
               MOVE 0 TO WS-NEW-RATE
           END-IF.
           IF WS-NEW-RATE > 99.9999
               MOVE 99.9999 TO WS-NEW-RATE
           END-IF.

      *    The principal still owed: what the schedule has left to
      *    collect, less the old rate's unearned interest on it
           COMPUTE WS-UNEARNED-INTEREST ROUNDED =
               LN-PRINCIPAL * LN-ANNUAL-RATE / 100 / 12
               * LN-INSTALLMENTS-LEFT.
           COMPUTE WS-RESIDUAL-PRINCIPAL =
               LN-OUTSTANDING - LN-ARREARS-AMT - LN-DEFERRED-ARREARS
               - WS-UNEARNED-INTEREST.

           IF WS-RESIDUAL-PRINCIPAL NOT > 0
               ADD 1 TO WS-LOANS-SKIPPED
               DISPLAY 'SKIPPED   Loan: ' WS-REPRICE-LOAN-ID
                   '  No principal left on the schedule'
               GO TO APPLY-NEW-RATE-END
           END-IF.

           MOVE LN-ANNUAL-RATE TO WS-OLD-RATE.
           MOVE LN-INSTALLMENT-AMT TO WS-OLD-INSTALLMENT.

           COMPUTE WS-NEW-SCHEDULE-TOTAL ROUNDED =
               WS-RESIDUAL-PRINCIPAL *
               (1 + WS-NEW-RATE / 100 * LN-INSTALLMENTS-LEFT / 12).

           MOVE WS-NEW-RATE TO LN-ANNUAL-RATE.
           MOVE WS-RESIDUAL-PRINCIPAL TO LN-PRINCIPAL.
           COMPUTE LN-INSTALLMENT-AMT ROUNDED =
               WS-NEW-SCHEDULE-TOTAL / LN-INSTALLMENTS-LEFT.
           COMPUTE LN-OUTSTANDING = WS-NEW-SCHEDULE-TOTAL
               + LN-ARREARS-AMT + LN-DEFERRED-ARREARS.

           CALL 'FILES' USING 'OPEN-LOAN-FILE-IO'.
           CALL 'FILES' USING 'UPDATE-LOAN' LOAN-RECORD
               WS-POST-STATUS.
           CALL 'FILES' USING 'CLOSE-LOAN-FILE'.

           IF WS-POST-STATUS NOT = '00'
               ADD 1 TO WS-LOANS-SKIPPED
               DISPLAY 'FAILED    Loan: ' WS-REPRICE-LOAN-ID
                   '  Loan update failed, status ' WS-POST-STATUS
               GO TO APPLY-NEW-RATE-END
           END-IF.

           ADD 1 TO WS-LOANS-REPRICED.
           IF LN-ANNUAL-RATE > WS-OLD-RATE
               ADD 1 TO WS-LOANS-RATE-UP
           END-IF.
           IF LN-ANNUAL-RATE < WS-OLD-RATE
               ADD 1 TO WS-LOANS-RATE-DOWN
           END-IF.

           PERFORM REPORT-ONE-REPRICE.
           PERFORM QUEUE-RATE-CHANGE-ADVICE.

       APPLY-NEW-RATE-END.
           EXIT.

       FIND-REPRICE-ON-DATE.
      *    The loan reprices at the latest repricing date that has
      *    arrived; LN-NEXT-REPRICE-DATE moves to the first one after
      *    today whether or not the index lookup then succeeds
      *    Output: WS-REPRICE-ON-DATE, LN-NEXT-REPRICE-DATE
           MOVE LN-NEXT-REPRICE-DATE TO WS-REPRICE-ON-DATE.
           PERFORM ADVANCE-REPRICE-DATE.

           PERFORM CATCH-UP-REPRICE-DATE
               UNTIL WS-DUE-DATE-FLAT > WS-EFFECTIVE-DATE.

           MOVE WS-DUE-DATE-FLAT TO LN-NEXT-REPRICE-DATE.

       CATCH-UP-REPRICE-DATE.
      *    A repricing date the batch never reached: step past it
           MOVE WS-DUE-DATE-FLAT TO WS-REPRICE-ON-DATE.
           PERFORM ADVANCE-REPRICE-DATE.

       ADVANCE-REPRICE-DATE.
      *    The repricing date after WS-REPRICE-ON-DATE: the loan's
      *    repricing frequency in calendar months, clamping the day
      *    when the target month is shorter
      *    Output: WS-DUE-DATE-FLAT
           MOVE WS-REPRICE-ON-DATE TO WS-DUE-DATE-FLAT.

           ADD LN-REPRICE-MONTHS TO WS-DUE-MONTH.
           IF WS-DUE-MONTH > 12
               SUBTRACT 12 FROM WS-DUE-MONTH
               ADD 1 TO WS-DUE-YEAR
           END-IF.

           MOVE WS-RP-MONTH-LEN-ENTRY(WS-DUE-MONTH)
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
      * REPORT LINE / ADVICE
      ******************************************************************

       REPORT-ONE-REPRICE.
      *    List one repriced loan with its old and new terms
           MOVE WS-OLD-RATE TO WS-DISPLAY-OLD-RATE.
           MOVE LN-ANNUAL-RATE TO WS-DISPLAY-NEW-RATE.
           MOVE WS-OLD-INSTALLMENT TO WS-DISPLAY-OLD-AMOUNT.
           MOVE LN-INSTALLMENT-AMT TO WS-DISPLAY-NEW-AMOUNT.
           DISPLAY WS-REPRICE-LOAN-ID '  ' LN-INDEX-CODE '  '
               WS-REPRICE-ON-DATE '   ' WS-DISPLAY-OLD-RATE
               '   ' WS-DISPLAY-NEW-RATE.
           DISPLAY '          ' WS-DISPLAY-OLD-AMOUNT
               '    ' WS-DISPLAY-NEW-AMOUNT
               '  next ' LN-NEXT-REPRICE-DATE.

       QUEUE-RATE-CHANGE-ADVICE.
      *    Queue the borrower's rate-change advice; the amount is the
      *    new installment
           MOVE SPACES TO WS-NOTICE-DETAILS.
           STRING 'Loan rate now ' WS-DISPLAY-NEW-RATE
               '% (was ' WS-DISPLAY-OLD-RATE '%) from '
               WS-REPRICE-ON-DATE
               DELIMITED BY SIZE INTO WS-NOTICE-DETAILS.

           CALL 'NOTICES' USING 'QUEUE-CUSTOMER-NOTICE'
               LN-ACCOUNT-ID 'LOAN-RATE' LN-INSTALLMENT-AMT
               WS-NOTICE-DETAILS NOTICE-RECORD WS-NOTICE-STATUS.

       END PROGRAM LOANRPRC.
