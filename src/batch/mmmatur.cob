      ******************************************************************
      * MMMATUR.COB - Money Market Deal Maturity Settlement Batch
      *
      * Standalone batch program, intended to run nightly after
      * MMACCR. Scans the money market deal file (see MMDEALS.COB)
      * for OPEN deals whose maturity date has arrived and settles
      * each one through the central bank current account:
      *   - a placement comes back - DR central bank current account
      *     for principal and interest, CR MM placements and MM
      *     interest receivable
      *   - a borrowing is repaid - DR MM borrowings and MM interest
      *     payable, CR central bank current account
      * and marks the deal MATURED, taking a placement off its
      * counterparty's limit.
      *
      * Design decisions:
      * - Interest settled is always the contractual amount
      *   (principal x rate / 100 x days / 360); any rounding the
      *   nightly accruals left short of it, or a night they did not
      *   run, is booked as a last accrual before settling, so the
      *   receivable and payable rows are left at zero for the deal
      * - A deal whose maturity fell on a weekend or holiday settles
      *   on the next business date's run, for the contractual days
      *   only - interest is not extended to the settlement day
      * - A chart row missing for any leg sets return code 4 and the
      *   deal stays OPEN for the next run
      * - The report lists every deal settled, for treasury to agree
      *   with the counterparties' confirmations
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MMMATUR.
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
       01  WS-MMD-STATUS               PIC XX.

       01  WS-REPORT-COUNTERS.
           05  WS-DEALS-SCANNED        PIC 9(6) VALUE 0.
           05  WS-DEALS-MATURED        PIC 9(6) VALUE 0.
           05  WS-DEALS-FAILED         PIC 9(6) VALUE 0.
           05  WS-PLACE-PRINCIPAL      PIC S9(13)V99 VALUE 0.
           05  WS-PLACE-INTEREST       PIC S9(13)V99 VALUE 0.
           05  WS-BORROW-PRINCIPAL     PIC S9(13)V99 VALUE 0.
           05  WS-BORROW-INTEREST      PIC S9(13)V99 VALUE 0.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-TOTAL        PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-PRINCIPAL    PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-INTEREST     PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-DIRECTION    PIC X(6).

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.
       01  WS-RUN-DATE-FLAT REDEFINES WS-RUN-DATE PIC 9(8).

      * Business-day calendar adjustment (see CALENDAR.COB)
       01  WS-EFFECTIVE-DATE           PIC 9(8).
       01  WS-DATE-WAS-ADJUSTED        PIC 9.
           88  RUN-DATE-WAS-ADJUSTED   VALUE 1.

      * Run-control registration (see RUNCTL.COB) - refuses a
      * same-date rerun unless launched with FORCE on the command
      * line
       01  WS-JOB-NAME                 PIC X(10) VALUE 'MMMATUR'.
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
      *    Entry point for the money market maturity batch job
           PERFORM DISPLAY-BANNER.
           PERFORM REGISTER-JOB-RUN.
           PERFORM SETTLE-MATURING-DEALS.
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
           DISPLAY 'MONEY MARKET DEAL MATURITY SETTLEMENT'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           IF RUN-DATE-WAS-ADJUSTED
               DISPLAY 'System posting date in effect: '
                   WS-EFFECTIVE-DATE
           END-IF.
           DISPLAY '================================================'.
           DISPLAY ' '.
           DISPLAY 'DEAL     DIR    CPTY     CCY        PRINCIPAL'
               '         INTEREST'.

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
      *    Display final counts and settled totals
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Deals scanned:         ' WS-DEALS-SCANNED.
           DISPLAY 'Deals matured:         ' WS-DEALS-MATURED.
           DISPLAY 'Deals not settled:     ' WS-DEALS-FAILED.
           MOVE WS-PLACE-PRINCIPAL TO WS-DISPLAY-TOTAL.
           DISPLAY 'Placements returned:   ' WS-DISPLAY-TOTAL.
           MOVE WS-PLACE-INTEREST TO WS-DISPLAY-TOTAL.
           DISPLAY 'Interest received:     ' WS-DISPLAY-TOTAL.
           MOVE WS-BORROW-PRINCIPAL TO WS-DISPLAY-TOTAL.
           DISPLAY 'Borrowings repaid:     ' WS-DISPLAY-TOTAL.
           MOVE WS-BORROW-INTEREST TO WS-DISPLAY-TOTAL.
           DISPLAY 'Interest paid:         ' WS-DISPLAY-TOTAL.
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
               DISPLAY 'Prior run did not finish - settled deals are '
                   'MATURED, starting again from the top'
               DISPLAY ' '
           END-IF.

       FINISH-JOB-RUN.
      *    Record a clean finish with final counts
           CALL 'RUNCTL' USING 'END-JOB-RUN' WS-JOB-NAME
               WS-EFFECTIVE-DATE WS-DEALS-SCANNED
               WS-DEALS-MATURED WS-RUNCTL-STATUS.

      ******************************************************************
      * SETTLEMENT PASS
      ******************************************************************

       SETTLE-MATURING-DEALS.
      *    Single sequential pass over the deal file, settling
      *    maturing deals in place
           CALL 'FILES' USING 'OPEN-MM-DEAL-FILE-IO'.
           CALL 'FILES' USING 'START-MM-DEAL-FILE-TOP' WS-OP-STATUS.

           PERFORM SETTLE-NEXT-DEAL
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-MM-DEAL-FILE'.

       SETTLE-NEXT-DEAL.
      *    Read one deal and settle it if it is open and due
           CALL 'FILES' USING 'READ-NEXT-MM-DEAL' MM-DEAL-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-DEALS-SCANNED
               IF MMD-OPEN AND
                       MMD-MATURITY-DATE NOT > WS-EFFECTIVE-DATE
                   PERFORM SETTLE-ONE-DEAL THRU SETTLE-ONE-DEAL-END
               END-IF
               MOVE '00' TO WS-OP-STATUS
           END-IF.

       SETTLE-ONE-DEAL.
      *    Settle principal and interest, rewrite the deal MATURED
      *    and list it
           CALL 'MMDEALS' USING 'MATURE-MM-DEAL' MM-DEAL-RECORD
               WS-EFFECTIVE-DATE WS-MMD-STATUS.

           IF WS-MMD-STATUS NOT = '00'
               DISPLAY 'WARNING: Deal ' MMD-DEAL-ID
                   ' settlement not fully booked'
               ADD 1 TO WS-DEALS-FAILED
               MOVE 4 TO RETURN-CODE
               GO TO SETTLE-ONE-DEAL-END
           END-IF.

           CALL 'FILES' USING 'UPDATE-MM-DEAL' MM-DEAL-RECORD
               WS-OP-STATUS.
           ADD 1 TO WS-DEALS-MATURED.

           IF MMD-PLACEMENT
               MOVE 'PLACE' TO WS-DISPLAY-DIRECTION
               ADD MMD-PRINCIPAL TO WS-PLACE-PRINCIPAL
               ADD MMD-SETTLED-INT TO WS-PLACE-INTEREST
           ELSE
               MOVE 'BORROW' TO WS-DISPLAY-DIRECTION
               ADD MMD-PRINCIPAL TO WS-BORROW-PRINCIPAL
               ADD MMD-SETTLED-INT TO WS-BORROW-INTEREST
           END-IF.

           MOVE MMD-PRINCIPAL TO WS-DISPLAY-PRINCIPAL.
           MOVE MMD-SETTLED-INT TO WS-DISPLAY-INTEREST.
           DISPLAY MMD-DEAL-ID ' ' WS-DISPLAY-DIRECTION ' '
               MMD-COUNTERPARTY ' ' MMD-CURRENCY ' '
               WS-DISPLAY-PRINCIPAL ' ' WS-DISPLAY-INTEREST.

       SETTLE-ONE-DEAL-END.
           EXIT.

       END PROGRAM MMMATUR.
