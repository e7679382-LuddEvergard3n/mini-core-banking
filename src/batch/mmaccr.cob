      ******************************************************************
      * MMACCR.COB - Money Market Deal Nightly Accrual Batch
      *
      * Standalone batch program, intended to run nightly. Scans the
      * money market deal file (see MMDEALS.COB) and, for the
      * business date being closed:
      *   1. opens every APPROVED deal whose value date has arrived,
      *      booking the principal that changed hands through the
      *      central bank current account
      *   2. accrues every OPEN deal's interest through the night
      *      being closed - receivable and income for a placement,
      *      expense and payable for a borrowing
      * Maturing deals are settled afterwards by MMMATUR.COB.
      *
      * Design decisions:
      * - The accrual is cumulative: each deal's interest from its
      *   value date is recomputed and only the difference to what
      *   is already accrued is booked. A rerun books nothing twice
      *   and a night the job did not run is caught up on the next,
      *   so an abended run simply starts again from the top instead
      *   of resuming after a checkpoint
      * - A deal approved after its value date already opened when
      *   it was approved; this job only picks up the ones approved
      *   ahead of it
      * - A chart row missing for any leg sets return code 4 and
      *   the deal is left as it was, so the next run tries again
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MMACCR.
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
       01  WS-MMD-INCREMENT            PIC S9(13)V99.

       01  WS-REPORT-COUNTERS.
           05  WS-DEALS-SCANNED        PIC 9(6) VALUE 0.
           05  WS-DEALS-OPENED         PIC 9(6) VALUE 0.
           05  WS-DEALS-ACCRUED        PIC 9(6) VALUE 0.
           05  WS-DEALS-FAILED         PIC 9(6) VALUE 0.
           05  WS-TOTAL-PLACE-INT      PIC S9(13)V99 VALUE 0.
           05  WS-TOTAL-BORROW-INT     PIC S9(13)V99 VALUE 0.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-TOTAL        PIC -ZZZ,ZZZ,ZZ9.99.

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
       01  WS-JOB-NAME                 PIC X(10) VALUE 'MMACCR'.
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
      *    Entry point for the money market accrual batch job
           PERFORM DISPLAY-BANNER.
           PERFORM REGISTER-JOB-RUN.
           PERFORM PROCESS-MM-DEALS.
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
           DISPLAY 'MONEY MARKET DEAL ACCRUAL BATCH'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           IF RUN-DATE-WAS-ADJUSTED
               DISPLAY 'System posting date in effect: '
                   WS-EFFECTIVE-DATE
           END-IF.
           DISPLAY '================================================'.
           DISPLAY ' '.

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
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Deals scanned:         ' WS-DEALS-SCANNED.
           DISPLAY 'Deals opened:          ' WS-DEALS-OPENED.
           DISPLAY 'Deals accrued:         ' WS-DEALS-ACCRUED.
           DISPLAY 'Deals not booked:      ' WS-DEALS-FAILED.
           MOVE WS-TOTAL-PLACE-INT TO WS-DISPLAY-TOTAL.
           DISPLAY 'Placement int accrued: ' WS-DISPLAY-TOTAL.
           MOVE WS-TOTAL-BORROW-INT TO WS-DISPLAY-TOTAL.
           DISPLAY 'Borrowing int accrued: ' WS-DISPLAY-TOTAL.
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
               DISPLAY 'Prior run did not finish - accruals are '
                   'cumulative, starting again from the top'
               DISPLAY ' '
           END-IF.

       FINISH-JOB-RUN.
      *    Record a clean finish with final counts
           CALL 'RUNCTL' USING 'END-JOB-RUN' WS-JOB-NAME
               WS-EFFECTIVE-DATE WS-DEALS-SCANNED
               WS-DEALS-ACCRUED WS-RUNCTL-STATUS.

      ******************************************************************
      * DEAL PASS
      ******************************************************************

       PROCESS-MM-DEALS.
      *    Single sequential pass over the deal file, opening and
      *    accruing deals in place
           CALL 'FILES' USING 'OPEN-MM-DEAL-FILE-IO'.
           CALL 'FILES' USING 'START-MM-DEAL-FILE-TOP' WS-OP-STATUS.

           PERFORM PROCESS-NEXT-DEAL
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-MM-DEAL-FILE'.

       PROCESS-NEXT-DEAL.
      *    Read one deal; open it if its value date has arrived, then
      *    accrue it if it is open
           CALL 'FILES' USING 'READ-NEXT-MM-DEAL' MM-DEAL-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-DEALS-SCANNED
               IF MMD-APPROVED AND
                       MMD-VALUE-DATE NOT > WS-EFFECTIVE-DATE
                   PERFORM OPEN-ONE-DEAL THRU OPEN-ONE-DEAL-END
               END-IF
               IF MMD-OPEN
                   PERFORM ACCRUE-ONE-DEAL THRU ACCRUE-ONE-DEAL-END
               END-IF
               MOVE '00' TO WS-OP-STATUS
           END-IF.

       OPEN-ONE-DEAL.
      *    Book the value date principal and rewrite the deal OPEN
           CALL 'MMDEALS' USING 'START-MM-DEAL' MM-DEAL-RECORD
               WS-MMD-STATUS.

           IF WS-MMD-STATUS NOT = '00'
               DISPLAY 'WARNING: Deal ' MMD-DEAL-ID
                   ' principal not fully booked'
               MOVE 'APPROVED' TO MMD-STATUS
               ADD 1 TO WS-DEALS-FAILED
               MOVE 4 TO RETURN-CODE
               GO TO OPEN-ONE-DEAL-END
           END-IF.

           CALL 'FILES' USING 'UPDATE-MM-DEAL' MM-DEAL-RECORD
               WS-OP-STATUS.
           ADD 1 TO WS-DEALS-OPENED.

       OPEN-ONE-DEAL-END.
           EXIT.

       ACCRUE-ONE-DEAL.
      *    Book the deal's interest accrued since the last run and
      *    rewrite it
           CALL 'MMDEALS' USING 'ACCRUE-MM-DEAL' MM-DEAL-RECORD
               WS-EFFECTIVE-DATE WS-MMD-INCREMENT WS-MMD-STATUS.

           IF WS-MMD-STATUS NOT = '00'
               DISPLAY 'WARNING: Deal ' MMD-DEAL-ID
                   ' accrual not fully booked'
               ADD 1 TO WS-DEALS-FAILED
               MOVE 4 TO RETURN-CODE
               GO TO ACCRUE-ONE-DEAL-END
           END-IF.

           CALL 'FILES' USING 'UPDATE-MM-DEAL' MM-DEAL-RECORD
               WS-OP-STATUS.
           ADD 1 TO WS-DEALS-ACCRUED.

           IF MMD-PLACEMENT
               ADD WS-MMD-INCREMENT TO WS-TOTAL-PLACE-INT
           ELSE
               ADD WS-MMD-INCREMENT TO WS-TOTAL-BORROW-INT
           END-IF.

       ACCRUE-ONE-DEAL-END.
           EXIT.

       END PROGRAM MMACCR.
