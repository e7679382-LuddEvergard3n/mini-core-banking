      ******************************************************************
      * CMPSUMM.COB - Monthly Complaint Regulatory Summary
      *
      * Standalone report program for the regulator's monthly
      * complaint return. Scans the complaint case register (see
      * COMPLAINTS.COB) for one calendar month and reports, per
      * complaint category:
      *
      * - cases received in the month;
      * - cases resolved in the month, how many of those were upheld
      *   in whole or in part, and how many missed their response
      *   deadline;
      * - the average resolution time, in calendar days from the
      *   opening date to the resolution date, of the cases
      *   resolved in the month;
      * - cases still open at the end of the month.
      *
      * plus the count of cases that reached the bank as ombudsman
      * referrals, which the return reports separately.
      *
      * Design decisions:
      * - The month is taken as YYYYMM from the command line; run
      *   without one (as the month-end schedule launches it) it
      *   reports the month of the current posting date, which on
      *   the last business day is the month being closed
      * - "Open at month end" counts a case opened by the end of the
      *   month and not resolved within it, so a rerun after later
      *   resolutions still reproduces the figure as it stood
      * - Read-only over the complaint register
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPSUMM.
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

       01  WS-OPENED-PERIOD            PIC 9(6).
       01  WS-RESOLVED-PERIOD          PIC 9(6).
       01  WS-RESOLUTION-DAYS          PIC 9(5).

      * One row per complaint category, in the order the return
      * lists them
       01  WS-CATEGORY-COUNT           PIC 9(2) VALUE 8.
       01  WS-CATEGORY-TABLE.
           05  WS-CAT-ENTRY OCCURS 8 TIMES.
               10  WS-CAT-NAME         PIC X(8).
               10  WS-CAT-RECEIVED     PIC 9(6).
               10  WS-CAT-RESOLVED     PIC 9(6).
               10  WS-CAT-UPHELD       PIC 9(6).
               10  WS-CAT-LATE         PIC 9(6).
               10  WS-CAT-DAYS-TOTAL   PIC 9(9).
               10  WS-CAT-OPEN-AT-END  PIC 9(6).
       01  WS-CAT-IDX                  PIC 9(2).

       01  WS-REPORT-COUNTERS.
           05  WS-CASES-SCANNED        PIC 9(8) VALUE 0.
           05  WS-TOTAL-RECEIVED       PIC 9(6) VALUE 0.
           05  WS-TOTAL-RESOLVED       PIC 9(6) VALUE 0.
           05  WS-TOTAL-UPHELD         PIC 9(6) VALUE 0.
           05  WS-TOTAL-LATE           PIC 9(6) VALUE 0.
           05  WS-TOTAL-DAYS           PIC 9(9) VALUE 0.
           05  WS-TOTAL-OPEN-AT-END    PIC 9(6) VALUE 0.
           05  WS-OMBUDSMAN-RECEIVED   PIC 9(6) VALUE 0.

       01  WS-AVERAGE-DAYS             PIC 9(5)V9.
       01  WS-DISPLAY-COUNT            PIC ZZZZZ9.
       01  WS-DISPLAY-AVERAGE          PIC ZZZZ9.9.

       01  WS-REPORT-LINE.
           05  WS-RPT-CATEGORY         PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-RECEIVED         PIC ZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-RESOLVED         PIC ZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-UPHELD           PIC ZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-LATE             PIC ZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-AVERAGE          PIC ZZZZ9.9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-OPEN             PIC ZZZZZ9.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the monthly complaint summary
           PERFORM DETERMINE-PERIOD.
           PERFORM DISPLAY-BANNER.
           PERFORM INITIALIZE-CATEGORY-TABLE.
           PERFORM SCAN-COMPLAINT-REGISTER.
           PERFORM REPORT-PER-CATEGORY.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * SETUP
      ******************************************************************

       DETERMINE-PERIOD.
      *    The month to report: YYYYMM from the command line, else
      *    the month of the current posting date
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           MOVE WS-COMMAND-ARGS(1:6) TO WS-PERIOD-INPUT.

           IF WS-PERIOD-INPUT IS NUMERIC
               MOVE WS-PERIOD-INPUT TO WS-PERIOD
           ELSE
               CALL 'CALENDAR' USING 'GET-POSTING-DATE'
                   WS-POSTING-DATE
               MOVE WS-POSTING-DATE(1:6) TO WS-PERIOD
           END-IF.

       DISPLAY-BANNER.
      *    Display report header
           DISPLAY '================================================'.
           DISPLAY 'COMPLAINT REGULATORY SUMMARY'.
           DISPLAY 'Reporting month: ' WS-PERIOD.
           DISPLAY '================================================'.
           DISPLAY ' '.

       INITIALIZE-CATEGORY-TABLE.
      *    Name the rows and zero every count
           INITIALIZE WS-CATEGORY-TABLE.
           MOVE 'FEES'    TO WS-CAT-NAME(1).
           MOVE 'SERVICE' TO WS-CAT-NAME(2).
           MOVE 'CARD'    TO WS-CAT-NAME(3).
           MOVE 'FRAUD'   TO WS-CAT-NAME(4).
           MOVE 'LOAN'    TO WS-CAT-NAME(5).
           MOVE 'PAYMENT' TO WS-CAT-NAME(6).
           MOVE 'ACCOUNT' TO WS-CAT-NAME(7).
           MOVE 'OTHER'   TO WS-CAT-NAME(8).

       DISPLAY-SUMMARY.
      *    Display the all-category totals
           MOVE 0 TO WS-AVERAGE-DAYS.
           IF WS-TOTAL-RESOLVED > 0
               COMPUTE WS-AVERAGE-DAYS ROUNDED =
                   WS-TOTAL-DAYS / WS-TOTAL-RESOLVED
           END-IF.

           DISPLAY '------------------------------------------------'.
           DISPLAY 'Cases on register:     ' WS-CASES-SCANNED.
           MOVE WS-TOTAL-RECEIVED TO WS-DISPLAY-COUNT.
           DISPLAY 'Received in month:     ' WS-DISPLAY-COUNT.
           MOVE WS-OMBUDSMAN-RECEIVED TO WS-DISPLAY-COUNT.
           DISPLAY '  of which ombudsman:  ' WS-DISPLAY-COUNT.
           MOVE WS-TOTAL-RESOLVED TO WS-DISPLAY-COUNT.
           DISPLAY 'Resolved in month:     ' WS-DISPLAY-COUNT.
           MOVE WS-TOTAL-UPHELD TO WS-DISPLAY-COUNT.
           DISPLAY '  upheld (in part):    ' WS-DISPLAY-COUNT.
           MOVE WS-TOTAL-LATE TO WS-DISPLAY-COUNT.
           DISPLAY '  past deadline:       ' WS-DISPLAY-COUNT.
           MOVE WS-AVERAGE-DAYS TO WS-DISPLAY-AVERAGE.
           DISPLAY 'Average days to close: ' WS-DISPLAY-AVERAGE.
           MOVE WS-TOTAL-OPEN-AT-END TO WS-DISPLAY-COUNT.
           DISPLAY 'Open at month end:     ' WS-DISPLAY-COUNT.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * REGISTER SCAN
      ******************************************************************

       SCAN-COMPLAINT-REGISTER.
      *    Single sequential pass over the complaint register
           CALL 'FILES' USING 'OPEN-COMPLAINT-FILE-IO'.
           CALL 'FILES' USING 'START-COMPLAINT-FILE-TOP' WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               PERFORM CHECK-NEXT-CASE
                   UNTIL WS-OP-STATUS = '10'
           END-IF.

           CALL 'FILES' USING 'CLOSE-COMPLAINT-FILE'.

       CHECK-NEXT-CASE.
      *    Read one case and fold it into its category's row
           CALL 'FILES' USING 'READ-NEXT-COMPLAINT' COMPLAINT-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-CASES-SCANNED
               PERFORM FIND-CATEGORY-ROW
               PERFORM FOLD-ONE-CASE
           END-IF.

       FIND-CATEGORY-ROW.
      *    Row for the case's category; anything unrecognized is
      *    reported under OTHER
           EVALUATE TRUE
               WHEN CMP-CAT-FEES
                   MOVE 1 TO WS-CAT-IDX
               WHEN CMP-CAT-SERVICE
                   MOVE 2 TO WS-CAT-IDX
               WHEN CMP-CAT-CARD
                   MOVE 3 TO WS-CAT-IDX
               WHEN CMP-CAT-FRAUD
                   MOVE 4 TO WS-CAT-IDX
               WHEN CMP-CAT-LOAN
                   MOVE 5 TO WS-CAT-IDX
               WHEN CMP-CAT-PAYMENT
                   MOVE 6 TO WS-CAT-IDX
               WHEN CMP-CAT-ACCOUNT
                   MOVE 7 TO WS-CAT-IDX
               WHEN OTHER
                   MOVE 8 TO WS-CAT-IDX
           END-EVALUATE.

       FOLD-ONE-CASE.
      *    Count the case as received, resolved and/or open at month
      *    end, as its dates fall against the reporting month
           MOVE CMP-OPENED-DATE(1:6) TO WS-OPENED-PERIOD.
           IF CMP-RESOLVED
               MOVE CMP-RESOLVED-DATE(1:6) TO WS-RESOLVED-PERIOD
           ELSE
               MOVE 999999 TO WS-RESOLVED-PERIOD
           END-IF.

           IF WS-OPENED-PERIOD = WS-PERIOD
               ADD 1 TO WS-CAT-RECEIVED(WS-CAT-IDX)
               ADD 1 TO WS-TOTAL-RECEIVED
               IF CMP-CHAN-OMBUDSMAN
                   ADD 1 TO WS-OMBUDSMAN-RECEIVED
               END-IF
           END-IF.

           IF WS-RESOLVED-PERIOD = WS-PERIOD
               COMPUTE WS-RESOLUTION-DAYS =
                   FUNCTION INTEGER-OF-DATE(CMP-RESOLVED-DATE)
                   - FUNCTION INTEGER-OF-DATE(CMP-OPENED-DATE)
               ADD 1 TO WS-CAT-RESOLVED(WS-CAT-IDX)
               ADD 1 TO WS-TOTAL-RESOLVED
               ADD WS-RESOLUTION-DAYS TO WS-CAT-DAYS-TOTAL(WS-CAT-IDX)
               ADD WS-RESOLUTION-DAYS TO WS-TOTAL-DAYS
               IF CMP-UPHELD OR CMP-PARTIAL
                   ADD 1 TO WS-CAT-UPHELD(WS-CAT-IDX)
                   ADD 1 TO WS-TOTAL-UPHELD
               END-IF
               IF CMP-RESOLVED-DATE > CMP-DEADLINE-DATE
                   ADD 1 TO WS-CAT-LATE(WS-CAT-IDX)
                   ADD 1 TO WS-TOTAL-LATE
               END-IF
           END-IF.

           IF WS-OPENED-PERIOD NOT > WS-PERIOD AND
                   WS-RESOLVED-PERIOD > WS-PERIOD
               ADD 1 TO WS-CAT-OPEN-AT-END(WS-CAT-IDX)
               ADD 1 TO WS-TOTAL-OPEN-AT-END
           END-IF.

      ******************************************************************
      * PER-CATEGORY BREAKDOWN
      ******************************************************************

       REPORT-PER-CATEGORY.
      *    Print one line per category
           DISPLAY 'Category    Rcvd  Closed  Upheld    Late  '
               'AvgDays    Open'.
           DISPLAY '------------------------------------------------'.

           PERFORM REPORT-ONE-CATEGORY
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CATEGORY-COUNT.

           DISPLAY ' '.

       REPORT-ONE-CATEGORY.
      *    Format and print one category's row
           MOVE 0 TO WS-AVERAGE-DAYS.
           IF WS-CAT-RESOLVED(WS-CAT-IDX) > 0
               COMPUTE WS-AVERAGE-DAYS ROUNDED =
                   WS-CAT-DAYS-TOTAL(WS-CAT-IDX)
                   / WS-CAT-RESOLVED(WS-CAT-IDX)
           END-IF.

           MOVE WS-CAT-NAME(WS-CAT-IDX) TO WS-RPT-CATEGORY.
           MOVE WS-CAT-RECEIVED(WS-CAT-IDX) TO WS-RPT-RECEIVED.
           MOVE WS-CAT-RESOLVED(WS-CAT-IDX) TO WS-RPT-RESOLVED.
           MOVE WS-CAT-UPHELD(WS-CAT-IDX) TO WS-RPT-UPHELD.
           MOVE WS-CAT-LATE(WS-CAT-IDX) TO WS-RPT-LATE.
           MOVE WS-AVERAGE-DAYS TO WS-RPT-AVERAGE.
           MOVE WS-CAT-OPEN-AT-END(WS-CAT-IDX) TO WS-RPT-OPEN.
           DISPLAY WS-REPORT-LINE.

       END PROGRAM CMPSUMM.
