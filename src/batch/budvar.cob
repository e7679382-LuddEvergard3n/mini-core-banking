      ******************************************************************
      * BUDVAR.COB - Budget Versus Actual Variance Report
      *
      * Standalone batch program for the monthly management pack.
      * For one closed month it sets every chart row's actual figure
      * - the closing balance the period close snapshotted - against
      * the budget BUDLOAD loaded, for the month and for the fiscal
      * year to date, with the variance and the variance percent.
      * Lines whose variance is outside tolerance are marked, so the
      * pack can lead with them instead of finance comparing the
      * budget spreadsheet with FINSTMT by hand.
      *
      * Design decisions:
      * - The month defaults to the last period PERCLOSE closed (the
      *   calendar month before the posting date when none has been
      *   closed yet), so the job can follow PERCLOSE in the
      *   month-end schedule; an optional CCYYMM argument reports an
      *   earlier month. The fiscal year is the calendar year, as in
      *   BUDLOAD
      * - Income and expense rows (GLA 4000-5999) run on through the
      *   fiscal year until the year-end close, so a month's result
      *   is its closing balance less the opening figure the month
      *   before carried into it (zero in January, and in any month
      *   closed back when every close swept these rows), and the
      *   year to date is the sum of the months. Balance sheet rows
      *   are positions: their year-to-date figures are the
      *   month-end position against that month's budget
      * - An optional BRANCH=nnnn argument (alongside the month, in
      *   either order) reports one branch: actuals from its period
      *   shares (see GLBRANCH.COB), budget from its own lines. For
      *   the whole bank a blank-branch budget line is used where
      *   finance gave one, otherwise the sum of the branch lines
      * - Variance is actual minus budget, in the chart row's own
      *   sign; the percent is of the budget's size. A line is
      *   outside tolerance when the percent exceeds
      *   BRL-BUDGET-TOL-PCT either way (compiled 10% when the
      *   parameter file predates it), or when there is no budget
      *   but there is an actual
      * - Rows with neither an actual nor a budget are left out
      * - Read-only report, safe to run any time
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDVAR.
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
       01  WS-PERIOD-STATUS            PIC XX.
       01  WS-PARAM-STATUS             PIC XX.
       01  WS-CONTROL-STATUS           PIC XX.

      * Command-line arguments: an optional CCYYMM month and an
      * optional BRANCH=nnnn, in either order
       01  WS-COMMAND-ARGS             PIC X(80).
       01  WS-ARG-TOKENS.
           05  WS-ARG-TOKEN OCCURS 2 TIMES PIC X(40).
       01  WS-ARG-IDX                  PIC 9.
       01  WS-SELECTED-BRANCH          PIC X(4) VALUE SPACES.

      * Tolerance, overridden from the parameter file when set
       01  WS-TOLERANCE-PCT            PIC 9(2)V99 VALUE 10.00.

      * The month reported and the one being looked up
       01  WS-EFFECTIVE-DATE           PIC 9(8).
       01  WS-REPORT-PERIOD-WORK.
           05  WS-REPORT-YEAR          PIC 9(4).
           05  WS-REPORT-MONTH         PIC 99.
       01  WS-REPORT-PERIOD REDEFINES WS-REPORT-PERIOD-WORK
                                       PIC 9(6).
       01  WS-LOOKUP-PERIOD-WORK.
           05  WS-LOOKUP-YEAR          PIC 9(4).
           05  WS-LOOKUP-MONTH         PIC 99.
       01  WS-LOOKUP-PERIOD REDEFINES WS-LOOKUP-PERIOD-WORK
                                       PIC 9(6).
       01  WS-CARRIED-IN               PIC S9(13)V99.

      * The chart collected in one pass, with each row's actual and
      * budget for every month of the year up to the one reported
       01  WS-CHART-COUNT              PIC 9(3) VALUE 0.
       01  WS-CHART-TABLE.
           05  WS-CHART-ROW OCCURS 100 TIMES.
               10  WS-CHART-GLA-ID     PIC 9(4).
               10  WS-CHART-NAME       PIC X(30).
               10  WS-CHART-HAS-DATA   PIC 9.
               10  WS-CHART-MONTH OCCURS 12 TIMES.
                   15  WS-ACTUAL       PIC S9(13)V99.
                   15  WS-BUDGET-WHOLE PIC S9(13)V99.
                   15  WS-BUDGET-BRANCHES PIC S9(13)V99.
                   15  WS-WHOLE-GIVEN  PIC 9.
       01  WS-CHART-IDX                PIC 9(3).
       01  WS-MONTH-IDX                PIC 99.
       01  WS-FOUND-IDX                PIC 9(3).

      * Figures for the line being printed
       01  WS-LINE-WORK.
           05  WS-LINE-ACTUAL          PIC S9(13)V99.
           05  WS-LINE-BUDGET          PIC S9(13)V99.
           05  WS-LINE-VARIANCE        PIC S9(13)V99.
           05  WS-LINE-BUDGET-SIZE     PIC S9(13)V99.
           05  WS-LINE-PCT             PIC S9(7)V99.
           05  WS-LINE-PCT-SIZE        PIC S9(7)V99.
           05  WS-LINE-LABEL           PIC X(6).
           05  WS-LINE-MARK            PIC X(20).
       01  WS-MONTH-BUDGET             PIC S9(13)V99.
       01  WS-YTD-ACTUAL               PIC S9(13)V99.
       01  WS-YTD-BUDGET               PIC S9(13)V99.

       01  WS-REPORT-COUNTERS.
           05  WS-ROWS-LISTED          PIC 9(6) VALUE 0.
           05  WS-LINES-OUTSIDE        PIC 9(6) VALUE 0.
           05  WS-BUDGET-LINES-READ    PIC 9(6) VALUE 0.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-ACTUAL       PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-BUDGET       PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-VARIANCE     PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-PCT          PIC -ZZZ,ZZ9.99.
           05  WS-DISPLAY-PCT-X        PIC X(11).
           05  WS-DISPLAY-TOLERANCE    PIC Z9.99.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the budget versus actual variance report
           PERFORM READ-ARGUMENTS.
           PERFORM LOAD-TOLERANCE.
           PERFORM DISPLAY-BANNER.
           PERFORM COLLECT-CHART-ROWS.
           PERFORM COLLECT-BUDGET-LINES.
           PERFORM PRINT-VARIANCE-LINES.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * ARGUMENTS AND PARAMETERS
      ******************************************************************

       READ-ARGUMENTS.
      *    Default to the last closed period - the month before the
      *    posting date when nothing has been closed yet - then apply
      *    whatever the command line gives
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-EFFECTIVE-DATE.
           CALL 'FILES' USING 'READ-CONTROL' CONTROL-RECORD
               WS-CONTROL-STATUS.

           IF WS-CONTROL-STATUS = '00'
                   AND CTL-LAST-CLOSED-PERIOD NUMERIC
                   AND CTL-LAST-CLOSED-PERIOD > 0
               MOVE CTL-LAST-CLOSED-PERIOD TO WS-REPORT-PERIOD
           ELSE
               MOVE WS-EFFECTIVE-DATE(1:4) TO WS-REPORT-YEAR
               MOVE WS-EFFECTIVE-DATE(5:2) TO WS-REPORT-MONTH
               IF WS-REPORT-MONTH = 1
                   MOVE 12 TO WS-REPORT-MONTH
                   SUBTRACT 1 FROM WS-REPORT-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-REPORT-MONTH
               END-IF
           END-IF.

           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-TOKENS.
           UNSTRING FUNCTION UPPER-CASE(WS-COMMAND-ARGS)
               DELIMITED BY ALL SPACE
               INTO WS-ARG-TOKEN(1) WS-ARG-TOKEN(2).
           PERFORM READ-ONE-ARGUMENT
               VARYING WS-ARG-IDX FROM 1 BY 1
               UNTIL WS-ARG-IDX > 2.

       READ-ONE-ARGUMENT.
      *    Recognize CCYYMM or BRANCH=nnnn; a month outside 01-12
      *    leaves the default in place
           IF WS-ARG-TOKEN(WS-ARG-IDX)(1:6) IS NUMERIC
                   AND WS-ARG-TOKEN(WS-ARG-IDX)(7:1) = SPACE
               MOVE WS-ARG-TOKEN(WS-ARG-IDX)(1:6)
                   TO WS-LOOKUP-PERIOD
               IF WS-LOOKUP-MONTH >= 1 AND WS-LOOKUP-MONTH <= 12
                   MOVE WS-LOOKUP-PERIOD TO WS-REPORT-PERIOD
               ELSE
                   DISPLAY 'Month ' WS-LOOKUP-PERIOD
                       ' ignored - not a CCYYMM month'
               END-IF
           END-IF.
           IF WS-ARG-TOKEN(WS-ARG-IDX)(1:7) = 'BRANCH='
               MOVE WS-ARG-TOKEN(WS-ARG-IDX)(8:4)
                   TO WS-SELECTED-BRANCH
           END-IF.

       LOAD-TOLERANCE.
      *    Take the tolerance from the parameter file; a file that
      *    predates it keeps the compiled value
           CALL 'FILES' USING 'READ-PARAMETER-FILE'
               BUSINESS-RULES-RECORD WS-PARAM-STATUS.

           IF WS-PARAM-STATUS = '00'
               IF BRL-BUDGET-TOL-PCT NUMERIC
                   MOVE BRL-BUDGET-TOL-PCT TO WS-TOLERANCE-PCT
               END-IF
           END-IF.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           MOVE WS-TOLERANCE-PCT TO WS-DISPLAY-TOLERANCE.
           DISPLAY '================================================'.
           DISPLAY 'BUDGET VERSUS ACTUAL VARIANCE REPORT'.
           DISPLAY 'Run date:      ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY 'Period:        ' WS-REPORT-YEAR '-'
               WS-REPORT-MONTH '  (year to date from '
               WS-REPORT-YEAR '-01)'.
           IF WS-SELECTED-BRANCH = SPACES
               DISPLAY 'Branch:        All branches'
           ELSE
               DISPLAY 'Branch:        ' WS-SELECTED-BRANCH
           END-IF.
           DISPLAY 'Tolerance:     ' WS-DISPLAY-TOLERANCE '%'.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Budget lines read:        ' WS-BUDGET-LINES-READ.
           DISPLAY 'Chart rows listed:        ' WS-ROWS-LISTED.
           DISPLAY 'Lines outside tolerance:  ' WS-LINES-OUTSIDE.
           DISPLAY '------------------------------------------------'.

           IF WS-BUDGET-LINES-READ = 0
               DISPLAY 'No budget is loaded for ' WS-REPORT-YEAR
                   ' - run BUDLOAD with finance''s budget file.'
           END-IF.

      ******************************************************************
      * COLLECTION
      ******************************************************************

       COLLECT-CHART-ROWS.
      *    Read the whole chart into the working table, then look up
      *    each row's actual for every month to date
           CALL 'FILES' USING 'OPEN-GL-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'START-GL-ACCOUNT-FILE-TOP'
               WS-OP-STATUS.

           PERFORM COLLECT-NEXT-CHART-ROW
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-GL-ACCOUNT-FILE'.

           PERFORM LOOKUP-ROW-ACTUALS
               VARYING WS-CHART-IDX FROM 1 BY 1
               UNTIL WS-CHART-IDX > WS-CHART-COUNT.

       COLLECT-NEXT-CHART-ROW.
      *    Read one chart row into the table with empty months
           CALL 'FILES' USING 'READ-NEXT-GL-ACCOUNT'
               GL-ACCOUNT-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00' AND WS-CHART-COUNT < 100
               ADD 1 TO WS-CHART-COUNT
               INITIALIZE WS-CHART-ROW(WS-CHART-COUNT)
               MOVE GLA-ID TO WS-CHART-GLA-ID(WS-CHART-COUNT)
               MOVE GLA-NAME TO WS-CHART-NAME(WS-CHART-COUNT)
           END-IF.

       LOOKUP-ROW-ACTUALS.
      *    Look up one row's closing balance for each month to date
           PERFORM LOOKUP-ONE-MONTH-ACTUAL
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-REPORT-MONTH.

       LOOKUP-ONE-MONTH-ACTUAL.
      *    The period snapshot for one month - the branch's share of
      *    it when a branch is selected; a month never closed counts
      *    as zero
           MOVE WS-REPORT-YEAR TO WS-LOOKUP-YEAR.
           MOVE WS-MONTH-IDX TO WS-LOOKUP-MONTH.

           IF WS-SELECTED-BRANCH = SPACES
               MOVE WS-LOOKUP-PERIOD TO GLP-PERIOD
               MOVE WS-CHART-GLA-ID(WS-CHART-IDX) TO GLP-GLA-ID
               CALL 'FILES' USING 'OPEN-GL-PERIOD-FILE-IO'
               CALL 'FILES' USING 'READ-GL-PERIOD'
                   GL-PERIOD-RECORD WS-PERIOD-STATUS
               CALL 'FILES' USING 'CLOSE-GL-PERIOD-FILE'
               IF WS-PERIOD-STATUS = '00'
                   MOVE GLP-CLOSING-BAL
                       TO WS-ACTUAL(WS-CHART-IDX, WS-MONTH-IDX)
                   MOVE 1 TO WS-CHART-HAS-DATA(WS-CHART-IDX)
               END-IF
           ELSE
               MOVE WS-LOOKUP-PERIOD TO GBP-PERIOD
               MOVE WS-SELECTED-BRANCH TO GBP-BRANCH-CODE
               MOVE WS-CHART-GLA-ID(WS-CHART-IDX) TO GBP-GLA-ID
               CALL 'FILES' USING 'OPEN-GL-BRANCH-PERIOD-FILE-IO'
               CALL 'FILES' USING 'READ-GL-BRANCH-PERIOD'
                   GL-BRANCH-PERIOD-RECORD WS-PERIOD-STATUS
               CALL 'FILES' USING 'CLOSE-GL-BRANCH-PERIOD-FILE'
               IF WS-PERIOD-STATUS = '00'
                   MOVE GBP-CLOSING-BAL
                       TO WS-ACTUAL(WS-CHART-IDX, WS-MONTH-IDX)
                   MOVE 1 TO WS-CHART-HAS-DATA(WS-CHART-IDX)
               END-IF
           END-IF.

           IF WS-PERIOD-STATUS = '00' AND
                   WS-CHART-GLA-ID(WS-CHART-IDX) >= 4000 AND
                   WS-CHART-GLA-ID(WS-CHART-IDX) <= 5999
               PERFORM LOOKUP-CARRIED-IN
               SUBTRACT WS-CARRIED-IN
                   FROM WS-ACTUAL(WS-CHART-IDX, WS-MONTH-IDX)
           END-IF.

       LOOKUP-CARRIED-IN.
      *    The opening figure the month before carried into this
      *    month on a P&L row - the month's result is what the row
      *    moved beyond it. A month never closed carried nothing.
           MOVE 0 TO WS-CARRIED-IN.
           IF WS-LOOKUP-MONTH = 1
               MOVE 12 TO WS-LOOKUP-MONTH
               SUBTRACT 1 FROM WS-LOOKUP-YEAR
           ELSE
               SUBTRACT 1 FROM WS-LOOKUP-MONTH
           END-IF.

           IF WS-SELECTED-BRANCH = SPACES
               MOVE WS-LOOKUP-PERIOD TO GLP-PERIOD
               MOVE WS-CHART-GLA-ID(WS-CHART-IDX) TO GLP-GLA-ID
               CALL 'FILES' USING 'OPEN-GL-PERIOD-FILE-IO'
               CALL 'FILES' USING 'READ-GL-PERIOD'
                   GL-PERIOD-RECORD WS-PERIOD-STATUS
               CALL 'FILES' USING 'CLOSE-GL-PERIOD-FILE'
               IF WS-PERIOD-STATUS = '00'
                   MOVE GLP-OPENING-BAL TO WS-CARRIED-IN
               END-IF
           ELSE
               MOVE WS-LOOKUP-PERIOD TO GBP-PERIOD
               MOVE WS-SELECTED-BRANCH TO GBP-BRANCH-CODE
               MOVE WS-CHART-GLA-ID(WS-CHART-IDX) TO GBP-GLA-ID
               CALL 'FILES' USING 'OPEN-GL-BRANCH-PERIOD-FILE-IO'
               CALL 'FILES' USING 'READ-GL-BRANCH-PERIOD'
                   GL-BRANCH-PERIOD-RECORD WS-PERIOD-STATUS
               CALL 'FILES' USING 'CLOSE-GL-BRANCH-PERIOD-FILE'
               IF WS-PERIOD-STATUS = '00'
                   MOVE GBP-OPENING-BAL TO WS-CARRIED-IN
               END-IF
           END-IF.

       COLLECT-BUDGET-LINES.
      *    One pass over the reported year's budget lines, placing
      *    each one against its chart row and month
           CALL 'FILES' USING 'OPEN-BUDGET-FILE-IO'.

           MOVE WS-REPORT-YEAR TO BUD-FISCAL-YEAR.
           CALL 'FILES' USING 'START-BUDGET-FILE-AT-YEAR'
               BUDGET-RECORD WS-OP-STATUS.

           PERFORM COLLECT-NEXT-BUDGET-LINE
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-BUDGET-FILE'.

       COLLECT-NEXT-BUDGET-LINE.
      *    Read one budget line; stop at the end of the year
           CALL 'FILES' USING 'READ-NEXT-BUDGET' BUDGET-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               IF BUD-FISCAL-YEAR NOT = WS-REPORT-YEAR
                   MOVE '10' TO WS-OP-STATUS
               ELSE
                   ADD 1 TO WS-BUDGET-LINES-READ
                   IF BUD-MONTH <= WS-REPORT-MONTH
                       PERFORM PLACE-BUDGET-LINE
                   END-IF
               END-IF
           END-IF.

       PLACE-BUDGET-LINE.
      *    Add the line to its chart row's month - as the whole-bank
      *    figure or to the branch lines, or for the selected branch
      *    only its own lines
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM MATCH-ONE-CHART-ROW
               VARYING WS-CHART-IDX FROM 1 BY 1
               UNTIL WS-CHART-IDX > WS-CHART-COUNT
                   OR WS-FOUND-IDX > 0.

           IF WS-FOUND-IDX > 0
               MOVE WS-FOUND-IDX TO WS-CHART-IDX
               IF BUD-BRANCH-CODE = SPACES
                   IF WS-SELECTED-BRANCH = SPACES
                       MOVE BUD-AMOUNT TO WS-BUDGET-WHOLE
                           (WS-CHART-IDX, BUD-MONTH)
                       MOVE 1 TO WS-WHOLE-GIVEN
                           (WS-CHART-IDX, BUD-MONTH)
                       MOVE 1 TO WS-CHART-HAS-DATA(WS-CHART-IDX)
                   END-IF
               ELSE
                   IF WS-SELECTED-BRANCH = SPACES
                           OR WS-SELECTED-BRANCH = BUD-BRANCH-CODE
                       ADD BUD-AMOUNT TO WS-BUDGET-BRANCHES
                           (WS-CHART-IDX, BUD-MONTH)
                       MOVE 1 TO WS-CHART-HAS-DATA(WS-CHART-IDX)
                   END-IF
               END-IF
           END-IF.

       MATCH-ONE-CHART-ROW.
      *    Compare one chart table row with the budget line's account
           IF WS-CHART-GLA-ID(WS-CHART-IDX) = BUD-GLA-ID
               MOVE WS-CHART-IDX TO WS-FOUND-IDX
           END-IF.

      ******************************************************************
      * VARIANCE LINES
      ******************************************************************

       PRINT-VARIANCE-LINES.
      *    Print the month and year-to-date lines for every row that
      *    has an actual or a budget
           DISPLAY 'GL   Name / Line           Actual          Budget'
               '        Variance      Var %'.
           DISPLAY '------------------------------------------------'
               '------------------------------------------'.
           PERFORM PRINT-ONE-CHART-ROW
               VARYING WS-CHART-IDX FROM 1 BY 1
               UNTIL WS-CHART-IDX > WS-CHART-COUNT.

       PRINT-ONE-CHART-ROW.
      *    Print one row's month line and year-to-date line
           IF WS-CHART-HAS-DATA(WS-CHART-IDX) = 1
               ADD 1 TO WS-ROWS-LISTED
               DISPLAY WS-CHART-GLA-ID(WS-CHART-IDX) ' '
                   WS-CHART-NAME(WS-CHART-IDX)

               MOVE 0 TO WS-YTD-ACTUAL
               MOVE 0 TO WS-YTD-BUDGET
               PERFORM ADD-ONE-MONTH-TO-DATE
                   VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > WS-REPORT-MONTH

               MOVE 'Month' TO WS-LINE-LABEL
               MOVE WS-ACTUAL(WS-CHART-IDX, WS-REPORT-MONTH)
                   TO WS-LINE-ACTUAL
               MOVE WS-MONTH-BUDGET TO WS-LINE-BUDGET
               PERFORM PRINT-ONE-VARIANCE-LINE

               MOVE 'YTD' TO WS-LINE-LABEL
               IF WS-CHART-GLA-ID(WS-CHART-IDX) >= 4000 AND
                       WS-CHART-GLA-ID(WS-CHART-IDX) <= 5999
                   MOVE WS-YTD-ACTUAL TO WS-LINE-ACTUAL
                   MOVE WS-YTD-BUDGET TO WS-LINE-BUDGET
               END-IF
               PERFORM PRINT-ONE-VARIANCE-LINE
           END-IF.

       ADD-ONE-MONTH-TO-DATE.
      *    Fold one month into the year to date; the month's budget
      *    is the whole-bank line where given, else the branch lines.
      *    The reported month's budget is left in WS-MONTH-BUDGET.
           IF WS-WHOLE-GIVEN(WS-CHART-IDX, WS-MONTH-IDX) = 1
               MOVE WS-BUDGET-WHOLE(WS-CHART-IDX, WS-MONTH-IDX)
                   TO WS-MONTH-BUDGET
           ELSE
               MOVE WS-BUDGET-BRANCHES(WS-CHART-IDX, WS-MONTH-IDX)
                   TO WS-MONTH-BUDGET
           END-IF.

           ADD WS-ACTUAL(WS-CHART-IDX, WS-MONTH-IDX) TO WS-YTD-ACTUAL.
           ADD WS-MONTH-BUDGET TO WS-YTD-BUDGET.

       PRINT-ONE-VARIANCE-LINE.
      *    Work out and print one line's variance and percent, marking
      *    it when outside tolerance
           COMPUTE WS-LINE-VARIANCE = WS-LINE-ACTUAL - WS-LINE-BUDGET.
           MOVE SPACES TO WS-LINE-MARK.

           IF WS-LINE-BUDGET = 0
               MOVE '        n/a' TO WS-DISPLAY-PCT-X
               IF WS-LINE-ACTUAL NOT = 0
                   MOVE '<< NO BUDGET' TO WS-LINE-MARK
               END-IF
           ELSE
               MOVE WS-LINE-BUDGET TO WS-LINE-BUDGET-SIZE
               IF WS-LINE-BUDGET-SIZE < 0
                   COMPUTE WS-LINE-BUDGET-SIZE =
                       0 - WS-LINE-BUDGET-SIZE
               END-IF
               COMPUTE WS-LINE-PCT ROUNDED =
                   WS-LINE-VARIANCE * 100 / WS-LINE-BUDGET-SIZE
                   ON SIZE ERROR
                       MOVE 9999999.99 TO WS-LINE-PCT
               END-COMPUTE
               MOVE WS-LINE-PCT TO WS-DISPLAY-PCT
               MOVE WS-DISPLAY-PCT TO WS-DISPLAY-PCT-X
               MOVE WS-LINE-PCT TO WS-LINE-PCT-SIZE
               IF WS-LINE-PCT-SIZE < 0
                   COMPUTE WS-LINE-PCT-SIZE = 0 - WS-LINE-PCT-SIZE
               END-IF
               IF WS-LINE-PCT-SIZE > WS-TOLERANCE-PCT
                   MOVE '<< OUTSIDE TOLERANCE' TO WS-LINE-MARK
               END-IF
           END-IF.

           IF WS-LINE-MARK NOT = SPACES
               ADD 1 TO WS-LINES-OUTSIDE
           END-IF.

           MOVE WS-LINE-ACTUAL TO WS-DISPLAY-ACTUAL.
           MOVE WS-LINE-BUDGET TO WS-DISPLAY-BUDGET.
           MOVE WS-LINE-VARIANCE TO WS-DISPLAY-VARIANCE.
           DISPLAY '     ' WS-LINE-LABEL ' '
               WS-DISPLAY-ACTUAL ' ' WS-DISPLAY-BUDGET ' '
               WS-DISPLAY-VARIANCE ' ' WS-DISPLAY-PCT-X ' '
               WS-LINE-MARK.

       END PROGRAM BUDVAR.
