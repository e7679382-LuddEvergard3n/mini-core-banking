      *   closing balance from GL-PERIOD-FILE; a month never closed
      *   shows zero there, which is itself worth seeing
      * - The P&L net result is also shown on the balance sheet as
      *   current-year earnings, so the statement foots
      * - The income statement is for the fiscal year to date: the
      *   income and expense rows run on through the year until the
      *   year-end close (YEARCLOSE) clears them into retained
      *   earnings, so after that close they start again from zero
      * - Read-only report, safe to run any time
      * - An optional BRANCH=nnnn argument draws the statements for
      *   one branch: each row's balance is that branch's share (see
      *   GLBRANCH.COB), and the comparison column that branch's
      *   share snapshotted at the prior close. Without it the
      *   statements are the whole bank's, as before.
      *
      * Author: Portfolio Project
      * Date: 2026

       01  WS-OP-STATUS                PIC XX.
       01  WS-PERIOD-STATUS            PIC XX.
       01  WS-BRANCH-STATUS            PIC XX.

      * Optional BRANCH=nnnn argument; blank reports all branches
       01  WS-COMMAND-ARGS             PIC X(80).
       01  WS-SELECTED-BRANCH          PIC X(4) VALUE SPACES.
       01  WS-BRANCH-NAME              PIC X(30).

      * The chart collected in one pass, with each row's prior-
      * period closing balance looked up alongside
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-EFFECTIVE-DATE.

           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           IF FUNCTION UPPER-CASE(WS-COMMAND-ARGS(1:7)) = 'BRANCH='
               MOVE WS-COMMAND-ARGS(8:4) TO WS-SELECTED-BRANCH
           END-IF.

           MOVE WS-EFFECTIVE-DATE(1:4) TO WS-PRI-YEAR.
           MOVE WS-EFFECTIVE-DATE(5:2) TO WS-PRI-MONTH.
           IF WS-PRI-MONTH = 1
           DISPLAY 'FINANCIAL STATEMENTS'.
           DISPLAY 'As of posting date: ' WS-EFFECTIVE-DATE.
           DISPLAY 'Comparison period:  ' WS-PRIOR-PERIOD.
           IF WS-SELECTED-BRANCH = SPACES
               DISPLAY 'Branch:             All branches'
           ELSE
               CALL 'BRANCHES' USING 'GET-BRANCH-NAME'
                   WS-SELECTED-BRANCH WS-BRANCH-NAME
               DISPLAY 'Branch:             ' WS-SELECTED-BRANCH ' '
                   WS-BRANCH-NAME
           END-IF.
           DISPLAY '================================================'.
           DISPLAY ' '.


           CALL 'FILES' USING 'CLOSE-GL-ACCOUNT-FILE'.

           IF WS-SELECTED-BRANCH = SPACES
               PERFORM LOOKUP-ONE-PRIOR-BALANCE
                   VARYING WS-CHART-IDX FROM 1 BY 1
                   UNTIL WS-CHART-IDX > WS-CHART-COUNT
           ELSE
               PERFORM LOOKUP-ONE-BRANCH-BALANCE
                   VARYING WS-CHART-IDX FROM 1 BY 1
                   UNTIL WS-CHART-IDX > WS-CHART-COUNT
           END-IF.

       COLLECT-NEXT-CHART-ROW.
      *    Read one chart row into the table
                   TO WS-CHART-PRIOR-BAL(WS-CHART-IDX)
           END-IF.

       LOOKUP-ONE-BRANCH-BALANCE.
      *    Replace this row's balances with the selected branch's
      *    share of it, current and at the prior close; a row the
      *    branch never booked to shows zero
           MOVE 0 TO WS-CHART-BALANCE(WS-CHART-IDX).
           MOVE WS-SELECTED-BRANCH TO GLB-BRANCH-CODE.
           MOVE WS-CHART-GLA-ID(WS-CHART-IDX) TO GLB-GLA-ID.

           CALL 'FILES' USING 'OPEN-GL-BRANCH-FILE-IO'.
           CALL 'FILES' USING 'READ-GL-BRANCH'
               GL-BRANCH-BALANCE-RECORD WS-BRANCH-STATUS.
           CALL 'FILES' USING 'CLOSE-GL-BRANCH-FILE'.

           IF WS-BRANCH-STATUS = '00'
               MOVE GLB-BALANCE TO WS-CHART-BALANCE(WS-CHART-IDX)
           END-IF.

           MOVE WS-PRIOR-PERIOD TO GBP-PERIOD.
           MOVE WS-SELECTED-BRANCH TO GBP-BRANCH-CODE.
           MOVE WS-CHART-GLA-ID(WS-CHART-IDX) TO GBP-GLA-ID.

           CALL 'FILES' USING 'OPEN-GL-BRANCH-PERIOD-FILE-IO'.
           CALL 'FILES' USING 'READ-GL-BRANCH-PERIOD'
               GL-BRANCH-PERIOD-RECORD WS-PERIOD-STATUS.
           CALL 'FILES' USING 'CLOSE-GL-BRANCH-PERIOD-FILE'.

           IF WS-PERIOD-STATUS = '00'
               MOVE GBP-CLOSING-BAL
                   TO WS-CHART-PRIOR-BAL(WS-CHART-IDX)
           END-IF.

      ******************************************************************
      * BALANCE SHEET
      ******************************************************************

       PRINT-BALANCE-SHEET.
      *    Assets, liabilities and equity sections, with the P&L net
      *    result shown as current-year earnings so the statement
      *    foots
           DISPLAY 'BALANCE SHEET'.
           DISPLAY '                              '
           PERFORM COMPUTE-NET-RESULT.
           MOVE WS-NET-RESULT TO WS-DISPLAY-AMOUNT.
           MOVE WS-PRIOR-NET-RESULT TO WS-DISPLAY-PRIOR.
           DISPLAY '  CURRENT-YEAR EARNINGS     '
               WS-DISPLAY-AMOUNT ' ' WS-DISPLAY-PRIOR.

           DISPLAY '------------------------------------------------'.
           DISPLAY '------------------------------------------------'.

       COMPUTE-NET-RESULT.
      *    Net result of the fiscal year to date, now and at the
      *    prior period's close
           COMPUTE WS-NET-RESULT =
               WS-TOTAL-INCOME - WS-TOTAL-EXPENSE.
           COMPUTE WS-PRIOR-NET-RESULT =
