      * Standalone batch program, intended to run once after the
      * final end-of-day cutover of each calendar month. Closes the
      * posting month on the general ledger: every GL-ACCOUNT-RECORD
      * balance is snapshotted into the per-period balance file and
      * the closed-period marker is advanced - from that moment
      * VALIDATE-BACKDATE-INPUTS refuses any posting whose value
      * date falls in the closed month. The income and expense
      * lines (GLA 4000-5999) run on through the fiscal year; the
      * year-end close (YEARCLOSE) clears them to retained earnings
      * after December is closed.
      *
      * Design decisions:
      * - The period closed is the calendar month of the current
      *   posting date; a period at or before the marker is refused
      *   as already closed
      * - The snapshot records each row's balance at the close (for
      *   a P&L line the fiscal year to date) and the balance it
      *   opens the next period with, the same figure carried
      *   forward - so a prior-period comparison never needs to
      *   replay the ledger, and a month's result is the difference
      *   from the previous snapshot's opening figure
      * - The close only reads the chart; the year-end close moves
      *   the result to retained earnings as a journal voucher
      * - A month of a new fiscal year is refused while the year
      *   before it has had its December closed but not its
      *   year-end close, which would mix two years' results
      * - Every branch's share of every row (see GLBRANCH.COB) is
      *   snapshotted the same way, so a branch's balance sheet
      *   rolls into the next period like the bank's
      * - The close is always bank-wide - the closed-period marker
      *   is one date for the whole bank. An optional BRANCH=nnnn
      *   argument (alongside FORCE, in either order) limits the
      *   per-branch results and snapshot listing to that branch.
      *
      * Author: Portfolio Project
      * Date: 2026
       01  WS-CONTROL-STATUS           PIC XX.

       01  WS-CLOSING-PERIOD           PIC 9(6).
       01  WS-YTD-RESULT               PIC S9(13)V99 VALUE 0.

      * The chart rows collected in one read pass, worked from the
      * table afterwards so the snapshot writes never disturb the
      * chart scan cursor
       01  WS-CHART-COUNT              PIC 9(3) VALUE 0.
       01  WS-CHART-TABLE.
           05  WS-CHART-ROW OCCURS 100 TIMES.
               10  WS-CHART-BALANCE    PIC S9(13)V99.
       01  WS-CHART-IDX                PIC 9(3).

      * Every branch share collected the same way, then snapshotted
      * from the table
       01  WS-BRANCH-ROW-COUNT         PIC 9(4) VALUE 0.
       01  WS-BRANCH-ROW-TABLE.
           05  WS-BRANCH-ROW OCCURS 2000 TIMES.
               10  WS-BR-BRANCH-CODE   PIC X(4).
               10  WS-BR-GLA-ID        PIC 9(4).
               10  WS-BR-BALANCE       PIC S9(13)V99.
       01  WS-BRANCH-ROW-IDX           PIC 9(4).
       01  WS-BRANCH-STATUS            PIC XX.

      * Year-to-date net result per branch, for the results listing
       01  WS-RESULT-COUNT             PIC 9(3) VALUE 0.
       01  WS-RESULT-TABLE.
           05  WS-RESULT-ROW OCCURS 100 TIMES.
               10  WS-RES-BRANCH-CODE  PIC X(4).
               10  WS-RES-AMOUNT       PIC S9(13)V99.
       01  WS-RESULT-IDX               PIC 9(3).
       01  WS-RESULT-FOUND             PIC 9(3).

      * Optional BRANCH=nnnn argument; blank lists every branch
       01  WS-SELECTED-BRANCH          PIC X(4) VALUE SPACES.
       01  WS-ARG-TOKENS.
           05  WS-ARG-TOKEN OCCURS 2 TIMES PIC X(40).
       01  WS-ARG-IDX                  PIC 9.

       01  WS-TIMESTAMP-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-CURR-YEAR        PIC 9(4).

       01  WS-REPORT-COUNTERS.
           05  WS-ROWS-SNAPPED         PIC 9(3) VALUE 0.
           05  WS-PNL-ROWS             PIC 9(3) VALUE 0.
           05  WS-BRANCH-ROWS-SNAPPED  PIC 9(4) VALUE 0.
           05  WS-BRANCH-PNL-ROWS      PIC 9(4) VALUE 0.

       01  WS-DISPLAY-AMOUNT           PIC -ZZZ,ZZZ,ZZ9.99.

           PERFORM CHECK-PERIOD-NOT-CLOSED.
           PERFORM REGISTER-JOB-RUN.
           PERFORM COLLECT-CHART-ROWS.
           PERFORM SNAPSHOT-CHART-ROWS.
           PERFORM COLLECT-BRANCH-ROWS.
           PERFORM SNAPSHOT-BRANCH-ROWS.
           PERFORM ADVANCE-CLOSED-PERIOD.
           PERFORM FINISH-JOB-RUN.
           PERFORM DISPLAY-SUMMARY.

       DISPLAY-SUMMARY.
      *    Display final counts
           MOVE WS-YTD-RESULT TO WS-DISPLAY-AMOUNT.
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Chart rows snapshotted:' WS-ROWS-SNAPPED.
           DISPLAY 'P&L rows with a balance:' WS-PNL-ROWS.
           DISPLAY 'Net result, year to date: ' WS-DISPLAY-AMOUNT.
           DISPLAY 'Branch rows snapshotted:' WS-BRANCH-ROWS-SNAPPED.
           DISPLAY 'Branch P&L rows:        ' WS-BRANCH-PNL-ROWS.
           IF WS-SELECTED-BRANCH = SPACES
               DISPLAY 'Year-to-date net result by branch '
                   '(all branches):'
           ELSE
               DISPLAY 'Year-to-date net result for branch '
                   WS-SELECTED-BRANCH ':'
           END-IF.
           PERFORM DISPLAY-ONE-BRANCH-RESULT
               VARYING WS-RESULT-IDX FROM 1 BY 1
               UNTIL WS-RESULT-IDX > WS-RESULT-COUNT.
           DISPLAY 'Period ' WS-CLOSING-PERIOD ' is now closed.'.
           IF WS-CLOSING-PERIOD(5:2) = '12'
               DISPLAY 'December is closed - run YEARCLOSE to close '
                   'fiscal year ' WS-CLOSING-PERIOD(1:4)
                   ' into retained earnings.'
           END-IF.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * GUARDS AND RUN CONTROL
      ******************************************************************

       DISPLAY-ONE-BRANCH-RESULT.
      *    List one branch's net result, unless another branch was
      *    selected
           IF WS-SELECTED-BRANCH = SPACES OR WS-SELECTED-BRANCH =
                   WS-RES-BRANCH-CODE(WS-RESULT-IDX)
               MOVE WS-RES-AMOUNT(WS-RESULT-IDX) TO WS-DISPLAY-AMOUNT
               DISPLAY '  Branch ' WS-RES-BRANCH-CODE(WS-RESULT-IDX)
                   ': ' WS-DISPLAY-AMOUNT
           END-IF.

       CHECK-PERIOD-NOT-CLOSED.
      *    Refuse to close a period at or before the marker - a
      *    month closed twice would snapshot it twice - or the first
      *    month of a fiscal year whose predecessor is still open
           CALL 'FILES' USING 'READ-CONTROL' CONTROL-RECORD
               WS-CONTROL-STATUS.
           CALL 'FILES' USING 'CLOSE-CONTROL-FILE'.
               STOP RUN
           END-IF.

           IF CTL-LAST-CLOSED-YEAR NOT NUMERIC
               MOVE 0 TO CTL-LAST-CLOSED-YEAR
           END-IF.

           IF CTL-LAST-CLOSED-PERIOD(5:2) = '12' AND
                   WS-CLOSING-PERIOD(1:4) >
                       CTL-LAST-CLOSED-PERIOD(1:4) AND
                   CTL-LAST-CLOSED-YEAR < CTL-LAST-CLOSED-PERIOD(1:4)
               DISPLAY 'REFUSED: Fiscal year '
                   CTL-LAST-CLOSED-PERIOD(1:4)
                   ' has not had its year-end close - run YEARCLOSE '
                   'before closing ' WS-CLOSING-PERIOD '.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       REGISTER-JOB-RUN.
      *    Register this run with run control; a same-date rerun is
      *    refused unless the operator launched the job with FORCE
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-TOKENS.
           UNSTRING FUNCTION UPPER-CASE(WS-COMMAND-ARGS)
               DELIMITED BY ALL SPACE
               INTO WS-ARG-TOKEN(1) WS-ARG-TOKEN(2).
           PERFORM READ-ONE-ARGUMENT
               VARYING WS-ARG-IDX FROM 1 BY 1
               UNTIL WS-ARG-IDX > 2.

           CALL 'RUNCTL' USING 'BEGIN-JOB-RUN' WS-JOB-NAME
               WS-EFFECTIVE-DATE WS-FORCE-FLAG RUN-CONTROL-RECORD
               STOP RUN
           END-IF.

       READ-ONE-ARGUMENT.
      *    Recognize FORCE or BRANCH=nnnn
           IF WS-ARG-TOKEN(WS-ARG-IDX) = 'FORCE'
               MOVE 'Y' TO WS-FORCE-FLAG
           END-IF.
           IF WS-ARG-TOKEN(WS-ARG-IDX)(1:7) = 'BRANCH='
               MOVE WS-ARG-TOKEN(WS-ARG-IDX)(8:4)
                   TO WS-SELECTED-BRANCH
               DISPLAY 'Branch results listed for: '
                   WS-SELECTED-BRANCH
           END-IF.

       FINISH-JOB-RUN.
      *    Record a clean finish with final counts
           CALL 'RUNCTL' USING 'END-JOB-RUN' WS-JOB-NAME
               WS-EFFECTIVE-DATE WS-ROWS-SNAPPED
               WS-PNL-ROWS WS-RUNCTL-STATUS.

      ******************************************************************
      * CLOSE PASS

       COLLECT-CHART-ROWS.
      *    Read the whole chart into the working table first, so the
      *    snapshot below never fights the scan cursor
           CALL 'FILES' USING 'OPEN-GL-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'START-GL-ACCOUNT-FILE-TOP'
               WS-GLA-STATUS.
               MOVE GLA-BALANCE TO WS-CHART-BALANCE(WS-CHART-COUNT)
           END-IF.

       SNAPSHOT-CHART-ROWS.
      *    Snapshot every row's closing balance, totalling the
      *    income and expense lines into the year-to-date result
           PERFORM CLOSE-ONE-CHART-ROW
               VARYING WS-CHART-IDX FROM 1 BY 1
               UNTIL WS-CHART-IDX > WS-CHART-COUNT.

       CLOSE-ONE-CHART-ROW.
      *    Snapshot one row and, for a P&L line, add it to the
      *    year-to-date result
           PERFORM WRITE-PERIOD-SNAPSHOT.

           IF WS-CHART-GLA-ID(WS-CHART-IDX) >= 4000 AND
                   WS-CHART-GLA-ID(WS-CHART-IDX) <= 5999
               IF WS-CHART-BALANCE(WS-CHART-IDX) NOT = 0
                   ADD WS-CHART-BALANCE(WS-CHART-IDX) TO WS-YTD-RESULT
                   ADD 1 TO WS-PNL-ROWS
               END-IF
           END-IF.

       WRITE-PERIOD-SNAPSHOT.
      *    Write this row's period balance record: the closing
      *    figure is the balance now, carried forward as the opening
      *    figure - the year-end close alone resets December's
           INITIALIZE GL-PERIOD-RECORD.
           MOVE WS-CLOSING-PERIOD TO GLP-PERIOD.
           MOVE WS-CHART-GLA-ID(WS-CHART-IDX) TO GLP-GLA-ID.
           MOVE WS-CHART-BALANCE(WS-CHART-IDX) TO GLP-CLOSING-BAL.
           MOVE WS-CHART-BALANCE(WS-CHART-IDX) TO GLP-OPENING-BAL.

           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO GLP-CREATED-TS.

           ADD 1 TO WS-ROWS-SNAPPED.

      ******************************************************************
      * BRANCH CLOSE PASS
      ******************************************************************

       COLLECT-BRANCH-ROWS.
      *    Read every branch share into the working table, the same
      *    way the chart rows were collected
           CALL 'FILES' USING 'OPEN-GL-BRANCH-FILE-IO'.
           CALL 'FILES' USING 'START-GL-BRANCH-FILE-TOP'
               WS-BRANCH-STATUS.

           PERFORM COLLECT-NEXT-BRANCH-ROW
               UNTIL WS-BRANCH-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-GL-BRANCH-FILE'.

       COLLECT-NEXT-BRANCH-ROW.
      *    Read one branch share into the table
           CALL 'FILES' USING 'READ-NEXT-GL-BRANCH'
               GL-BRANCH-BALANCE-RECORD WS-BRANCH-STATUS.

           IF WS-BRANCH-STATUS = '00'
               IF WS-BRANCH-ROW-COUNT < 2000
                   ADD 1 TO WS-BRANCH-ROW-COUNT
                   MOVE GLB-BRANCH-CODE
                       TO WS-BR-BRANCH-CODE(WS-BRANCH-ROW-COUNT)
                   MOVE GLB-GLA-ID TO WS-BR-GLA-ID(WS-BRANCH-ROW-COUNT)
                   MOVE GLB-BALANCE
                       TO WS-BR-BALANCE(WS-BRANCH-ROW-COUNT)
               ELSE
                   DISPLAY 'WARNING: Branch row table full - branch '
                       GLB-BRANCH-CODE ' GLA ' GLB-GLA-ID ' not closed'
               END-IF
           END-IF.

       SNAPSHOT-BRANCH-ROWS.
      *    Snapshot every branch share, totalling each branch's
      *    income and expense shares into its year-to-date result
           IF WS-SELECTED-BRANCH NOT = SPACES
               DISPLAY ' '
               DISPLAY 'Branch ' WS-SELECTED-BRANCH
                   ' period snapshot:'
               DISPLAY 'GLA   Closing balance'
           END-IF.

           PERFORM CLOSE-ONE-BRANCH-ROW
               VARYING WS-BRANCH-ROW-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-ROW-IDX > WS-BRANCH-ROW-COUNT.

       CLOSE-ONE-BRANCH-ROW.
      *    Snapshot one branch share and, for a P&L line, add it to
      *    the branch's result
           PERFORM WRITE-BRANCH-PERIOD-SNAPSHOT.

           IF WS-BR-GLA-ID(WS-BRANCH-ROW-IDX) >= 4000 AND
                   WS-BR-GLA-ID(WS-BRANCH-ROW-IDX) <= 5999
               IF WS-BR-BALANCE(WS-BRANCH-ROW-IDX) NOT = 0
                   ADD 1 TO WS-BRANCH-PNL-ROWS
                   PERFORM ADD-TO-BRANCH-RESULT
               END-IF
           END-IF.

       WRITE-BRANCH-PERIOD-SNAPSHOT.
      *    Write this branch share's period balance record, on the
      *    same closing/opening rule as the chart snapshot
           INITIALIZE GL-BRANCH-PERIOD-RECORD.
           MOVE WS-CLOSING-PERIOD TO GBP-PERIOD.
           MOVE WS-BR-BRANCH-CODE(WS-BRANCH-ROW-IDX)
               TO GBP-BRANCH-CODE.
           MOVE WS-BR-GLA-ID(WS-BRANCH-ROW-IDX) TO GBP-GLA-ID.
           MOVE WS-BR-BALANCE(WS-BRANCH-ROW-IDX) TO GBP-CLOSING-BAL.
           MOVE WS-BR-BALANCE(WS-BRANCH-ROW-IDX) TO GBP-OPENING-BAL.

           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO GBP-CREATED-TS.

           CALL 'FILES' USING 'OPEN-GL-BRANCH-PERIOD-FILE-IO'.
           CALL 'FILES' USING 'WRITE-GL-BRANCH-PERIOD'
               GL-BRANCH-PERIOD-RECORD WS-PERIOD-STATUS.
           CALL 'FILES' USING 'CLOSE-GL-BRANCH-PERIOD-FILE'.

           ADD 1 TO WS-BRANCH-ROWS-SNAPPED.

           IF WS-SELECTED-BRANCH = GBP-BRANCH-CODE
               MOVE GBP-CLOSING-BAL TO WS-DISPLAY-AMOUNT
               DISPLAY GBP-GLA-ID '  ' WS-DISPLAY-AMOUNT
           END-IF.

       ADD-TO-BRANCH-RESULT.
      *    Fold the share into its branch's net result
           MOVE 0 TO WS-RESULT-FOUND.
           PERFORM MATCH-ONE-BRANCH-RESULT
               VARYING WS-RESULT-IDX FROM 1 BY 1
               UNTIL WS-RESULT-IDX > WS-RESULT-COUNT
                   OR WS-RESULT-FOUND > 0.

           IF WS-RESULT-FOUND = 0 AND WS-RESULT-COUNT < 100
               ADD 1 TO WS-RESULT-COUNT
               MOVE WS-RESULT-COUNT TO WS-RESULT-FOUND
               MOVE WS-BR-BRANCH-CODE(WS-BRANCH-ROW-IDX)
                   TO WS-RES-BRANCH-CODE(WS-RESULT-FOUND)
               MOVE 0 TO WS-RES-AMOUNT(WS-RESULT-FOUND)
           END-IF.

           IF WS-RESULT-FOUND > 0
               ADD WS-BR-BALANCE(WS-BRANCH-ROW-IDX)
                   TO WS-RES-AMOUNT(WS-RESULT-FOUND)
           END-IF.

       MATCH-ONE-BRANCH-RESULT.
      *    Test one result entry against the row's branch
           IF WS-RES-BRANCH-CODE(WS-RESULT-IDX) =
                   WS-BR-BRANCH-CODE(WS-BRANCH-ROW-IDX)
               MOVE WS-RESULT-IDX TO WS-RESULT-FOUND
           END-IF.

       ADVANCE-CLOSED-PERIOD.
      *    Stamp the period as closed - from here on the back-dated
