      ******************************************************************
      * YEARCLOSE.COB - Fiscal Year-End Close Batch
      *
      * Standalone batch program, intended to run once after PERCLOSE
      * has closed December. Closes the fiscal year on the general
      * ledger: every income and expense line (GLA 4000-5999) is
      * cleared to retained earnings (GLA 3000) by closing entries
      * recorded as journal vouchers, December's snapshot is reset
      * so the new year opens with zero result accounts, and the
      * closed-year marker is advanced - from that moment
      * VALIDATE-BACKDATE-INPUTS refuses any posting whose value
      * date falls in the closed year.
      *
      * Design decisions:
      * - The fiscal year is the calendar year, as in BUDLOAD, and
      *   the year closed is the one whose December PERCLOSE closed
      *   last; a year at or before the marker is refused as already
      *   closed
      * - The amount cleared on each line is the balance December's
      *   snapshot carried into the new year, not the live balance:
      *   postings made in January before this job runs stay on the
      *   new year's lines. A line December carried in at zero (a
      *   month closed back when every close swept these lines) has
      *   nothing left to clear
      * - Closing entries are booked per branch share (see
      *   GLBRANCH.COB), each branch's result going to its own share
      *   of retained earnings; a voucher holds ten lines, so a
      *   branch with more result lines gets several vouchers, each
      *   balanced on its own retained earnings line. With no branch
      *   shares on file the chart's lines close to head office
      * - The vouchers post at once through JOURNAL's closing-voucher
      *   operation - derived from closed balances, there is nothing
      *   for a checker to judge - under the system operator 0, and
      *   the list printed here is finance's record of them
      * - Only chart balances move; the customer ledger and the
      *   CTL-GL-BALANCE control total are untouched, so GLTIEOUT
      *   still nets to zero
      * - The year is marked closed even if a voucher failed, so a
      *   rerun cannot post the rest twice; the failure is printed
      *   for finance to complete by a manual voucher
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEARCLOSE.
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
       01  WS-GLA-STATUS               PIC XX.
       01  WS-PERIOD-STATUS            PIC XX.
       01  WS-CONTROL-STATUS           PIC XX.
       01  WS-JNL-STATUS               PIC XX.

      * Retained earnings row the results close to
       01  WS-RETAINED-GLA-ID          PIC 9(4) VALUE 3000.

      * Voucher maker for system-raised vouchers
       01  WS-SYSTEM-OPERATOR-ID       PIC 9(6) VALUE 0.

       01  WS-CLOSING-YEAR             PIC 9(4).
       01  WS-DECEMBER-WORK.
           05  WS-DEC-YEAR             PIC 9(4).
           05  WS-DEC-MONTH            PIC 99 VALUE 12.
       01  WS-DECEMBER-PERIOD REDEFINES WS-DECEMBER-WORK PIC 9(6).

      * December's chart snapshot, collected in one read pass
       01  WS-CHART-COUNT              PIC 9(3) VALUE 0.
       01  WS-CHART-TABLE.
           05  WS-CHART-ROW OCCURS 100 TIMES.
               10  WS-CHART-GLA-ID     PIC 9(4).
               10  WS-CHART-CARRIED    PIC S9(13)V99.
       01  WS-CHART-IDX                PIC 9(3).
       01  WS-CHART-RESULT             PIC S9(13)V99 VALUE 0.

      * The result lines to clear, one per branch share (or per
      * chart row when no branch shares exist), in branch order
       01  WS-CLOSE-COUNT              PIC 9(4) VALUE 0.
       01  WS-CLOSE-TABLE.
           05  WS-CLOSE-LINE OCCURS 2000 TIMES.
               10  WS-CL-BRANCH-CODE   PIC X(4).
               10  WS-CL-GLA-ID        PIC 9(4).
               10  WS-CL-AMOUNT        PIC S9(13)V99.
       01  WS-CLOSE-IDX                PIC 9(4).
       01  WS-BRANCH-RESULT-TOTAL      PIC S9(13)V99 VALUE 0.
       01  WS-USING-BRANCHES           PIC 9 VALUE 0.
           88  CLOSING-BY-BRANCH       VALUE 1.

      * Net result closed per branch, for the listing and for each
      * branch's December retained earnings opening figure
       01  WS-RESULT-COUNT             PIC 9(3) VALUE 0.
       01  WS-RESULT-TABLE.
           05  WS-RESULT-ROW OCCURS 100 TIMES.
               10  WS-RES-BRANCH-CODE  PIC X(4).
               10  WS-RES-AMOUNT       PIC S9(13)V99.
       01  WS-RESULT-IDX               PIC 9(3).
       01  WS-RESULT-FOUND             PIC 9(3).

      * The voucher being built
       01  WS-VOUCHER-BRANCH           PIC X(4).
       01  WS-VOUCHER-NET              PIC S9(13)V99.
       01  WS-VOUCHER-DESCRIPTION      PIC X(50).
       01  WS-RESULT-LINES-MAX         PIC 9(2) VALUE 9.

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

       01  WS-REPORT-COUNTERS.
           05  WS-VOUCHERS-POSTED      PIC 9(4) VALUE 0.
           05  WS-VOUCHERS-FAILED      PIC 9(4) VALUE 0.
           05  WS-LINES-CLOSED         PIC 9(6) VALUE 0.
           05  WS-RESULT-CLOSED        PIC S9(13)V99 VALUE 0.

       01  WS-DISPLAY-AMOUNT           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-COUNT            PIC Z9.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.

       01  WS-EFFECTIVE-DATE           PIC 9(8).

      * Run-control registration (see RUNCTL.COB)
       01  WS-JOB-NAME                 PIC X(10) VALUE 'YEARCLOSE'.
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
      *    Entry point for the fiscal year-end close batch job
           PERFORM DISPLAY-BANNER.
           PERFORM CHECK-YEAR-READY.
           PERFORM REGISTER-JOB-RUN.
           PERFORM COLLECT-CHART-RESULTS.
           PERFORM COLLECT-BRANCH-RESULTS.
           PERFORM CHOOSE-CLOSING-LINES.
           PERFORM POST-CLOSING-VOUCHERS.
           IF WS-VOUCHERS-FAILED = 0
               PERFORM RESET-CHART-OPENINGS
               PERFORM RESET-BRANCH-OPENINGS
           END-IF.
           PERFORM ADVANCE-CLOSED-YEAR.
           PERFORM FINISH-JOB-RUN.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-EFFECTIVE-DATE.
           DISPLAY '================================================'.
           DISPLAY 'FISCAL YEAR-END CLOSE'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY 'Posting date: ' WS-EFFECTIVE-DATE.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display final counts
           MOVE WS-RESULT-CLOSED TO WS-DISPLAY-AMOUNT.
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Result lines closed:    ' WS-LINES-CLOSED.
           DISPLAY 'Closing vouchers posted:' WS-VOUCHERS-POSTED.
           DISPLAY 'Closing vouchers failed:' WS-VOUCHERS-FAILED.
           DISPLAY 'Net result to retained earnings: '
               WS-DISPLAY-AMOUNT.
           IF WS-RESULT-COUNT > 0
               DISPLAY 'Net result closed by branch:'
               PERFORM DISPLAY-ONE-BRANCH-RESULT
                   VARYING WS-RESULT-IDX FROM 1 BY 1
                   UNTIL WS-RESULT-IDX > WS-RESULT-COUNT
           END-IF.
           DISPLAY 'Fiscal year ' WS-CLOSING-YEAR ' is now closed.'.
           IF WS-VOUCHERS-FAILED > 0
               DISPLAY 'WARNING: The failed vouchers above were not '
                   'posted - finance must book them by manual '
                   'voucher. December''s opening figures were left '
                   'as they were.'
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY '------------------------------------------------'.

       DISPLAY-ONE-BRANCH-RESULT.
      *    List one branch's closed result
           MOVE WS-RES-AMOUNT(WS-RESULT-IDX) TO WS-DISPLAY-AMOUNT.
           DISPLAY '  Branch ' WS-RES-BRANCH-CODE(WS-RESULT-IDX)
               ': ' WS-DISPLAY-AMOUNT.

      ******************************************************************
      * GUARDS AND RUN CONTROL
      ******************************************************************

       CHECK-YEAR-READY.
      *    The year to close is the one whose December was closed
      *    last; refuse when December is not closed yet or the year
      *    already is
           CALL 'FILES' USING 'READ-CONTROL' CONTROL-RECORD
               WS-CONTROL-STATUS.
           CALL 'FILES' USING 'CLOSE-CONTROL-FILE'.

           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'FATAL: Cannot read control file'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF CTL-LAST-CLOSED-YEAR NOT NUMERIC
               MOVE 0 TO CTL-LAST-CLOSED-YEAR
           END-IF.

           IF CTL-LAST-CLOSED-PERIOD(5:2) NOT = '12'
               DISPLAY 'REFUSED: December is not the last period '
                   'closed (last closed: ' CTL-LAST-CLOSED-PERIOD
                   ') - run PERCLOSE for December first.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE CTL-LAST-CLOSED-PERIOD(1:4) TO WS-CLOSING-YEAR.
           MOVE WS-CLOSING-YEAR TO WS-DEC-YEAR.

           IF CTL-LAST-CLOSED-YEAR >= WS-CLOSING-YEAR
               DISPLAY 'REFUSED: Fiscal year ' WS-CLOSING-YEAR
                   ' is already closed (last closed: '
                   CTL-LAST-CLOSED-YEAR ').'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-RETAINED-GLA-ID TO GLA-ID.
           CALL 'FILES' USING 'OPEN-GL-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'READ-GL-ACCOUNT' GL-ACCOUNT-RECORD
               WS-GLA-STATUS.
           CALL 'FILES' USING 'CLOSE-GL-ACCOUNT-FILE'.

           IF WS-GLA-STATUS NOT = '00'
               DISPLAY 'REFUSED: Retained earnings row ('
                   WS-RETAINED-GLA-ID ') is not on the chart.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY 'Closing fiscal year: ' WS-CLOSING-YEAR.
           DISPLAY ' '.

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

       FINISH-JOB-RUN.
      *    Record a clean finish with final counts
           CALL 'RUNCTL' USING 'END-JOB-RUN' WS-JOB-NAME
               WS-EFFECTIVE-DATE WS-LINES-CLOSED
               WS-VOUCHERS-POSTED WS-RUNCTL-STATUS.

      ******************************************************************
      * COLLECTION
      ******************************************************************

       COLLECT-CHART-RESULTS.
      *    Read December's chart snapshot into the working table and
      *    total what its result lines carried into the new year
           CALL 'FILES' USING 'OPEN-GL-PERIOD-FILE-IO'.
           CALL 'FILES' USING 'START-GL-PERIOD-FILE-TOP' WS-OP-STATUS.

           PERFORM COLLECT-NEXT-CHART-ROW
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-GL-PERIOD-FILE'.

       COLLECT-NEXT-CHART-ROW.
      *    Read one period row; the file is in period order, so the
      *    scan stops past December
           CALL 'FILES' USING 'READ-NEXT-GL-PERIOD' GL-PERIOD-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               IF GLP-PERIOD > WS-DECEMBER-PERIOD
                   MOVE '10' TO WS-OP-STATUS
               ELSE
                   IF GLP-PERIOD = WS-DECEMBER-PERIOD AND
                           WS-CHART-COUNT < 100
                       ADD 1 TO WS-CHART-COUNT
                       MOVE GLP-GLA-ID
                           TO WS-CHART-GLA-ID(WS-CHART-COUNT)
                       MOVE GLP-OPENING-BAL
                           TO WS-CHART-CARRIED(WS-CHART-COUNT)
                       IF GLP-GLA-ID >= 4000 AND GLP-GLA-ID <= 5999
                           ADD GLP-OPENING-BAL TO WS-CHART-RESULT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       COLLECT-BRANCH-RESULTS.
      *    Read every branch share of a result line December carried
      *    into the new year
           CALL 'FILES' USING 'OPEN-GL-BRANCH-PERIOD-FILE-IO'.
           CALL 'FILES' USING 'START-GL-BRANCH-PERIOD-FILE-TOP'
               WS-OP-STATUS.

           PERFORM COLLECT-NEXT-BRANCH-ROW
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-GL-BRANCH-PERIOD-FILE'.

           IF WS-CLOSE-COUNT > 0
               MOVE 1 TO WS-USING-BRANCHES
           END-IF.

       COLLECT-NEXT-BRANCH-ROW.
      *    Read one branch period row into the closing lines
           CALL 'FILES' USING 'READ-NEXT-GL-BRANCH-PERIOD'
               GL-BRANCH-PERIOD-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               IF GBP-PERIOD > WS-DECEMBER-PERIOD
                   MOVE '10' TO WS-OP-STATUS
               ELSE
                   IF GBP-PERIOD = WS-DECEMBER-PERIOD AND
                           GBP-GLA-ID >= 4000 AND
                           GBP-GLA-ID <= 5999 AND
                           GBP-OPENING-BAL NOT = 0
                       PERFORM ADD-BRANCH-CLOSING-LINE
                   END-IF
               END-IF
           END-IF.

       ADD-BRANCH-CLOSING-LINE.
      *    Queue one branch share for closing
           IF WS-CLOSE-COUNT < 2000
               ADD 1 TO WS-CLOSE-COUNT
               MOVE GBP-BRANCH-CODE
                   TO WS-CL-BRANCH-CODE(WS-CLOSE-COUNT)
               MOVE GBP-GLA-ID TO WS-CL-GLA-ID(WS-CLOSE-COUNT)
               MOVE GBP-OPENING-BAL TO WS-CL-AMOUNT(WS-CLOSE-COUNT)
               ADD GBP-OPENING-BAL TO WS-BRANCH-RESULT-TOTAL
           ELSE
               DISPLAY 'WARNING: Closing line table full - branch '
                   GBP-BRANCH-CODE ' GLA ' GBP-GLA-ID ' not closed'
           END-IF.

       CHOOSE-CLOSING-LINES.
      *    Close by branch share when there are any; otherwise close
      *    the chart's own result lines to head office. Shares that
      *    do not add up to the chart are reported, not forced
           IF CLOSING-BY-BRANCH
               IF WS-BRANCH-RESULT-TOTAL NOT = WS-CHART-RESULT
                   MOVE WS-CHART-RESULT TO WS-DISPLAY-AMOUNT
                   DISPLAY 'WARNING: Branch result shares do not add '
                       'up to the chart result ' WS-DISPLAY-AMOUNT
                   MOVE WS-BRANCH-RESULT-TOTAL TO WS-DISPLAY-AMOUNT
                   DISPLAY '         Closing the branch shares: '
                       WS-DISPLAY-AMOUNT
               END-IF
           ELSE
               PERFORM ADD-CHART-CLOSING-LINE
                   VARYING WS-CHART-IDX FROM 1 BY 1
                   UNTIL WS-CHART-IDX > WS-CHART-COUNT
           END-IF.

       ADD-CHART-CLOSING-LINE.
      *    Queue one chart result line for closing to head office
           IF WS-CHART-GLA-ID(WS-CHART-IDX) >= 4000 AND
                   WS-CHART-GLA-ID(WS-CHART-IDX) <= 5999 AND
                   WS-CHART-CARRIED(WS-CHART-IDX) NOT = 0
               ADD 1 TO WS-CLOSE-COUNT
               MOVE '0001' TO WS-CL-BRANCH-CODE(WS-CLOSE-COUNT)
               MOVE WS-CHART-GLA-ID(WS-CHART-IDX)
                   TO WS-CL-GLA-ID(WS-CLOSE-COUNT)
               MOVE WS-CHART-CARRIED(WS-CHART-IDX)
                   TO WS-CL-AMOUNT(WS-CLOSE-COUNT)
           END-IF.

      ******************************************************************
      * CLOSING VOUCHERS
      ******************************************************************

       POST-CLOSING-VOUCHERS.
      *    Build the closing vouchers branch by branch, up to nine
      *    result lines and one retained earnings line each
           MOVE SPACES TO WS-VOUCHER-DESCRIPTION.
           STRING 'Year-end close ' WS-CLOSING-YEAR
               ' - results to retained earnings'
               DELIMITED BY SIZE INTO WS-VOUCHER-DESCRIPTION.

           DISPLAY 'Voucher   Branch Lines  Result closed'.
           DISPLAY '------------------------------------------------'.

           INITIALIZE JOURNAL-VOUCHER-RECORD.
           MOVE 0 TO JVR-LINE-COUNT.

           PERFORM ADD-ONE-CLOSING-LINE
               VARYING WS-CLOSE-IDX FROM 1 BY 1
               UNTIL WS-CLOSE-IDX > WS-CLOSE-COUNT.

           IF JVR-LINE-COUNT > 0
               PERFORM FLUSH-CLOSING-VOUCHER
           END-IF.

           IF WS-CLOSE-COUNT = 0
               DISPLAY 'No result lines were carried into the new '
                   'year - nothing to close.'
           END-IF.

       ADD-ONE-CLOSING-LINE.
      *    Add one result line to the voucher being built, posting
      *    the voucher first when it is full or the branch changes.
      *    A line is cleared by the opposite of its balance: CR a
      *    positive balance, DR a negative one
           IF JVR-LINE-COUNT > 0
               IF WS-CL-BRANCH-CODE(WS-CLOSE-IDX) NOT =
                       WS-VOUCHER-BRANCH OR
                       JVR-LINE-COUNT >= WS-RESULT-LINES-MAX
                   PERFORM FLUSH-CLOSING-VOUCHER
               END-IF
           END-IF.

           IF JVR-LINE-COUNT = 0
               INITIALIZE JOURNAL-VOUCHER-RECORD
               MOVE WS-CL-BRANCH-CODE(WS-CLOSE-IDX)
                   TO WS-VOUCHER-BRANCH
               MOVE WS-VOUCHER-BRANCH TO JVR-BRANCH-CODE
               MOVE WS-VOUCHER-DESCRIPTION TO JVR-DESCRIPTION
               MOVE 0 TO JVR-LINE-COUNT
               MOVE 0 TO WS-VOUCHER-NET
           END-IF.

           ADD 1 TO JVR-LINE-COUNT.
           MOVE WS-CL-GLA-ID(WS-CLOSE-IDX)
               TO JVR-LINE-GLA-ID(JVR-LINE-COUNT).
           IF WS-CL-AMOUNT(WS-CLOSE-IDX) > 0
               MOVE 'CR' TO JVR-LINE-DRCR(JVR-LINE-COUNT)
               MOVE WS-CL-AMOUNT(WS-CLOSE-IDX)
                   TO JVR-LINE-AMOUNT(JVR-LINE-COUNT)
           ELSE
               MOVE 'DR' TO JVR-LINE-DRCR(JVR-LINE-COUNT)
               COMPUTE JVR-LINE-AMOUNT(JVR-LINE-COUNT) =
                   0 - WS-CL-AMOUNT(WS-CLOSE-IDX)
           END-IF.
           ADD WS-CL-AMOUNT(WS-CLOSE-IDX) TO WS-VOUCHER-NET.

       FLUSH-CLOSING-VOUCHER.
      *    Balance the voucher on retained earnings - the net result
      *    of its lines moves there with the sign it had - and post
      *    it
           IF WS-VOUCHER-NET NOT = 0
               ADD 1 TO JVR-LINE-COUNT
               MOVE WS-RETAINED-GLA-ID
                   TO JVR-LINE-GLA-ID(JVR-LINE-COUNT)
               IF WS-VOUCHER-NET > 0
                   MOVE 'DR' TO JVR-LINE-DRCR(JVR-LINE-COUNT)
                   MOVE WS-VOUCHER-NET
                       TO JVR-LINE-AMOUNT(JVR-LINE-COUNT)
               ELSE
                   MOVE 'CR' TO JVR-LINE-DRCR(JVR-LINE-COUNT)
                   COMPUTE JVR-LINE-AMOUNT(JVR-LINE-COUNT) =
                       0 - WS-VOUCHER-NET
               END-IF
           END-IF.

           MOVE JVR-LINE-COUNT TO WS-DISPLAY-COUNT.
           MOVE WS-VOUCHER-NET TO WS-DISPLAY-AMOUNT.

           CALL 'JOURNAL' USING 'POST-CLOSING-VOUCHER'
               JOURNAL-VOUCHER-RECORD WS-SYSTEM-OPERATOR-ID
               WS-JNL-STATUS.

           IF WS-JNL-STATUS = '00'
               ADD 1 TO WS-VOUCHERS-POSTED
               ADD WS-VOUCHER-NET TO WS-RESULT-CLOSED
               IF WS-VOUCHER-NET NOT = 0
                   SUBTRACT 1 FROM JVR-LINE-COUNT
               END-IF
               ADD JVR-LINE-COUNT TO WS-LINES-CLOSED
               PERFORM ADD-TO-BRANCH-RESULT
               DISPLAY JVR-VOUCHER-ID '  ' WS-VOUCHER-BRANCH '   '
                   WS-DISPLAY-COUNT '   ' WS-DISPLAY-AMOUNT
           ELSE
               ADD 1 TO WS-VOUCHERS-FAILED
               DISPLAY 'FAILED    ' WS-VOUCHER-BRANCH '   '
                   WS-DISPLAY-COUNT '   ' WS-DISPLAY-AMOUNT
           END-IF.

           MOVE 0 TO JVR-LINE-COUNT.

       ADD-TO-BRANCH-RESULT.
      *    Fold a posted voucher's result into its branch's total
           MOVE 0 TO WS-RESULT-FOUND.
           PERFORM MATCH-ONE-BRANCH-RESULT
               VARYING WS-RESULT-IDX FROM 1 BY 1
               UNTIL WS-RESULT-IDX > WS-RESULT-COUNT
                   OR WS-RESULT-FOUND > 0.

           IF WS-RESULT-FOUND = 0 AND WS-RESULT-COUNT < 100
               ADD 1 TO WS-RESULT-COUNT
               MOVE WS-RESULT-COUNT TO WS-RESULT-FOUND
               MOVE WS-VOUCHER-BRANCH
                   TO WS-RES-BRANCH-CODE(WS-RESULT-FOUND)
               MOVE 0 TO WS-RES-AMOUNT(WS-RESULT-FOUND)
           END-IF.

           IF WS-RESULT-FOUND > 0
               ADD WS-VOUCHER-NET TO WS-RES-AMOUNT(WS-RESULT-FOUND)
           END-IF.

       MATCH-ONE-BRANCH-RESULT.
      *    Test one result entry against the voucher's branch
           IF WS-RES-BRANCH-CODE(WS-RESULT-IDX) = WS-VOUCHER-BRANCH
               MOVE WS-RESULT-IDX TO WS-RESULT-FOUND
           END-IF.

      ******************************************************************
      * NEW-YEAR OPENING FIGURES
      ******************************************************************

       RESET-CHART-OPENINGS.
      *    December's snapshot now opens the new year with zero on
      *    every result line and the closed result on retained
      *    earnings
           PERFORM RESET-ONE-CHART-OPENING
               VARYING WS-CHART-IDX FROM 1 BY 1
               UNTIL WS-CHART-IDX > WS-CHART-COUNT.

           MOVE WS-DECEMBER-PERIOD TO GLP-PERIOD.
           MOVE WS-RETAINED-GLA-ID TO GLP-GLA-ID.
           CALL 'FILES' USING 'OPEN-GL-PERIOD-FILE-IO'.
           CALL 'FILES' USING 'READ-GL-PERIOD' GL-PERIOD-RECORD
               WS-PERIOD-STATUS.

           IF WS-PERIOD-STATUS = '00'
               ADD WS-RESULT-CLOSED TO GLP-OPENING-BAL
               CALL 'FILES' USING 'UPDATE-GL-PERIOD'
                   GL-PERIOD-RECORD WS-PERIOD-STATUS
           ELSE
               INITIALIZE GL-PERIOD-RECORD
               MOVE WS-DECEMBER-PERIOD TO GLP-PERIOD
               MOVE WS-RETAINED-GLA-ID TO GLP-GLA-ID
               MOVE 0 TO GLP-CLOSING-BAL
               MOVE WS-RESULT-CLOSED TO GLP-OPENING-BAL
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO GLP-CREATED-TS
               CALL 'FILES' USING 'WRITE-GL-PERIOD'
                   GL-PERIOD-RECORD WS-PERIOD-STATUS
           END-IF.

           CALL 'FILES' USING 'CLOSE-GL-PERIOD-FILE'.

       RESET-ONE-CHART-OPENING.
      *    Zero one result line's December opening figure
           IF WS-CHART-GLA-ID(WS-CHART-IDX) >= 4000 AND
                   WS-CHART-GLA-ID(WS-CHART-IDX) <= 5999 AND
                   WS-CHART-CARRIED(WS-CHART-IDX) NOT = 0
               MOVE WS-DECEMBER-PERIOD TO GLP-PERIOD
               MOVE WS-CHART-GLA-ID(WS-CHART-IDX) TO GLP-GLA-ID
               CALL 'FILES' USING 'OPEN-GL-PERIOD-FILE-IO'
               CALL 'FILES' USING 'READ-GL-PERIOD' GL-PERIOD-RECORD
                   WS-PERIOD-STATUS
               IF WS-PERIOD-STATUS = '00'
                   MOVE 0 TO GLP-OPENING-BAL
                   CALL 'FILES' USING 'UPDATE-GL-PERIOD'
                       GL-PERIOD-RECORD WS-PERIOD-STATUS
               END-IF
               CALL 'FILES' USING 'CLOSE-GL-PERIOD-FILE'
           END-IF.

       RESET-BRANCH-OPENINGS.
      *    The same for every branch share that was closed, and each
      *    branch's retained earnings share
           IF CLOSING-BY-BRANCH
               PERFORM RESET-ONE-BRANCH-OPENING
                   VARYING WS-CLOSE-IDX FROM 1 BY 1
                   UNTIL WS-CLOSE-IDX > WS-CLOSE-COUNT
               PERFORM RESET-ONE-BRANCH-RETAINED
                   VARYING WS-RESULT-IDX FROM 1 BY 1
                   UNTIL WS-RESULT-IDX > WS-RESULT-COUNT
           END-IF.

       RESET-ONE-BRANCH-OPENING.
      *    Zero one closed branch share's December opening figure
           MOVE WS-DECEMBER-PERIOD TO GBP-PERIOD.
           MOVE WS-CL-BRANCH-CODE(WS-CLOSE-IDX) TO GBP-BRANCH-CODE.
           MOVE WS-CL-GLA-ID(WS-CLOSE-IDX) TO GBP-GLA-ID.

           CALL 'FILES' USING 'OPEN-GL-BRANCH-PERIOD-FILE-IO'.
           CALL 'FILES' USING 'READ-GL-BRANCH-PERIOD'
               GL-BRANCH-PERIOD-RECORD WS-PERIOD-STATUS.
           IF WS-PERIOD-STATUS = '00'
               MOVE 0 TO GBP-OPENING-BAL
               CALL 'FILES' USING 'UPDATE-GL-BRANCH-PERIOD'
                   GL-BRANCH-PERIOD-RECORD WS-PERIOD-STATUS
           END-IF.
           CALL 'FILES' USING 'CLOSE-GL-BRANCH-PERIOD-FILE'.

       RESET-ONE-BRANCH-RETAINED.
      *    Add one branch's closed result to its December retained
      *    earnings opening figure
           MOVE WS-DECEMBER-PERIOD TO GBP-PERIOD.
           MOVE WS-RES-BRANCH-CODE(WS-RESULT-IDX) TO GBP-BRANCH-CODE.
           MOVE WS-RETAINED-GLA-ID TO GBP-GLA-ID.

           CALL 'FILES' USING 'OPEN-GL-BRANCH-PERIOD-FILE-IO'.
           CALL 'FILES' USING 'READ-GL-BRANCH-PERIOD'
               GL-BRANCH-PERIOD-RECORD WS-PERIOD-STATUS.

           IF WS-PERIOD-STATUS = '00'
               ADD WS-RES-AMOUNT(WS-RESULT-IDX) TO GBP-OPENING-BAL
               CALL 'FILES' USING 'UPDATE-GL-BRANCH-PERIOD'
                   GL-BRANCH-PERIOD-RECORD WS-PERIOD-STATUS
           ELSE
               INITIALIZE GL-BRANCH-PERIOD-RECORD
               MOVE WS-DECEMBER-PERIOD TO GBP-PERIOD
               MOVE WS-RES-BRANCH-CODE(WS-RESULT-IDX)
                   TO GBP-BRANCH-CODE
               MOVE WS-RETAINED-GLA-ID TO GBP-GLA-ID
               MOVE 0 TO GBP-CLOSING-BAL
               MOVE WS-RES-AMOUNT(WS-RESULT-IDX) TO GBP-OPENING-BAL
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO GBP-CREATED-TS
               CALL 'FILES' USING 'WRITE-GL-BRANCH-PERIOD'
                   GL-BRANCH-PERIOD-RECORD WS-PERIOD-STATUS
           END-IF.

           CALL 'FILES' USING 'CLOSE-GL-BRANCH-PERIOD-FILE'.

       ADVANCE-CLOSED-YEAR.
      *    Stamp the year as closed - from here on the back-dated
      *    posting path refuses value dates inside it
           CALL 'FILES' USING 'READ-CONTROL' CONTROL-RECORD
               WS-CONTROL-STATUS.

           MOVE WS-CLOSING-YEAR TO CTL-LAST-CLOSED-YEAR.

           CALL 'FILES' USING 'UPDATE-CONTROL' CONTROL-RECORD
               WS-CONTROL-STATUS.

      ******************************************************************
      * UTILITY
      ******************************************************************

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
                  DELIMITED BY SIZE
                  INTO WS-TIMESTAMP.

       END PROGRAM YEARCLOSE.
