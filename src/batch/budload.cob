      ******************************************************************
      * BUDLOAD.COB - Annual Budget Load
      *
      * Standalone batch program. Loads finance's budget for one
      * fiscal year from the flat budget load file onto the budget
      * file the BUDVAR variance report reads, replacing whatever was
      * loaded for that year before - the budget used to live only in
      * a spreadsheet compared by hand against FINSTMT.
      *
      * Run shape:
      * 1. The whole file is read into storage; the HDR carries the
      *    fiscal year and the control totals (line count and the sum
      *    of the amounts ignoring sign)
      * 2. Every DTL line is validated - month 01-12, a chart row
      *    that exists, a sign of +, - or blank, a numeric amount,
      *    and no key given twice - and the control totals are
      *    verified against the lines actually read
      * 3. Only then is anything written: the year's old lines are
      *    removed and every new line is written
      *
      * Line layout (100 bytes, fixed format):
      *   HDR  cols 1-3 'HDR', 4-7 fiscal year, 8-13 DTL line count,
      *        14-28 amount total 9(13)V99 (unsigned)
      *   DTL  cols 1-3 'DTL', 4-5 month, 6-9 GLA-ID, 10-13 branch
      *        code (blank = whole bank), 14 sign (+, - or blank),
      *        15-29 amount 9(13)V99
      *
      * Design decisions:
      * - The fiscal year is the calendar year, the same months the
      *   period close snapshots
      * - Amounts are given in the chart row's own sign (see
      *   BUDGET-RECORD), so the variance report compares them with
      *   the period balances without any sign flipping
      * - A load replaces one whole year, so rerunning it with a
      *   corrected file is always safe and needs no run control
      * - Any validation failure refuses the whole file with
      *   RETURN-CODE 8 - a half-loaded budget would report false
      *   variances on every line it missed
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDLOAD.
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
       01  WS-BUDGET-STATUS            PIC XX.

      * Fixed-format line overlays, numeric fields class-tested
      * through their alphanumeric redefinitions before being trusted
       01  WS-PARSE-HEADER.
           05  WS-BLH-TAG              PIC X(3).
           05  WS-BLH-YEAR             PIC 9(4).
           05  WS-BLH-YEAR-X REDEFINES WS-BLH-YEAR PIC X(4).
           05  WS-BLH-COUNT            PIC 9(6).
           05  WS-BLH-COUNT-X REDEFINES WS-BLH-COUNT PIC X(6).
           05  WS-BLH-TOTAL            PIC 9(13)V99.
           05  WS-BLH-TOTAL-X REDEFINES WS-BLH-TOTAL PIC X(15).
           05  FILLER                  PIC X(72).

       01  WS-PARSE-DETAIL.
           05  WS-BLD-TAG              PIC X(3).
           05  WS-BLD-MONTH            PIC 99.
           05  WS-BLD-MONTH-X REDEFINES WS-BLD-MONTH PIC XX.
           05  WS-BLD-GLA-ID           PIC 9(4).
           05  WS-BLD-GLA-ID-X REDEFINES WS-BLD-GLA-ID PIC X(4).
           05  WS-BLD-BRANCH           PIC X(4).
           05  WS-BLD-SIGN             PIC X.
           05  WS-BLD-AMOUNT           PIC 9(13)V99.
           05  WS-BLD-AMOUNT-X REDEFINES WS-BLD-AMOUNT PIC X(15).
           05  FILLER                  PIC X(71).

      * The file loaded into storage before anything is written
       01  WS-LOAD-TABLE.
           05  WS-LOAD-YEAR            PIC 9(4) VALUE 0.
           05  WS-LOAD-EXPECTED-COUNT  PIC 9(6) VALUE 0.
           05  WS-LOAD-EXPECTED-TOTAL  PIC 9(13)V99 VALUE 0.
           05  WS-LOAD-ROWS-READ       PIC 9(6) VALUE 0.
           05  WS-LOAD-TOTAL-READ      PIC 9(13)V99 VALUE 0.
           05  WS-LOAD-ROW OCCURS 3000 TIMES.
               10  WS-ROW-MONTH        PIC 99.
               10  WS-ROW-GLA-ID       PIC 9(4).
               10  WS-ROW-BRANCH       PIC X(4).
               10  WS-ROW-AMOUNT       PIC S9(13)V99.
       01  WS-ROW-IDX                  PIC 9(4).
       01  WS-DUP-IDX                  PIC 9(4).
       01  WS-LINE-NUMBER              PIC 9(6) VALUE 0.

       01  WS-HEADER-SEEN              PIC 9 VALUE 0.
           88  HEADER-WAS-SEEN         VALUE 1.
       01  WS-VALIDATION-FAILED        PIC 9 VALUE 0.
           88  LOAD-VALIDATION-FAILED  VALUE 1.
       01  WS-DUPLICATE-SWITCH         PIC 9 VALUE 0.
           88  ROW-IS-DUPLICATE        VALUE 1.

       01  WS-REPORT-COUNTERS.
           05  WS-LINES-REMOVED        PIC 9(6) VALUE 0.
           05  WS-LINES-WRITTEN        PIC 9(6) VALUE 0.
           05  WS-WRITE-FAILURES       PIC 9(6) VALUE 0.

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

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-TOTAL        PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the annual budget load
           PERFORM DISPLAY-BANNER.
           PERFORM LOAD-BUDGET-FILE.
           PERFORM VERIFY-CONTROL-TOTALS.

           IF LOAD-VALIDATION-FAILED
               DISPLAY ' '
               DISPLAY 'LOAD REFUSED - the budget file was not '
                   'changed.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM GET-CURRENT-TIMESTAMP.
           PERFORM REPLACE-BUDGET-YEAR.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY '================================================'.
           DISPLAY 'ANNUAL BUDGET LOAD'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display final counts
           MOVE WS-LOAD-TOTAL-READ TO WS-DISPLAY-TOTAL.
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Fiscal year:           ' WS-LOAD-YEAR.
           DISPLAY 'Budget lines read:     ' WS-LOAD-ROWS-READ.
           DISPLAY 'Amount total:          ' WS-DISPLAY-TOTAL.
           DISPLAY 'Old lines removed:     ' WS-LINES-REMOVED.
           DISPLAY 'Lines written:         ' WS-LINES-WRITTEN.
           DISPLAY 'Write failures:        ' WS-WRITE-FAILURES.
           DISPLAY '------------------------------------------------'.

           IF WS-WRITE-FAILURES > 0
               DISPLAY 'BUDGET PARTLY LOADED - rerun the file once '
                   'the failures are explained.'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'Budget loaded.'
           END-IF.

      ******************************************************************
      * LOAD AND VERIFY
      ******************************************************************

       LOAD-BUDGET-FILE.
      *    Read the whole file into storage before anything happens
           CALL 'FILES' USING 'OPEN-BUDGET-IMPORT-INPUT'
               WS-OP-STATUS.

           IF WS-OP-STATUS NOT = '00'
               DISPLAY 'FATAL: No budget load file found - is '
                   '"data/budget_load.txt" present?'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-NEXT-BUDGET-LINE
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-BUDGET-IMPORT-FILE'.

       LOAD-NEXT-BUDGET-LINE.
      *    Parse one line into the load table
           CALL 'FILES' USING 'READ-NEXT-BUDGET-LINE'
               BUDGET-IMPORT-LINE WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-LINE-NUMBER
               EVALUATE BUDGET-IMPORT-LINE(1:3)
                   WHEN 'HDR'
                       PERFORM LOAD-HEADER-LINE
                   WHEN 'DTL'
                       PERFORM LOAD-ONE-DETAIL-LINE
                           THRU LOAD-ONE-DETAIL-LINE-END
                   WHEN OTHER
                       DISPLAY 'WARNING: line ' WS-LINE-NUMBER
                           ' unrecognized - ignored'
               END-EVALUATE
           END-IF.

       LOAD-HEADER-LINE.
      *    Take the fiscal year and the control totals
           MOVE BUDGET-IMPORT-LINE TO WS-PARSE-HEADER.

           IF WS-BLH-YEAR-X NOT NUMERIC
                   OR WS-BLH-COUNT-X NOT NUMERIC
                   OR WS-BLH-TOTAL-X NOT NUMERIC
               MOVE 1 TO WS-VALIDATION-FAILED
               DISPLAY 'MALFORMED header - load will be refused'
           ELSE
               MOVE WS-BLH-YEAR TO WS-LOAD-YEAR
               MOVE WS-BLH-COUNT TO WS-LOAD-EXPECTED-COUNT
               MOVE WS-BLH-TOTAL TO WS-LOAD-EXPECTED-TOTAL
               MOVE 1 TO WS-HEADER-SEEN
           END-IF.

       LOAD-ONE-DETAIL-LINE.
      *    Parse, validate and store one budget line
           MOVE BUDGET-IMPORT-LINE TO WS-PARSE-DETAIL.

           IF WS-BLD-MONTH-X NOT NUMERIC
                   OR WS-BLD-GLA-ID-X NOT NUMERIC
                   OR WS-BLD-AMOUNT-X NOT NUMERIC
               MOVE 1 TO WS-VALIDATION-FAILED
               DISPLAY 'Line ' WS-LINE-NUMBER
                   ' MALFORMED - load will be refused'
               GO TO LOAD-ONE-DETAIL-LINE-END
           END-IF.

           IF WS-BLD-MONTH < 1 OR WS-BLD-MONTH > 12
               MOVE 1 TO WS-VALIDATION-FAILED
               DISPLAY 'Line ' WS-LINE-NUMBER ' month '
                   WS-BLD-MONTH ' is not 01-12'
               GO TO LOAD-ONE-DETAIL-LINE-END
           END-IF.

           IF WS-BLD-SIGN NOT = '+' AND WS-BLD-SIGN NOT = '-'
                   AND WS-BLD-SIGN NOT = SPACE
               MOVE 1 TO WS-VALIDATION-FAILED
               DISPLAY 'Line ' WS-LINE-NUMBER ' sign "'
                   WS-BLD-SIGN '" is not +, - or blank'
               GO TO LOAD-ONE-DETAIL-LINE-END
           END-IF.

           MOVE WS-BLD-GLA-ID TO GLA-ID.
           CALL 'FILES' USING 'OPEN-GL-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'READ-GL-ACCOUNT' GL-ACCOUNT-RECORD
               WS-GLA-STATUS.
           CALL 'FILES' USING 'CLOSE-GL-ACCOUNT-FILE'.

           IF WS-GLA-STATUS NOT = '00'
               MOVE 1 TO WS-VALIDATION-FAILED
               DISPLAY 'Line ' WS-LINE-NUMBER ' GL ' WS-BLD-GLA-ID
                   ' is not on the chart of accounts'
               GO TO LOAD-ONE-DETAIL-LINE-END
           END-IF.

           MOVE 0 TO WS-DUPLICATE-SWITCH.
           PERFORM CHECK-ONE-DUPLICATE
               VARYING WS-DUP-IDX FROM 1 BY 1
               UNTIL WS-DUP-IDX > WS-LOAD-ROWS-READ
                   OR ROW-IS-DUPLICATE.

           IF ROW-IS-DUPLICATE
               MOVE 1 TO WS-VALIDATION-FAILED
               DISPLAY 'Line ' WS-LINE-NUMBER ' repeats month '
                   WS-BLD-MONTH ' GL ' WS-BLD-GLA-ID ' branch "'
                   WS-BLD-BRANCH '"'
               GO TO LOAD-ONE-DETAIL-LINE-END
           END-IF.

           IF WS-LOAD-ROWS-READ >= 3000
               MOVE 1 TO WS-VALIDATION-FAILED
               DISPLAY 'Load exceeds 3000 lines - split the file'
               GO TO LOAD-ONE-DETAIL-LINE-END
           END-IF.

           ADD 1 TO WS-LOAD-ROWS-READ.
           MOVE WS-LOAD-ROWS-READ TO WS-ROW-IDX.
           MOVE WS-BLD-MONTH TO WS-ROW-MONTH(WS-ROW-IDX).
           MOVE WS-BLD-GLA-ID TO WS-ROW-GLA-ID(WS-ROW-IDX).
           MOVE WS-BLD-BRANCH TO WS-ROW-BRANCH(WS-ROW-IDX).
           IF WS-BLD-SIGN = '-'
               COMPUTE WS-ROW-AMOUNT(WS-ROW-IDX) = 0 - WS-BLD-AMOUNT
           ELSE
               MOVE WS-BLD-AMOUNT TO WS-ROW-AMOUNT(WS-ROW-IDX)
           END-IF.
           ADD WS-BLD-AMOUNT TO WS-LOAD-TOTAL-READ.

       LOAD-ONE-DETAIL-LINE-END.
           EXIT.

       CHECK-ONE-DUPLICATE.
      *    Compare one stored line's key with the line being loaded
           IF WS-ROW-MONTH(WS-DUP-IDX) = WS-BLD-MONTH
                   AND WS-ROW-GLA-ID(WS-DUP-IDX) = WS-BLD-GLA-ID
                   AND WS-ROW-BRANCH(WS-DUP-IDX) = WS-BLD-BRANCH
               MOVE 1 TO WS-DUPLICATE-SWITCH
           END-IF.

       VERIFY-CONTROL-TOTALS.
      *    Finance's control totals must match the lines exactly
           IF NOT HEADER-WAS-SEEN
               MOVE 1 TO WS-VALIDATION-FAILED
               DISPLAY 'No HDR line - control totals unknown'
           ELSE
               IF WS-LOAD-ROWS-READ NOT = WS-LOAD-EXPECTED-COUNT
                   MOVE 1 TO WS-VALIDATION-FAILED
                   DISPLAY 'CONTROL COUNT MISMATCH - HDR says '
                       WS-LOAD-EXPECTED-COUNT ', lines read '
                       WS-LOAD-ROWS-READ
               END-IF
               IF WS-LOAD-TOTAL-READ NOT = WS-LOAD-EXPECTED-TOTAL
                   MOVE 1 TO WS-VALIDATION-FAILED
                   MOVE WS-LOAD-EXPECTED-TOTAL TO WS-DISPLAY-AMOUNT
                   MOVE WS-LOAD-TOTAL-READ TO WS-DISPLAY-TOTAL
                   DISPLAY 'CONTROL TOTAL MISMATCH - HDR says '
                       WS-DISPLAY-AMOUNT ', lines total '
                       WS-DISPLAY-TOTAL
               END-IF
           END-IF.

           IF HEADER-WAS-SEEN AND WS-LOAD-YEAR = 0
               MOVE 1 TO WS-VALIDATION-FAILED
               DISPLAY 'HDR fiscal year is zero'
           END-IF.

      ******************************************************************
      * REPLACE THE YEAR
      ******************************************************************

       REPLACE-BUDGET-YEAR.
      *    Remove every line already loaded for the year, then write
      *    the new ones
           CALL 'FILES' USING 'OPEN-BUDGET-FILE-IO'.

           MOVE WS-LOAD-YEAR TO BUD-FISCAL-YEAR.
           CALL 'FILES' USING 'START-BUDGET-FILE-AT-YEAR'
               BUDGET-RECORD WS-OP-STATUS.

           PERFORM REMOVE-NEXT-OLD-LINE
               UNTIL WS-OP-STATUS = '10'.

           PERFORM WRITE-ONE-BUDGET-LINE
               VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-LOAD-ROWS-READ.

           CALL 'FILES' USING 'CLOSE-BUDGET-FILE'.

       REMOVE-NEXT-OLD-LINE.
      *    Read the next line and remove it while it is still the
      *    year being replaced
           CALL 'FILES' USING 'READ-NEXT-BUDGET' BUDGET-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               IF BUD-FISCAL-YEAR = WS-LOAD-YEAR
                   CALL 'FILES' USING 'DELETE-BUDGET' BUDGET-RECORD
                       WS-BUDGET-STATUS
                   IF WS-BUDGET-STATUS = '00'
                       ADD 1 TO WS-LINES-REMOVED
                   END-IF
               ELSE
                   MOVE '10' TO WS-OP-STATUS
               END-IF
           END-IF.

       WRITE-ONE-BUDGET-LINE.
      *    Write one stored line to the budget file
           INITIALIZE BUDGET-RECORD.
           MOVE WS-LOAD-YEAR TO BUD-FISCAL-YEAR.
           MOVE WS-ROW-MONTH(WS-ROW-IDX) TO BUD-MONTH.
           MOVE WS-ROW-GLA-ID(WS-ROW-IDX) TO BUD-GLA-ID.
           MOVE WS-ROW-BRANCH(WS-ROW-IDX) TO BUD-BRANCH-CODE.
           MOVE WS-ROW-AMOUNT(WS-ROW-IDX) TO BUD-AMOUNT.
           MOVE WS-TIMESTAMP TO BUD-LOADED-TS.

           CALL 'FILES' USING 'WRITE-BUDGET' BUDGET-RECORD
               WS-BUDGET-STATUS.

           IF WS-BUDGET-STATUS = '00'
               ADD 1 TO WS-LINES-WRITTEN
           ELSE
               ADD 1 TO WS-WRITE-FAILURES
               DISPLAY 'WRITE FAILED for month ' BUD-MONTH ' GL '
                   BUD-GLA-ID ' branch "' BUD-BRANCH-CODE '"'
           END-IF.

      ******************************************************************
      * UTILITY
      ******************************************************************

       GET-CURRENT-TIMESTAMP.
      *    Build the YYYYMMDDHHMMSS load stamp
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME
               DELIMITED BY SIZE INTO WS-TIMESTAMP.

       END PROGRAM BUDLOAD.
