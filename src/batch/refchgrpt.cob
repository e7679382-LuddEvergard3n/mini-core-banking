      ******************************************************************
      * REFCHGRPT.COB - Reference Data Change History Report
      *
      * Standalone batch program for the auditors. Reads the
      * reference data change history (see REFCHG.COB) and lists
      * every change to the exchange rates, holiday calendar, fee
      * tariff, business rules, watchlist, chart of accounts,
      * product catalogue, posting rules, interest rate schedules,
      * term deposit rate card, cut-offs, tax rates and reference
      * rates with its before and after values, who submitted it,
      * who decided it and when. Read-only.
      *
      * Parameters (command line, each optional, in this order):
      *   table     FXRATE, HOLIDAY, TARIFF, BUSRULE, WATCHLST,
      *             GLCHART, PRODUCT, POSTRULE, INTRATE, TDRATE,
      *             CUTOFF, TAXRATE, REFRATE, or ALL
      *   from-date YYYYMMDD, first submitted date to include
      *   to-date   YYYYMMDD, last submitted date to include
      *   operator  operator ID, as maker or as checker
      *
      * Design decisions:
      * - One pass in change-number order, which is submission
      *   order, so the report reads as a chronology
      * - Filters left off or zero are wide open, the same
      *   convention the audit trail inquiry uses
      * - The date range is on the submitted date; a change decided
      *   after the range is still listed with its decision
      * - Counts by status are given for the changes listed
      * - RETURN-CODE 4 when any listed change is still pending, so
      *   the scheduler flags approvals left waiting; 8 when the
      *   table given is not one of those above
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFCHGRPT.
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
       01  WS-ARG-TABLE                PIC X(8).
       01  WS-ARG-FROM                 PIC X(8).
       01  WS-ARG-FROM-NUM REDEFINES WS-ARG-FROM PIC 9(8).
       01  WS-ARG-TO                   PIC X(8).
       01  WS-ARG-TO-NUM REDEFINES WS-ARG-TO PIC 9(8).
       01  WS-ARG-OPERATOR             PIC X(6).
       01  WS-ARG-OPERATOR-NUM REDEFINES WS-ARG-OPERATOR PIC 9(6).

      * Report filters - blank/zero leaves a filter wide open
       01  WS-FILTER-TABLE             PIC X(8) VALUE SPACES.
       01  WS-FILTER-FROM-DATE         PIC 9(8) VALUE 0.
       01  WS-FILTER-TO-DATE           PIC 9(8) VALUE 99999999.
       01  WS-FILTER-OPERATOR-ID       PIC 9(6) VALUE 0.

       01  WS-SUBMITTED-DATE           PIC 9(8).

       01  WS-REPORT-COUNTERS.
           05  WS-CHANGES-READ         PIC 9(8) VALUE 0.
           05  WS-CHANGES-LISTED       PIC 9(6) VALUE 0.
           05  WS-PENDING-COUNT        PIC 9(6) VALUE 0.
           05  WS-APPLIED-COUNT        PIC 9(6) VALUE 0.
           05  WS-REJECTED-COUNT       PIC 9(6) VALUE 0.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.
       01  WS-RUN-DATE-FLAT REDEFINES WS-RUN-DATE PIC 9(8).

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the change history report
           PERFORM DISPLAY-BANNER.
           PERFORM READ-REPORT-FILTERS THRU READ-REPORT-FILTERS-END.
           IF RETURN-CODE = 0
               PERFORM SCAN-CHANGE-HISTORY
               PERFORM DISPLAY-SUMMARY
           END-IF.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY '================================================'.
           DISPLAY 'REFERENCE DATA CHANGE HISTORY REPORT'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'History rows read:     ' WS-CHANGES-READ.
           DISPLAY 'Changes listed:        ' WS-CHANGES-LISTED.
           DISPLAY '  Applied:             ' WS-APPLIED-COUNT.
           DISPLAY '  Rejected:            ' WS-REJECTED-COUNT.
           DISPLAY '  Pending:             ' WS-PENDING-COUNT.
           DISPLAY '------------------------------------------------'.

           IF WS-PENDING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * PARAMETERS
      ******************************************************************

       READ-REPORT-FILTERS.
      *    Take the table, date range and operator from the command
      *    line; anything left off or not numeric is wide open
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(WS-COMMAND-ARGS)
               TO WS-COMMAND-ARGS.
           MOVE SPACES TO WS-ARG-TABLE WS-ARG-FROM WS-ARG-TO
               WS-ARG-OPERATOR.
           UNSTRING WS-COMMAND-ARGS DELIMITED BY ALL SPACES
               INTO WS-ARG-TABLE WS-ARG-FROM WS-ARG-TO
                   WS-ARG-OPERATOR.

           IF WS-ARG-TABLE NOT = SPACES AND WS-ARG-TABLE NOT = 'ALL'
               MOVE WS-ARG-TABLE TO RFC-TABLE
               IF NOT RFC-TABLE-VALID
                   DISPLAY 'Unknown table: ' WS-ARG-TABLE
                   DISPLAY 'Use FXRATE, HOLIDAY, TARIFF, BUSRULE, '
                       'WATCHLST, GLCHART, PRODUCT, POSTRULE,'
                   DISPLAY '    INTRATE, TDRATE, CUTOFF, TAXRATE, '
                       'REFRATE or ALL'
                   MOVE 8 TO RETURN-CODE
                   GO TO READ-REPORT-FILTERS-END
               END-IF
               MOVE WS-ARG-TABLE TO WS-FILTER-TABLE
           END-IF.

           IF WS-ARG-FROM NUMERIC
               MOVE WS-ARG-FROM-NUM TO WS-FILTER-FROM-DATE
           END-IF.
           IF WS-ARG-TO NUMERIC AND WS-ARG-TO-NUM > 0
               MOVE WS-ARG-TO-NUM TO WS-FILTER-TO-DATE
           END-IF.
           IF WS-ARG-OPERATOR NUMERIC
               MOVE WS-ARG-OPERATOR-NUM TO WS-FILTER-OPERATOR-ID
           END-IF.

           IF WS-FILTER-TABLE = SPACES
               DISPLAY 'Table:                 ALL'
           ELSE
               DISPLAY 'Table:                 ' WS-FILTER-TABLE
           END-IF.
           DISPLAY 'Submitted from:        ' WS-FILTER-FROM-DATE
               ' to ' WS-FILTER-TO-DATE.
           IF WS-FILTER-OPERATOR-ID = 0
               DISPLAY 'Operator:              ALL'
           ELSE
               DISPLAY 'Operator:              ' WS-FILTER-OPERATOR-ID
           END-IF.

       READ-REPORT-FILTERS-END.
           EXIT.

      ******************************************************************
      * HISTORY SCAN
      ******************************************************************

       SCAN-CHANGE-HISTORY.
      *    One pass over the history in change-number order
           CALL 'FILES' USING 'OPEN-REF-CHANGE-FILE-IO'.
           CALL 'FILES' USING 'START-REF-CHANGE-FILE-TOP'
               WS-OP-STATUS.

           PERFORM CHECK-NEXT-CHANGE
               UNTIL WS-OP-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-REF-CHANGE-FILE'.

           IF WS-CHANGES-LISTED = 0
               DISPLAY ' '
               DISPLAY '  (no changes match)'
           END-IF.

       CHECK-NEXT-CHANGE.
      *    Read one change and list it if it passes the filters
           CALL 'FILES' USING 'READ-NEXT-REF-CHANGE'
               REF-CHANGE-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-CHANGES-READ
               PERFORM CHECK-CHANGE-FILTERS
                   THRU CHECK-CHANGE-FILTERS-END
           END-IF.

       CHECK-CHANGE-FILTERS.
      *    Apply the table, date and operator filters, then list
           IF WS-FILTER-TABLE NOT = SPACES
                   AND RFC-TABLE NOT = WS-FILTER-TABLE
               GO TO CHECK-CHANGE-FILTERS-END
           END-IF.

           MOVE RFC-SUBMITTED-TS(1:8) TO WS-SUBMITTED-DATE.
           IF WS-SUBMITTED-DATE < WS-FILTER-FROM-DATE
                   OR WS-SUBMITTED-DATE > WS-FILTER-TO-DATE
               GO TO CHECK-CHANGE-FILTERS-END
           END-IF.

           IF WS-FILTER-OPERATOR-ID NOT = 0
                   AND RFC-MAKER-OP-ID NOT = WS-FILTER-OPERATOR-ID
                   AND RFC-CHECKER-OP-ID NOT = WS-FILTER-OPERATOR-ID
               GO TO CHECK-CHANGE-FILTERS-END
           END-IF.

           ADD 1 TO WS-CHANGES-LISTED.
           EVALUATE TRUE
               WHEN RFC-PENDING
                   ADD 1 TO WS-PENDING-COUNT
               WHEN RFC-APPLIED
                   ADD 1 TO WS-APPLIED-COUNT
               WHEN RFC-REJECTED
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM LIST-ONE-CHANGE.

       CHECK-CHANGE-FILTERS-END.
           EXIT.

       LIST-ONE-CHANGE.
      *    Show one change with its images and decision
           DISPLAY ' '.
           DISPLAY 'Change ' RFC-CHANGE-ID '  ' RFC-TABLE ' '
               RFC-ACTION ' ' RFC-ITEM-KEY '  ' RFC-STATUS.
           DISPLAY '  Submitted: ' RFC-SUBMITTED-TS ' by '
               RFC-MAKER-OP-ID.
           IF NOT RFC-PENDING
               DISPLAY '  Decided:   ' RFC-DECIDED-TS ' by '
                   RFC-CHECKER-OP-ID
           END-IF.
           DISPLAY '  Before: ' RFC-BEFORE-VALUE.
           DISPLAY '  After:  ' RFC-AFTER-VALUE.
           IF RFC-DECISION-NOTE NOT = SPACES
               DISPLAY '  Note:   ' RFC-DECISION-NOTE
           END-IF.

       END PROGRAM REFCHGRPT.
