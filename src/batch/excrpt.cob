      ******************************************************************
      * EXCRPT.COB - Consolidated Morning Exceptions Report
      *
      * Standalone batch program, run as the last report step of the
      * nightly chain, before cutover. Reads the nightly exceptions
      * register (see EODEXC.COB) for one business date and prints
      * every item the night's jobs could not process - suspense and
      * returned clearing items, card declines, bounced direct
      * debits, failed standing orders, missed loan installments,
      * NSF fees not taken, reconciliation breaks, cross-file
      * findings and expired approvals - grouped by the department
      * that has to act on them, with each section's sign-off. It
      * replaces reading a dozen job logs every morning.
      *
      * Parameters (command line, optional):
      *   date      YYYYMMDD business date to report; the current
      *             posting date when left off
      *
      * Design decisions:
      * - Departments are listed in the order their first item is
      *   met, which is source-job order within the date; each
      *   section gives the item count and amount before its items
      * - A section shows SIGNED with the supervisor and time once
      *   it has been signed off from the menu, OPEN until then,
      *   and how many items arrived after the sign-off when a job
      *   was rerun later
      * - Counts by source job are given in the summary, so a job
      *   that suddenly throws many items stands out
      * - Read-only
      * - The exit code stays zero even with items: the report runs
      *   inside the EOD chain, and stopping cutover over items the
      *   departments will work in the morning would be the wrong
      *   trade, the same reasoning as XREFCHK
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCRPT.
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
       01  WS-SIGNOFF-STATUS           PIC XX.

       01  WS-COMMAND-ARGS             PIC X(80).
       01  WS-ARG-DATE                 PIC X(8).
       01  WS-ARG-DATE-NUM REDEFINES WS-ARG-DATE PIC 9(8).

       01  WS-REPORT-DATE              PIC 9(8).

      * Departments met on the date, with their item count and
      * amount - at most one per owning department
       01  WS-DEPT-COUNT               PIC 99 VALUE 0.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 20 TIMES.
               10  WS-DEPT-NAME        PIC X(10).
               10  WS-DEPT-ITEMS       PIC 9(6).
               10  WS-DEPT-AMOUNT      PIC S9(13)V99.
       01  WS-DEPT-IDX                 PIC 99.
       01  WS-DEPT-FOUND-IDX           PIC 99.

      * Source jobs met on the date, with their item count
       01  WS-SRC-COUNT                PIC 99 VALUE 0.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 30 TIMES.
               10  WS-SRC-JOB          PIC X(10).
               10  WS-SRC-ITEMS        PIC 9(6).
       01  WS-SRC-IDX                  PIC 99.
       01  WS-SRC-FOUND-IDX            PIC 99.

       01  WS-LIST-DEPARTMENT          PIC X(10).
       01  WS-NEW-SINCE-SIGNOFF        PIC 9(6).

       01  WS-REPORT-COUNTERS.
           05  WS-ITEMS-ON-DATE        PIC 9(6) VALUE 0.
           05  WS-SECTIONS-SIGNED      PIC 99 VALUE 0.
           05  WS-SECTIONS-OPEN        PIC 99 VALUE 0.

       01  WS-DISPLAY-AMOUNT           PIC -ZZZ,ZZZ,ZZ9.99.

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
      *    Entry point for the morning exceptions report
           PERFORM DISPLAY-BANNER.
           PERFORM READ-REPORT-DATE.
           PERFORM COUNT-DATE-EXCEPTIONS.
           PERFORM LIST-DEPARTMENT-SECTION
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY '================================================'.
           DISPLAY 'MORNING EXCEPTIONS REPORT'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display final counts, by source job
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Business date:         ' WS-REPORT-DATE.
           DISPLAY 'Exceptions:            ' WS-ITEMS-ON-DATE.
           DISPLAY 'Departments:           ' WS-DEPT-COUNT.
           DISPLAY '  Signed off:          ' WS-SECTIONS-SIGNED.
           DISPLAY '  Open:                ' WS-SECTIONS-OPEN.
           PERFORM DISPLAY-ONE-SOURCE-COUNT
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SRC-COUNT.
           DISPLAY '------------------------------------------------'.

       DISPLAY-ONE-SOURCE-COUNT.
      *    Show one source job's item count
           DISPLAY '  From ' WS-SRC-JOB(WS-SRC-IDX) '      '
               WS-SRC-ITEMS(WS-SRC-IDX).

      ******************************************************************
      * PARAMETERS
      ******************************************************************

       READ-REPORT-DATE.
      *    Take the business date from the command line, or the
      *    current posting date when it is left off or not numeric
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-DATE.
           UNSTRING WS-COMMAND-ARGS DELIMITED BY ALL SPACES
               INTO WS-ARG-DATE.

           IF WS-ARG-DATE NUMERIC AND WS-ARG-DATE-NUM > 0
               MOVE WS-ARG-DATE-NUM TO WS-REPORT-DATE
           ELSE
               CALL 'CALENDAR' USING 'GET-POSTING-DATE'
                   WS-REPORT-DATE
           END-IF.

           DISPLAY 'Business date:         ' WS-REPORT-DATE.

      ******************************************************************
      * FIRST PASS - DEPARTMENT AND SOURCE TOTALS
      ******************************************************************

       COUNT-DATE-EXCEPTIONS.
      *    One pass over the date's items, building the department
      *    and source job tables as they are met
           PERFORM START-AT-REPORT-DATE.

           PERFORM COUNT-NEXT-EXCEPTION
               UNTIL WS-OP-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-EOD-EXCEPTION-FILE'.

           IF WS-ITEMS-ON-DATE = 0
               DISPLAY ' '
               DISPLAY '  (no exceptions for this business date)'
           END-IF.

       START-AT-REPORT-DATE.
      *    Open the register and position on the date's first item
           INITIALIZE EOD-EXCEPTION-RECORD.
           MOVE WS-REPORT-DATE TO EXC-BUSINESS-DATE.
           MOVE LOW-VALUES TO EXC-SOURCE-JOB.
           MOVE 0 TO EXC-SEQUENCE.

           CALL 'FILES' USING 'OPEN-EOD-EXCEPTION-FILE-IO'.
           CALL 'FILES' USING 'START-EOD-EXCEPTIONS-AT'
               EOD-EXCEPTION-RECORD WS-OP-STATUS.

       READ-NEXT-DATE-EXCEPTION.
      *    Read the next item, ending the pass past the date
           CALL 'FILES' USING 'READ-NEXT-EOD-EXCEPTION'
               EOD-EXCEPTION-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
                   AND EXC-BUSINESS-DATE NOT = WS-REPORT-DATE
               MOVE '10' TO WS-OP-STATUS
           END-IF.

       COUNT-NEXT-EXCEPTION.
      *    Add one item to its department's and its job's totals
           PERFORM READ-NEXT-DATE-EXCEPTION.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-ITEMS-ON-DATE
               PERFORM ADD-TO-DEPARTMENT-TOTALS
               PERFORM ADD-TO-SOURCE-TOTALS
           END-IF.

       ADD-TO-DEPARTMENT-TOTALS.
      *    Find the item's department in the table, adding it the
      *    first time it is met
           MOVE 0 TO WS-DEPT-FOUND-IDX.
           PERFORM MATCH-ONE-DEPARTMENT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.

           IF WS-DEPT-FOUND-IDX = 0 AND WS-DEPT-COUNT < 20
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND-IDX
               MOVE EXC-DEPARTMENT TO WS-DEPT-NAME(WS-DEPT-FOUND-IDX)
               MOVE 0 TO WS-DEPT-ITEMS(WS-DEPT-FOUND-IDX)
               MOVE 0 TO WS-DEPT-AMOUNT(WS-DEPT-FOUND-IDX)
           END-IF.

           IF WS-DEPT-FOUND-IDX > 0
               ADD 1 TO WS-DEPT-ITEMS(WS-DEPT-FOUND-IDX)
               ADD EXC-AMOUNT TO WS-DEPT-AMOUNT(WS-DEPT-FOUND-IDX)
           END-IF.

       MATCH-ONE-DEPARTMENT.
      *    Note the table entry for the item's department
           IF WS-DEPT-NAME(WS-DEPT-IDX) = EXC-DEPARTMENT
               MOVE WS-DEPT-IDX TO WS-DEPT-FOUND-IDX
           END-IF.

       ADD-TO-SOURCE-TOTALS.
      *    Find the item's source job in the table, adding it the
      *    first time it is met
           MOVE 0 TO WS-SRC-FOUND-IDX.
           PERFORM MATCH-ONE-SOURCE
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SRC-COUNT.

           IF WS-SRC-FOUND-IDX = 0 AND WS-SRC-COUNT < 30
               ADD 1 TO WS-SRC-COUNT
               MOVE WS-SRC-COUNT TO WS-SRC-FOUND-IDX
               MOVE EXC-SOURCE-JOB TO WS-SRC-JOB(WS-SRC-FOUND-IDX)
               MOVE 0 TO WS-SRC-ITEMS(WS-SRC-FOUND-IDX)
           END-IF.

           IF WS-SRC-FOUND-IDX > 0
               ADD 1 TO WS-SRC-ITEMS(WS-SRC-FOUND-IDX)
           END-IF.

       MATCH-ONE-SOURCE.
      *    Note the table entry for the item's source job
           IF WS-SRC-JOB(WS-SRC-IDX) = EXC-SOURCE-JOB
               MOVE WS-SRC-IDX TO WS-SRC-FOUND-IDX
           END-IF.

      ******************************************************************
      * DEPARTMENT SECTIONS
      ******************************************************************

       LIST-DEPARTMENT-SECTION.
      *    One department's heading, sign-off and items
           MOVE WS-DEPT-NAME(WS-DEPT-IDX) TO WS-LIST-DEPARTMENT.
           MOVE WS-DEPT-AMOUNT(WS-DEPT-IDX) TO WS-DISPLAY-AMOUNT.

           DISPLAY ' '.
           DISPLAY '================================================'.
           DISPLAY 'DEPARTMENT: ' WS-LIST-DEPARTMENT
               '  Items: ' WS-DEPT-ITEMS(WS-DEPT-IDX)
               '  Amount: ' WS-DISPLAY-AMOUNT.
           PERFORM SHOW-SECTION-SIGNOFF.
           DISPLAY '================================================'.

           PERFORM START-AT-REPORT-DATE.
           PERFORM LIST-NEXT-EXCEPTION
               UNTIL WS-OP-STATUS NOT = '00'.
           CALL 'FILES' USING 'CLOSE-EOD-EXCEPTION-FILE'.

       SHOW-SECTION-SIGNOFF.
      *    Show whether the section has been signed off, and how
      *    many items arrived after it was
           CALL 'EODEXC' USING 'GET-DEPARTMENT-SIGNOFF'
               WS-REPORT-DATE WS-LIST-DEPARTMENT
               EOD-SIGNOFF-RECORD WS-SIGNOFF-STATUS.

           IF WS-SIGNOFF-STATUS NOT = '00'
               ADD 1 TO WS-SECTIONS-OPEN
               DISPLAY 'Sign-off:  OPEN'
           ELSE
               IF ESO-ITEM-COUNT < WS-DEPT-ITEMS(WS-DEPT-IDX)
                   ADD 1 TO WS-SECTIONS-OPEN
                   COMPUTE WS-NEW-SINCE-SIGNOFF =
                       WS-DEPT-ITEMS(WS-DEPT-IDX) - ESO-ITEM-COUNT
                   DISPLAY 'Sign-off:  OPEN - ' WS-NEW-SINCE-SIGNOFF
                       ' new since signed by operator '
                       ESO-OPERATOR-ID ' at ' ESO-SIGNED-TS
               ELSE
                   ADD 1 TO WS-SECTIONS-SIGNED
                   DISPLAY 'Sign-off:  SIGNED by operator '
                       ESO-OPERATOR-ID ' at ' ESO-SIGNED-TS
               END-IF
               IF ESO-NOTE NOT = SPACES
                   DISPLAY '  Note:    ' ESO-NOTE
               END-IF
           END-IF.

       LIST-NEXT-EXCEPTION.
      *    Read the date's next item and list it if it is the
      *    section's
           PERFORM READ-NEXT-DATE-EXCEPTION.

           IF WS-OP-STATUS = '00'
                   AND EXC-DEPARTMENT = WS-LIST-DEPARTMENT
               PERFORM LIST-ONE-EXCEPTION
           END-IF.

       LIST-ONE-EXCEPTION.
      *    Show one item with what it needs
           MOVE EXC-AMOUNT TO WS-DISPLAY-AMOUNT.
           DISPLAY ' '.
           DISPLAY EXC-SOURCE-JOB ' Account: ' EXC-ACCOUNT-ID
               '  Amount: ' WS-DISPLAY-AMOUNT
               '  Ref: ' EXC-REFERENCE.
           DISPLAY '  Reason: ' EXC-REASON.
           DISPLAY '  Action: ' EXC-ACTION.

       END PROGRAM EXCRPT.
