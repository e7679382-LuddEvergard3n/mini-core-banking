      ******************************************************************
      * TDRATEX.COB - Monthly Term Deposit Rate Exceptions Report
      *
      * Standalone report program for treasury and branch
      * management. Lists every term deposit opened in the reporting
      * month at a teller-keyed rate above the rate card (see
      * TDRATE.COB) - the deal, its settlement account, currency,
      * principal and term, the card rate it would have had, the
      * rate granted, the excess over the card and the supervisor
      * who approved it - then counts the month's exceptions, those
      * granted with no card rate at all and those by each approver.
      * Read-only.
      *
      * Design decisions:
      * - The reporting month defaults to the month of the current
      *   posting date; a YYYYMM argument reports another month, the
      *   same optional-argument shape RECOVRPT takes its month in
      * - Exceptions are keyed by the posting date the deal opened
      *   on, so the month is read directly from its first day and
      *   the scan stops at the next month's rows
      * - A card rate of zero means the currency, amount and term
      *   had no card row; the whole granted rate is the excess
      * - Principal is not totalled - a month's exceptions can span
      *   currencies
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDRATEX.
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

       01  WS-EFFECTIVE-DATE           PIC 9(8).
       01  WS-REPORT-MONTH             PIC 9(6).
       01  WS-COMMAND-ARGS             PIC X(80).
       01  WS-ARG-MONTH                PIC X(6).
       01  WS-ARG-MONTH-NUM REDEFINES WS-ARG-MONTH PIC 9(6).

       01  WS-REPORT-COUNTERS.
           05  WS-EXCEPTIONS-IN-MONTH  PIC 9(6) VALUE 0.
           05  WS-EXCEPTIONS-NO-CARD   PIC 9(6) VALUE 0.

      * Exceptions per approving supervisor
       01  WS-APPROVER-COUNT           PIC 9(3) VALUE 0.
       01  WS-APPROVER-TABLE.
           05  WS-APPROVER-ENTRY OCCURS 200 TIMES.
               10  WS-APR-OPERATOR-ID  PIC 9(6).
               10  WS-APR-EXCEPTIONS   PIC 9(6).
       01  WS-APR-IDX                  PIC 9(3).
       01  WS-APR-FOUND-IDX            PIC 9(3).

       01  WS-RATE-EXCESS              PIC S9(2)V9(4).

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-CARD-RATE    PIC Z9.9999.
           05  WS-DISPLAY-GRANTED-RATE PIC Z9.9999.
           05  WS-DISPLAY-EXCESS       PIC Z9.9999.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the monthly rate exceptions report
           PERFORM DISPLAY-BANNER.
           PERFORM REPORT-MONTH-EXCEPTIONS.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Resolve the reporting month and display report header
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-EFFECTIVE-DATE.

           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           MOVE FUNCTION TRIM(WS-COMMAND-ARGS) TO WS-ARG-MONTH.
           IF WS-ARG-MONTH NUMERIC AND WS-ARG-MONTH-NUM > 0
               MOVE WS-ARG-MONTH-NUM TO WS-REPORT-MONTH
           ELSE
               MOVE WS-EFFECTIVE-DATE(1:6) TO WS-REPORT-MONTH
           END-IF.

           DISPLAY '================================================'.
           DISPLAY 'TERM DEPOSIT RATE EXCEPTIONS REPORT'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY 'Reporting month: ' WS-REPORT-MONTH.
           DISPLAY '================================================'.
           DISPLAY ' '.
           DISPLAY 'Opened    Deal      Settle    CCY'
               '      Principal  Term'.
           DISPLAY '          Card rate  Granted   Excess  Approved by'.
           DISPLAY '------------------------------------------------'.

       DISPLAY-SUMMARY.
      *    Display the month's counts and the count per approver
           IF WS-EXCEPTIONS-IN-MONTH = 0
               DISPLAY '(no rate exceptions this month)'
           END-IF.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Exceptions this month:  ' WS-EXCEPTIONS-IN-MONTH.
           DISPLAY 'Granted with no card:   ' WS-EXCEPTIONS-NO-CARD.

           IF WS-APPROVER-COUNT > 0
               DISPLAY ' '
               DISPLAY 'EXCEPTIONS BY APPROVER'
               PERFORM DISPLAY-ONE-APPROVER
                   VARYING WS-APR-IDX FROM 1 BY 1
                   UNTIL WS-APR-IDX > WS-APPROVER-COUNT
           END-IF.
           DISPLAY '------------------------------------------------'.

       DISPLAY-ONE-APPROVER.
      *    Show one supervisor's exception count
           DISPLAY 'Operator ' WS-APR-OPERATOR-ID(WS-APR-IDX) ':    '
               WS-APR-EXCEPTIONS(WS-APR-IDX).

      ******************************************************************
      * EXCEPTION SCAN
      ******************************************************************

       REPORT-MONTH-EXCEPTIONS.
      *    Read the month's exceptions from its first day onward
           INITIALIZE TD-RATE-EXCEPTION-RECORD.
           COMPUTE TDX-OPEN-DATE = WS-REPORT-MONTH * 100 + 1.

           CALL 'FILES' USING 'OPEN-TD-RATE-EXCEPTION-FILE-IO'.
           CALL 'FILES' USING 'START-TD-RATE-EXCEPTION-FROM-DATE'
               TD-RATE-EXCEPTION-RECORD WS-OP-STATUS.

           PERFORM CHECK-NEXT-EXCEPTION
               UNTIL WS-OP-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-TD-RATE-EXCEPTION-FILE'.

       CHECK-NEXT-EXCEPTION.
      *    Read one exception and list it; stop at the next month
           CALL 'FILES' USING 'READ-NEXT-TD-RATE-EXCEPTION'
               TD-RATE-EXCEPTION-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               IF TDX-OPEN-DATE(1:6) NOT = WS-REPORT-MONTH
                   MOVE '10' TO WS-OP-STATUS
               ELSE
                   PERFORM REPORT-ONE-EXCEPTION
               END-IF
           END-IF.

       REPORT-ONE-EXCEPTION.
      *    List one deal opened above the card and count it against
      *    its approver
           ADD 1 TO WS-EXCEPTIONS-IN-MONTH.
           IF TDX-CARD-RATE = 0
               ADD 1 TO WS-EXCEPTIONS-NO-CARD
           END-IF.

           COMPUTE WS-RATE-EXCESS = TDX-GRANTED-RATE - TDX-CARD-RATE.
           MOVE TDX-PRINCIPAL TO WS-DISPLAY-AMOUNT.
           MOVE TDX-CARD-RATE TO WS-DISPLAY-CARD-RATE.
           MOVE TDX-GRANTED-RATE TO WS-DISPLAY-GRANTED-RATE.
           MOVE WS-RATE-EXCESS TO WS-DISPLAY-EXCESS.

           DISPLAY TDX-OPEN-DATE '  ' TDX-ACCOUNT-ID '  '
               TDX-SETTLE-ACCT '  ' TDX-CURRENCY '  '
               WS-DISPLAY-AMOUNT '  ' TDX-TERM-MONTHS 'm'.
           DISPLAY '          ' WS-DISPLAY-CARD-RATE '%   '
               WS-DISPLAY-GRANTED-RATE '%  ' WS-DISPLAY-EXCESS '%  '
               TDX-APPROVED-BY.

           PERFORM COUNT-APPROVER-EXCEPTION.

       COUNT-APPROVER-EXCEPTION.
      *    Add the exception to its approver's count, adding the
      *    approver to the table on first sight
           MOVE 0 TO WS-APR-FOUND-IDX.
           PERFORM FIND-ONE-APPROVER
               VARYING WS-APR-IDX FROM 1 BY 1
               UNTIL WS-APR-IDX > WS-APPROVER-COUNT
                   OR WS-APR-FOUND-IDX > 0.

           IF WS-APR-FOUND-IDX = 0 AND WS-APPROVER-COUNT < 200
               ADD 1 TO WS-APPROVER-COUNT
               MOVE WS-APPROVER-COUNT TO WS-APR-FOUND-IDX
               MOVE TDX-APPROVED-BY
                   TO WS-APR-OPERATOR-ID(WS-APR-FOUND-IDX)
               MOVE 0 TO WS-APR-EXCEPTIONS(WS-APR-FOUND-IDX)
           END-IF.

           IF WS-APR-FOUND-IDX > 0
               ADD 1 TO WS-APR-EXCEPTIONS(WS-APR-FOUND-IDX)
           END-IF.

       FIND-ONE-APPROVER.
      *    Note the table entry of the exception's approver
           IF WS-APR-OPERATOR-ID(WS-APR-IDX) = TDX-APPROVED-BY
               MOVE WS-APR-IDX TO WS-APR-FOUND-IDX
           END-IF.

       END PROGRAM TDRATEX.
