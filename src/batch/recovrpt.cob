      ******************************************************************
      * RECOVRPT.COB - Monthly Written-Off Loan Recoveries Report
      *
      * Standalone report program for the credit committee. Lists
      * every recovery collected in the reporting month from the
      * recovery file (LOAN-RECOVERY-FILE) - loan, borrower account,
      * when the loan was written off and for how much, the amount
      * recovered and the part of the write-off still open after it
      * - then summarizes the whole written-off book from LOAN-FILE:
      * how many loans, how much was written off, how much has come
      * back to date and the memo still open. Read-only.
      *
      * Design decisions:
      * - The reporting month defaults to the month of the current
      *   posting date; a YYYYMM argument reports another month, the
      *   same optional-argument shape TAXCERT takes its year in
      * - Recovery dates are posting dates (see RECORD-LOAN-RECOVERY
      *   in LOANS.COB), so the month matches the books
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECOVRPT.
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
           05  WS-RECOVERIES-SCANNED   PIC 9(6) VALUE 0.
           05  WS-RECOVERIES-IN-MONTH  PIC 9(6) VALUE 0.
           05  WS-LOANS-SCANNED        PIC 9(6) VALUE 0.
           05  WS-LOANS-WRITTEN-OFF    PIC 9(6) VALUE 0.
           05  WS-LOANS-FULLY-RECOVERED PIC 9(6) VALUE 0.

       01  WS-REPORT-AMOUNTS.
           05  WS-MONTH-RECOVERED      PIC S9(13)V99 VALUE 0.
           05  WS-BOOK-WRITTEN-OFF     PIC S9(13)V99 VALUE 0.
           05  WS-BOOK-RECOVERED       PIC S9(13)V99 VALUE 0.
           05  WS-BOOK-MEMO-OPEN       PIC S9(13)V99 VALUE 0.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-WRITTEN-OFF  PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-REMAINING    PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the monthly recoveries report
           PERFORM DISPLAY-BANNER.
           PERFORM REPORT-MONTH-RECOVERIES.
           PERFORM SUMMARIZE-WRITTEN-OFF-BOOK.
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
           DISPLAY 'WRITTEN-OFF LOAN RECOVERIES REPORT'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY 'Reporting month: ' WS-REPORT-MONTH.
           DISPLAY '================================================'.
           DISPLAY ' '.
           DISPLAY 'Loan      Account   Recovered  Written off'.
           DISPLAY '          W/O date       Amount   W/O amount'
               '   Still open'.
           DISPLAY '------------------------------------------------'.

       DISPLAY-SUMMARY.
      *    Display the month's totals and the written-off book
           IF WS-RECOVERIES-IN-MONTH = 0
               DISPLAY '(no recoveries this month)'
           END-IF.
           DISPLAY '------------------------------------------------'.
           MOVE WS-MONTH-RECOVERED TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Recoveries this month:  ' WS-RECOVERIES-IN-MONTH.
           DISPLAY 'Recovered this month:   ' WS-DISPLAY-AMOUNT.
           DISPLAY ' '.
           DISPLAY 'WRITTEN-OFF BOOK TO DATE'.
           DISPLAY 'Loans written off:      ' WS-LOANS-WRITTEN-OFF.
           DISPLAY 'Fully recovered:        '
               WS-LOANS-FULLY-RECOVERED.
           MOVE WS-BOOK-WRITTEN-OFF TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Amount written off:     ' WS-DISPLAY-AMOUNT.
           MOVE WS-BOOK-RECOVERED TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Recovered to date:      ' WS-DISPLAY-AMOUNT.
           MOVE WS-BOOK-MEMO-OPEN TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Memo still open:        ' WS-DISPLAY-AMOUNT.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Recovery rows scanned:  ' WS-RECOVERIES-SCANNED.
           DISPLAY 'Loans scanned:          ' WS-LOANS-SCANNED.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * RECOVERY SCAN
      ******************************************************************

       REPORT-MONTH-RECOVERIES.
      *    Single sequential pass over LOAN-RECOVERY-FILE
           CALL 'FILES' USING 'OPEN-LOAN-RECOVERY-FILE-IO'.
           CALL 'FILES' USING 'START-LOAN-RECOVERY-TOP'
               WS-OP-STATUS.

           PERFORM CHECK-NEXT-RECOVERY
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-LOAN-RECOVERY-FILE'.

       CHECK-NEXT-RECOVERY.
      *    Read one recovery and list it if it fell in the month
           CALL 'FILES' USING 'READ-NEXT-LOAN-RECOVERY'
               LOAN-RECOVERY-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-RECOVERIES-SCANNED
               IF LRV-RECOVERY-DATE(1:6) = WS-REPORT-MONTH
                   PERFORM REPORT-ONE-RECOVERY
               END-IF
           END-IF.

       REPORT-ONE-RECOVERY.
      *    List one recovery with the write-off it was made against
           ADD 1 TO WS-RECOVERIES-IN-MONTH.
           ADD LRV-AMOUNT TO WS-MONTH-RECOVERED.
           MOVE LRV-AMOUNT TO WS-DISPLAY-AMOUNT.
           MOVE LRV-WRITTEN-OFF-AMT TO WS-DISPLAY-WRITTEN-OFF.
           MOVE LRV-MEMO-REMAINING TO WS-DISPLAY-REMAINING.
           DISPLAY LRV-LOAN-ID '  ' LRV-ACCOUNT-ID '  '
               LRV-RECOVERY-DATE '  by ' LRV-RECORDED-BY.
           DISPLAY '          ' LRV-WRITE-OFF-DATE WS-DISPLAY-AMOUNT
               WS-DISPLAY-WRITTEN-OFF WS-DISPLAY-REMAINING.

      ******************************************************************
      * WRITTEN-OFF BOOK
      ******************************************************************

       SUMMARIZE-WRITTEN-OFF-BOOK.
      *    Single sequential pass over LOAN-FILE totalling every
      *    written-off loan's memo
           CALL 'FILES' USING 'OPEN-LOAN-FILE-IO'.
           CALL 'FILES' USING 'START-LOAN-FILE-TOP' WS-OP-STATUS.

           PERFORM CHECK-NEXT-LOAN
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-LOAN-FILE'.

       CHECK-NEXT-LOAN.
      *    Read one loan and fold it in if it was written off
           CALL 'FILES' USING 'READ-NEXT-LOAN' LOAN-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-LOANS-SCANNED
               IF LN-WRITTEN-OFF
                   ADD 1 TO WS-LOANS-WRITTEN-OFF
                   ADD LN-WRITTEN-OFF-AMT TO WS-BOOK-WRITTEN-OFF
                   ADD LN-RECOVERED-AMT TO WS-BOOK-RECOVERED
                   COMPUTE WS-BOOK-MEMO-OPEN = WS-BOOK-MEMO-OPEN
                       + LN-WRITTEN-OFF-AMT - LN-RECOVERED-AMT
                   IF LN-RECOVERED-AMT NOT < LN-WRITTEN-OFF-AMT
                       ADD 1 TO WS-LOANS-FULLY-RECOVERED
                   END-IF
               END-IF
           END-IF.

       END PROGRAM RECOVRPT.
