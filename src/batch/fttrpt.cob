      ******************************************************************
      * FTTRPT.COB - Financial Transaction Tax Remittance Report
      *
      * Standalone report program for the collection filing. Scans
      * LEDGER-FILE for the identifiable financial transaction tax
      * entries the loan booking and the cross-currency transfer
      * paths post ('Financial transaction tax - LOAN ...' and
      * 'Financial transaction tax - FX ...') within a requested
      * period - a month (YYYYMM) for the periodic remittance, or a
      * year (YYYY) for the annual return - and totals them by taxed
      * operation and overall.
      *
      * Design decisions:
      * - The tax entries are recognized by their fixed description
      *   prefix, the marker LOANS.COB and TRANSACTIONS.COB stamp,
      *   with the operation right after it; nothing else in the
      *   system posts that text
      * - Only the customer-side debit counts: the GL mirror row the
      *   ledger books against GLA 2350 carries the same movement
      *   and would double it
      * - The tax is charged in the debited account's currency, so
      *   each operation is totalled per currency - a conversion out
      *   of a USD account pays its tax in USD - and the grand total
      *   is only printed when the whole period is in one currency
      * - Read-only over LEDGER-FILE and ACCOUNT-FILE
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FTTRPT.
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
       01  WS-ACCT-STATUS              PIC XX.

       01  WS-PERIOD-INPUT             PIC X(6).
       01  WS-PERIOD-LENGTH            PIC 9.
       01  WS-ENTRY-PERIOD             PIC X(6).
       01  WS-ENTRY-DATE               PIC 9(8).
       01  WS-ENTRY-OPERATION          PIC X(6).
       01  WS-ENTRY-CURRENCY           PIC X(3).

      * Totals per taxed operation and currency, built as entries
      * are seen
       01  WS-BUCKET-COUNT-USED        PIC 9(2) VALUE 0.
       01  WS-TAX-BUCKETS OCCURS 20 TIMES.
           05  WS-FTT-OPERATION        PIC X(6).
           05  WS-FTT-CURRENCY         PIC X(3).
           05  WS-FTT-ENTRIES          PIC 9(6).
           05  WS-FTT-TOTAL            PIC S9(13)V99.
       01  WS-BUCKET-SEARCH-IDX        PIC 9(2).
       01  WS-BUCKET-FOUND-IDX         PIC 9(2).
       01  WS-BUCKET-WORK-IDX          PIC 9(2).

       01  WS-REPORT-COUNTERS.
           05  WS-ENTRIES-SCANNED      PIC 9(8) VALUE 0.
           05  WS-ENTRIES-IN-SCOPE     PIC 9(6) VALUE 0.
           05  WS-TOTAL-TAX            PIC S9(13)V99 VALUE 0.
           05  WS-FIRST-CURRENCY       PIC X(3) VALUE SPACES.
           05  WS-MIXED-CURRENCY       PIC 9 VALUE 0.
               88  PERIOD-IS-MIXED     VALUE 1.

       01  WS-DISPLAY-AMOUNT           PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-TOTAL            PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-COUNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the transaction tax remittance report
           PERFORM DISPLAY-BANNER.
           PERFORM PROMPT-FOR-PERIOD.
           PERFORM SCAN-LEDGER-FOR-TAX.
           PERFORM REPORT-PER-OPERATION.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * SETUP
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           DISPLAY '================================================'.
           DISPLAY 'FINANCIAL TRANSACTION TAX REMITTANCE REPORT'.
           DISPLAY '================================================'.
           DISPLAY ' '.

       PROMPT-FOR-PERIOD.
      *    Collect the period: YYYYMM for a monthly remittance,
      *    YYYY for the annual return
           DISPLAY 'Enter period (YYYYMM for a month, YYYY for the '
               'annual return): ' WITH NO ADVANCING.
           ACCEPT WS-PERIOD-INPUT.

           IF WS-PERIOD-INPUT(5:2) = SPACES
               MOVE 4 TO WS-PERIOD-LENGTH
           ELSE
               MOVE 6 TO WS-PERIOD-LENGTH
           END-IF.

           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display the remittance grand total
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Ledger entries scanned: ' WS-ENTRIES-SCANNED.
           DISPLAY 'Tax entries:            ' WS-ENTRIES-IN-SCOPE.
           IF PERIOD-IS-MIXED
               DISPLAY 'Total to remit:         see the per-currency '
                   'lines above'
           ELSE
               MOVE WS-TOTAL-TAX TO WS-DISPLAY-TOTAL
               DISPLAY 'Total to remit:         ' WS-DISPLAY-TOTAL
                   ' ' WS-FIRST-CURRENCY
           END-IF.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * LEDGER SCAN
      ******************************************************************

       SCAN-LEDGER-FOR-TAX.
      *    Single sequential pass over LEDGER-FILE
           CALL 'FILES' USING 'OPEN-LEDGER-FILE-INPUT'.
           CALL 'FILES' USING 'START-LEDGER-FILE-TOP' WS-OP-STATUS.

           PERFORM CHECK-NEXT-LEDGER-ENTRY
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-LEDGER-FILE'.

       CHECK-NEXT-LEDGER-ENTRY.
      *    Read one entry and fold it in if it is a customer's tax
      *    debit inside the requested period
           CALL 'FILES' USING 'READ-NEXT-LEDGER' LEDGER-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-ENTRIES-SCANNED

               IF LED-DEBIT AND LED-GL-ACCOUNT = 0 AND
                       LED-DESCRIPTION(1:28) =
                           'Financial transaction tax - '
                   IF LED-VALUE-DATE > 0
                       MOVE LED-VALUE-DATE TO WS-ENTRY-DATE
                   ELSE
                       MOVE LED-TIMESTAMP(1:8) TO WS-ENTRY-DATE
                   END-IF
                   MOVE WS-ENTRY-DATE(1:6) TO WS-ENTRY-PERIOD
                   IF WS-ENTRY-PERIOD(1:WS-PERIOD-LENGTH) =
                           WS-PERIOD-INPUT(1:WS-PERIOD-LENGTH)
                       PERFORM FOLD-TAX-ENTRY
                   END-IF
               END-IF
           END-IF.

       FOLD-TAX-ENTRY.
      *    Add one tax entry to its operation and currency total
           ADD 1 TO WS-ENTRIES-IN-SCOPE.
           ADD LED-AMOUNT TO WS-TOTAL-TAX.

           MOVE SPACES TO WS-ENTRY-OPERATION.
           UNSTRING LED-DESCRIPTION(29:22) DELIMITED BY SPACE
               INTO WS-ENTRY-OPERATION.

           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               LED-ACCOUNT-ID ACCOUNT-RECORD WS-ACCT-STATUS.

           IF WS-ACCT-STATUS = '00'
               MOVE ACC-CURRENCY TO WS-ENTRY-CURRENCY
           ELSE
               MOVE '???' TO WS-ENTRY-CURRENCY
           END-IF.

           IF WS-FIRST-CURRENCY = SPACES
               MOVE WS-ENTRY-CURRENCY TO WS-FIRST-CURRENCY
           END-IF.
           IF WS-ENTRY-CURRENCY NOT = WS-FIRST-CURRENCY
               MOVE 1 TO WS-MIXED-CURRENCY
           END-IF.

           MOVE 0 TO WS-BUCKET-FOUND-IDX.
           PERFORM VARYING WS-BUCKET-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-SEARCH-IDX > WS-BUCKET-COUNT-USED
               IF WS-FTT-OPERATION(WS-BUCKET-SEARCH-IDX) =
                       WS-ENTRY-OPERATION AND
                       WS-FTT-CURRENCY(WS-BUCKET-SEARCH-IDX) =
                       WS-ENTRY-CURRENCY
                   MOVE WS-BUCKET-SEARCH-IDX TO WS-BUCKET-FOUND-IDX
               END-IF
           END-PERFORM.

           IF WS-BUCKET-FOUND-IDX > 0
               ADD 1 TO WS-FTT-ENTRIES(WS-BUCKET-FOUND-IDX)
               ADD LED-AMOUNT TO
                   WS-FTT-TOTAL(WS-BUCKET-FOUND-IDX)
           ELSE
               IF WS-BUCKET-COUNT-USED < 20
                   ADD 1 TO WS-BUCKET-COUNT-USED
                   MOVE WS-ENTRY-OPERATION TO
                       WS-FTT-OPERATION(WS-BUCKET-COUNT-USED)
                   MOVE WS-ENTRY-CURRENCY TO
                       WS-FTT-CURRENCY(WS-BUCKET-COUNT-USED)
                   MOVE 1 TO WS-FTT-ENTRIES(WS-BUCKET-COUNT-USED)
                   MOVE LED-AMOUNT TO
                       WS-FTT-TOTAL(WS-BUCKET-COUNT-USED)
               ELSE
                   DISPLAY 'WARNING: operation table full - totals '
                       'are incomplete, raise the table size'
               END-IF
           END-IF.

      ******************************************************************
      * PER-OPERATION BREAKDOWN
      ******************************************************************

       REPORT-PER-OPERATION.
      *    Print each operation's tax total for the period
           DISPLAY 'Operation  Currency   Entries            Tax'.
           DISPLAY '------------------------------------------------'.

           PERFORM REPORT-ONE-OPERATION
               VARYING WS-BUCKET-WORK-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-WORK-IDX > WS-BUCKET-COUNT-USED.

       REPORT-ONE-OPERATION.
      *    Print one operation line
           MOVE WS-FTT-ENTRIES(WS-BUCKET-WORK-IDX)
               TO WS-DISPLAY-COUNT.
           MOVE WS-FTT-TOTAL(WS-BUCKET-WORK-IDX)
               TO WS-DISPLAY-AMOUNT.
           DISPLAY WS-FTT-OPERATION(WS-BUCKET-WORK-IDX) '     '
               WS-FTT-CURRENCY(WS-BUCKET-WORK-IDX) '      '
               WS-DISPLAY-COUNT ' ' WS-DISPLAY-AMOUNT.

       END PROGRAM FTTRPT.
