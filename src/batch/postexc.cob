      ******************************************************************
      * POSTEXC.COB - Unmapped Posting Exceptions Report
      *
      * Standalone batch program. Lists every GL mirror entry that
      * LEDGER booked to the unmapped-posting suspense account
      * (GLA 2900) on the business date - postings whose transaction
      * code had no rule on the posting rules file, blank codes
      * included. Finance works the list by adding the missing rule
      * (menu option 54) and journalling the suspense balance out
      * to the position it belonged in.
      *
      * Design decisions:
      * - Read-only single pass over LEDGER-FILE, the same
      *   START-LEDGER-FILE-TOP/READ-NEXT-LEDGER full scan GLTIEOUT
      *   uses, filtered to the business date the same way
      * - The business date defaults to the shared system posting
      *   date; an optional CCYYMMDD command-line argument re-runs
      *   the list for an earlier day
      * - Only the mirror leg is listed: the customer leg of the
      *   same posting carries the same TXN-ID and code, so one line
      *   per posting is enough to trace it
      * - Sets RETURN-CODE 4 when anything is listed, so the
      *   scheduler flags the day for finance's attention
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTEXC.
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

      * Reserved GL control account ID - same value as
      * LED-GL-CONTROL-ACCOUNT-ID in LEDGER.COB
       01  WS-GL-CONTROL-ACCOUNT-ID    PIC 9(8) VALUE 99999999.

      * Unmapped-posting suspense - same value as
      * LED-GL-SUSPENSE-ACCOUNT in LEDGER.COB
       01  WS-GL-SUSPENSE-ACCOUNT      PIC 9(4) VALUE 2900.

       01  WS-COMMAND-ARGS             PIC X(80).
       01  WS-DATE-INPUT               PIC X(8).

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.

       01  WS-LED-DATE                 PIC 9(8).
       01  WS-EXC-CODE                 PIC X(6).

      * Report counters and totals
       01  WS-REPORT-COUNTERS.
           05  WS-ENTRIES-SCANNED      PIC 9(8) VALUE 0.
           05  WS-EXCEPTIONS-LISTED    PIC 9(8) VALUE 0.
           05  WS-EXC-DEBITS           PIC S9(13)V99 VALUE 0.
           05  WS-EXC-CREDITS          PIC S9(13)V99 VALUE 0.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-DEBITS       PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-CREDITS      PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the unmapped posting exceptions report
           PERFORM RESOLVE-RUN-DATE.
           PERFORM DISPLAY-BANNER.
           PERFORM SCAN-LEDGER-FOR-EXCEPTIONS.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

       RESOLVE-RUN-DATE.
      *    Take the business date from the command line when one is
      *    given, otherwise from the shared system posting date
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           MOVE WS-COMMAND-ARGS(1:8) TO WS-DATE-INPUT.

           IF WS-DATE-INPUT IS NUMERIC
               MOVE WS-DATE-INPUT TO WS-RUN-DATE
           ELSE
               CALL 'CALENDAR' USING 'GET-POSTING-DATE' WS-RUN-DATE
           END-IF.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           DISPLAY '================================================'.
           DISPLAY 'UNMAPPED POSTING EXCEPTIONS REPORT'.
           DISPLAY 'Business date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY 'Suspense GL:   ' WS-GL-SUSPENSE-ACCOUNT.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display final totals and the verdict
           MOVE WS-EXC-DEBITS TO WS-DISPLAY-DEBITS.
           MOVE WS-EXC-CREDITS TO WS-DISPLAY-CREDITS.

           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Ledger entries scanned:   ' WS-ENTRIES-SCANNED.
           DISPLAY 'Exceptions listed:        ' WS-EXCEPTIONS-LISTED.
           DISPLAY 'Suspense debits:          ' WS-DISPLAY-DEBITS.
           DISPLAY 'Suspense credits:         ' WS-DISPLAY-CREDITS.
           DISPLAY '------------------------------------------------'.

           IF WS-EXCEPTIONS-LISTED = 0
               DISPLAY 'No unmapped postings - every code had a rule.'
           ELSE
               DISPLAY 'UNMAPPED POSTINGS FOUND - add the missing '
                   'posting rules and clear GL '
                   WS-GL-SUSPENSE-ACCOUNT '.'
               MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * LEDGER SCAN
      ******************************************************************

       SCAN-LEDGER-FOR-EXCEPTIONS.
      *    Single sequential pass over LEDGER-FILE, listing the
      *    day's mirror entries booked to unmapped suspense
           CALL 'FILES' USING 'OPEN-LEDGER-FILE-INPUT'.
           CALL 'FILES' USING 'START-LEDGER-FILE-TOP' WS-OP-STATUS.

           PERFORM CHECK-NEXT-LEDGER-ENTRY
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-LEDGER-FILE'.

       CHECK-NEXT-LEDGER-ENTRY.
      *    Read one ledger entry and list it if it is a suspense
      *    mirror posting dated the business date
           CALL 'FILES' USING 'READ-NEXT-LEDGER' LEDGER-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-ENTRIES-SCANNED
               IF LED-VALUE-DATE > 0
                   MOVE LED-VALUE-DATE TO WS-LED-DATE
               ELSE
                   MOVE LED-TIMESTAMP(1:8) TO WS-LED-DATE
               END-IF

               IF WS-LED-DATE = WS-RUN-DATE
                       AND LED-ACCOUNT-ID = WS-GL-CONTROL-ACCOUNT-ID
                       AND LED-GL-ACCOUNT = WS-GL-SUSPENSE-ACCOUNT
                   PERFORM LIST-EXCEPTION-ENTRY
               END-IF
           END-IF.

       LIST-EXCEPTION-ENTRY.
      *    Print one unmapped posting and fold it into the totals
           ADD 1 TO WS-EXCEPTIONS-LISTED.
           IF LED-CREDIT
               ADD LED-AMOUNT TO WS-EXC-CREDITS
           ELSE
               ADD LED-AMOUNT TO WS-EXC-DEBITS
           END-IF.

           MOVE LED-TXN-CODE TO WS-EXC-CODE.
           IF WS-EXC-CODE = SPACES
               MOVE '(none)' TO WS-EXC-CODE
           END-IF.

           MOVE LED-AMOUNT TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Txn ' LED-TXN-ID '  Code: ' WS-EXC-CODE
               '  ' LED-TYPE ' ' WS-DISPLAY-AMOUNT.
           DISPLAY '    ' LED-DESCRIPTION.

       END PROGRAM POSTEXC.
