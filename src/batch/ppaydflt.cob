      ******************************************************************
      * PPAYDFLT.COB - Positive Pay Default Decision Batch
      *
      * Standalone batch program, intended to run each business day
      * after the positive pay decision cut-off (the PPAY row of the
      * cut-off table, see CUTOFF.COB). Walks the positive pay
      * exception queue for items the customer has not decided by
      * their deadline and applies the account's default decision
      * through CHEQUES/DECIDE-PPAY-EXCEPTION - a default PAY posts
      * the cheque debit, a default RETURN releases the leaf unpaid.
      * Every defaulted item is listed for the corporate service
      * desk.
      *
      * Design decisions:
      * - An exception is overdue once the posting date has passed
      *   its due date, or on the due date once the clock has
      *   reached its due time - the same test the decision screen
      *   uses to refuse a late customer decision. An exception with
      *   no due time (no PPAY cut-off on file when it was raised)
      *   stays open for the whole of its due date
      * - Only OPEN rows are touched, so a re-run decides nothing
      *   twice; the job does not register with RUNCTL
      * - An account whose enrolment has since been withdrawn keeps
      *   the default it had; with no enrolment row at all the item
      *   is returned, the safe choice for an unverified cheque
      * - Overdue exceptions are collected first and decided after
      *   the scan, so the decision's own queue update never fights
      *   the scan cursor
      * - A decision that could not be applied - a default PAY the
      *   account cannot cover bounces the leaf like any other
      *   presentation - is listed, not treated as a job failure,
      *   so the end-of-day chain carries on
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPAYDFLT.
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
       01  WS-PPAY-STATUS              PIC XX.
       01  WS-DECIDE-STATUS            PIC XX.
       01  WS-DECIDE-MESSAGE           PIC X(80).

      * Overdue exceptions collected first, decided after the scan
       01  WS-OVERDUE-COUNT            PIC 9(3) VALUE 0.
       01  WS-OVERDUE-TABLE.
           05  WS-OVERDUE-ENTRY OCCURS 500 TIMES.
               10  WS-OVD-ACCOUNT-ID   PIC 9(8).
               10  WS-OVD-CHEQUE       PIC 9(8).
               10  WS-OVD-AMOUNT       PIC S9(13)V99.
               10  WS-OVD-REASON       PIC X(8).
       01  WS-OVD-IDX                  PIC 9(3).

       01  WS-DEFAULT-DECISION         PIC X(6).

       01  WS-REPORT-COUNTERS.
           05  WS-EXCEPTIONS-SCANNED   PIC 9(6) VALUE 0.
           05  WS-EXCEPTIONS-OPEN      PIC 9(6) VALUE 0.
           05  WS-DEFAULTED-PAY        PIC 9(6) VALUE 0.
           05  WS-DEFAULTED-RETURN     PIC 9(6) VALUE 0.
           05  WS-DEFAULT-FAILED       PIC 9(6) VALUE 0.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-TIMESTAMP-FIELDS.
           05  WS-CURRENT-TIME.
               10  WS-CURR-HOUR        PIC 99.
               10  WS-CURR-MINUTE      PIC 99.
               10  WS-CURR-SECOND      PIC 99.
               10  WS-CURR-HUNDREDTH   PIC 99.
       01  WS-CLOCK-HHMM               PIC 9(4).

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.

       01  WS-EFFECTIVE-DATE           PIC 9(8).

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the positive pay default decision job
           PERFORM DISPLAY-BANNER.
           PERFORM COLLECT-OVERDUE-EXCEPTIONS.
           PERFORM DECIDE-OVERDUE-EXCEPTIONS.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           COMPUTE WS-CLOCK-HHMM = WS-CURR-HOUR * 100 + WS-CURR-MINUTE.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-EFFECTIVE-DATE.
           DISPLAY '================================================'.
           DISPLAY 'POSITIVE PAY DEFAULT DECISION BATCH'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY 'Business date: ' WS-EFFECTIVE-DATE.
           DISPLAY '================================================'.
           DISPLAY ' '.
           DISPLAY 'DEFAULT DECISIONS APPLIED'.
           DISPLAY 'Account   Cheque            Amount  Reason'
               '    Decision'.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Exceptions scanned:    ' WS-EXCEPTIONS-SCANNED.
           DISPLAY 'Still within deadline: ' WS-EXCEPTIONS-OPEN.
           DISPLAY 'Defaulted to pay:      ' WS-DEFAULTED-PAY.
           DISPLAY 'Defaulted to return:   ' WS-DEFAULTED-RETURN.
           DISPLAY 'Not applied / bounced: ' WS-DEFAULT-FAILED.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * EXCEPTION SCAN
      ******************************************************************

       COLLECT-OVERDUE-EXCEPTIONS.
      *    Single sequential pass over the exception queue,
      *    collecting the open rows past their decision deadline
           CALL 'FILES' USING 'OPEN-PPAY-EXCEPTION-FILE-IO'.
           CALL 'FILES' USING 'START-PPAY-EXCEPTION-FILE-TOP'
               WS-OP-STATUS.

           PERFORM CHECK-NEXT-EXCEPTION
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-PPAY-EXCEPTION-FILE'.

       CHECK-NEXT-EXCEPTION.
      *    Read one exception and note it if it is open and overdue
           CALL 'FILES' USING 'READ-NEXT-PPAY-EXCEPTION'
               PPAY-EXCEPTION-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-EXCEPTIONS-SCANNED
               IF PPX-OPEN
                   IF WS-EFFECTIVE-DATE > PPX-DUE-DATE
                       OR (WS-EFFECTIVE-DATE = PPX-DUE-DATE
                           AND PPX-DUE-TIME > 0
                           AND WS-CLOCK-HHMM NOT < PPX-DUE-TIME)
                       PERFORM NOTE-OVERDUE-EXCEPTION
                   ELSE
                       ADD 1 TO WS-EXCEPTIONS-OPEN
                   END-IF
               END-IF
           END-IF.

       NOTE-OVERDUE-EXCEPTION.
      *    Add one overdue exception to the table
           IF WS-OVERDUE-COUNT < 500
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE PPX-ACCOUNT-ID
                   TO WS-OVD-ACCOUNT-ID(WS-OVERDUE-COUNT)
               MOVE PPX-CHEQUE-NUMBER
                   TO WS-OVD-CHEQUE(WS-OVERDUE-COUNT)
               MOVE PPX-PRESENTED-AMOUNT
                   TO WS-OVD-AMOUNT(WS-OVERDUE-COUNT)
               MOVE PPX-REASON TO WS-OVD-REASON(WS-OVERDUE-COUNT)
           ELSE
               ADD 1 TO WS-EXCEPTIONS-OPEN
           END-IF.

      ******************************************************************
      * DEFAULT DECISIONS
      ******************************************************************

       DECIDE-OVERDUE-EXCEPTIONS.
      *    Apply the account's default to every collected exception
           PERFORM DECIDE-ONE-EXCEPTION
               VARYING WS-OVD-IDX FROM 1 BY 1
               UNTIL WS-OVD-IDX > WS-OVERDUE-COUNT.

       DECIDE-ONE-EXCEPTION.
      *    Look up the account's default decision and apply it
           MOVE WS-OVD-ACCOUNT-ID(WS-OVD-IDX) TO PPY-ACCOUNT-ID.
           CALL 'FILES' USING 'OPEN-POSITIVE-PAY-FILE-IO'.
           CALL 'FILES' USING 'READ-POSITIVE-PAY'
               POSITIVE-PAY-RECORD WS-PPAY-STATUS.
           CALL 'FILES' USING 'CLOSE-POSITIVE-PAY-FILE'.

           IF WS-PPAY-STATUS = '00' AND PPY-DEFAULT-PAY
               MOVE 'PAY' TO WS-DEFAULT-DECISION
           ELSE
               MOVE 'RETURN' TO WS-DEFAULT-DECISION
           END-IF.

           CALL 'CHEQUES' USING 'DECIDE-PPAY-EXCEPTION'
               WS-OVD-ACCOUNT-ID(WS-OVD-IDX) WS-OVD-CHEQUE(WS-OVD-IDX)
               WS-DEFAULT-DECISION 'DEFAULT' 0
               TRANSACTION-RECORD WS-DECIDE-STATUS WS-DECIDE-MESSAGE.

           MOVE WS-OVD-AMOUNT(WS-OVD-IDX) TO WS-DISPLAY-AMOUNT.
           IF WS-DECIDE-STATUS = '00'
               IF WS-DEFAULT-DECISION = 'PAY'
                   ADD 1 TO WS-DEFAULTED-PAY
               ELSE
                   ADD 1 TO WS-DEFAULTED-RETURN
               END-IF
               DISPLAY WS-OVD-ACCOUNT-ID(WS-OVD-IDX) '  '
                   WS-OVD-CHEQUE(WS-OVD-IDX) '  ' WS-DISPLAY-AMOUNT
                   '  ' WS-OVD-REASON(WS-OVD-IDX) '  '
                   WS-DEFAULT-DECISION
               DISPLAY '          ' WS-DECIDE-MESSAGE
           ELSE
               ADD 1 TO WS-DEFAULT-FAILED
               DISPLAY 'FAILED    Account '
                   WS-OVD-ACCOUNT-ID(WS-OVD-IDX) '  Cheque '
                   WS-OVD-CHEQUE(WS-OVD-IDX)
               DISPLAY '          ' WS-DECIDE-MESSAGE
           END-IF.

       END PROGRAM PPAYDFLT.
