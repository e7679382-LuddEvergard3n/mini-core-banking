      *   the spool instead of the terminal
      * - A cycle summary (statements produced, accounts skipped,
      *   entry totals) is printed at the end of the run
      * - A statement for a customer whose mail has come back is
      *   captured into the held-mail register (see MAILHOLD.COB)
      *   instead of the spool; the cycle date is still stamped, as
      *   the statement was produced - it is simply not mailed until
      *   the address is fixed and MAILRPR reprints it
      * - Every line that reaches the spool is also kept in the
      *   print spool archive, with each statement catalogued by
      *   account, customer and period (see SPOOLARC.COB), so the
      *   statement as issued can be reprinted after the next cycle
      *   has overwritten the spool
      *
      * Author: Portfolio Project
      * Date: 2026
       01  WS-STMT-ACCOUNT-ID          PIC 9(8).
       01  WS-STMT-FROM-DATE           PIC 9(8).
       01  WS-STMT-TO-DATE             PIC 9(8).
       01  WS-BRANCH-NAME              PIC X(30).
       01  WS-FROM-DATE-INTEGER        PIC S9(9).

      * Statement working data (same shape as STATEMENT.COB)
           05  WS-STATEMENTS-PRODUCED  PIC 9(6) VALUE 0.
           05  WS-ACCOUNTS-SKIPPED     PIC 9(6) VALUE 0.
           05  WS-TOTAL-ENTRIES        PIC 9(8) VALUE 0.
           05  WS-STATEMENTS-HELD      PIC 9(6) VALUE 0.

      * Returned-mail hold for the statement being produced
       01  WS-MAIL-HELD-FLAG           PIC X VALUE 'N'.
           88  MAIL-IS-HELD            VALUE 'Y'.
       01  WS-HOLD-STATUS              PIC XX.
       01  WS-HOLD-DOC-TYPE            PIC X(8) VALUE 'STMT'.
       01  WS-HOLD-DOC-REF             PIC X(20).

      * Print spool archive run for this cycle (see SPOOLARC.COB)
       01  WS-ARCHIVE-RUN-ID           PIC 9(8).
       01  WS-ARCHIVE-STATUS           PIC XX.
       01  WS-ARCHIVE-DOC-REF          PIC X(20).

       01  WS-TIMESTAMP-FIELDS.
           05  WS-CURRENT-DATE.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Accounts scanned:      ' WS-ACCOUNTS-SCANNED.
           DISPLAY 'Statements produced:   ' WS-STATEMENTS-PRODUCED.
           DISPLAY 'Held (returned mail):  ' WS-STATEMENTS-HELD.
           DISPLAY 'Accounts skipped:      ' WS-ACCOUNTS-SKIPPED.
           DISPLAY 'Entries printed:       ' WS-TOTAL-ENTRIES.
           DISPLAY '------------------------------------------------'.
      *    statement per open account
           CALL 'FILES' USING 'OPEN-STATEMENT-SPOOL-OUTPUT'
               WS-SPOOL-STATUS.
           CALL 'SPOOLARC' USING 'BEGIN-SPOOL-ARCHIVE'
               WS-JOB-NAME WS-EFFECTIVE-DATE WS-ARCHIVE-RUN-ID
               WS-ARCHIVE-STATUS.

           CALL 'FILES' USING 'OPEN-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'START-ACCOUNT-FILE-TOP' WS-OP-STATUS.

           CALL 'FILES' USING 'CLOSE-ACCOUNT-FILE'.
           CALL 'FILES' USING 'CLOSE-STATEMENT-SPOOL-FILE'.
           CALL 'SPOOLARC' USING 'END-SPOOL-ARCHIVE' WS-ARCHIVE-STATUS.

       CYCLE-NEXT-ACCOUNT.
      *    Read one account and produce its cycle statement if due
      *    last cycle, then stamp the cycle date back on the account
           MOVE ACC-ID TO WS-STMT-ACCOUNT-ID.
           PERFORM DETERMINE-STATEMENT-PERIOD.
           PERFORM CHECK-STATEMENT-MAIL-HOLD.

           MOVE SPACES TO WS-ARCHIVE-DOC-REF.
           STRING WS-STMT-FROM-DATE '-' WS-STMT-TO-DATE
               DELIMITED BY SIZE INTO WS-ARCHIVE-DOC-REF.
           CALL 'SPOOLARC' USING 'BEGIN-SPOOL-DOCUMENT'
               ACC-ID ACC-CUSTOMER-ID WS-ARCHIVE-DOC-REF.

           MOVE 0 TO WS-HAVE-OPENING.
           MOVE 0 TO WS-OPENING-BALANCE.
           PERFORM SPOOL-STATEMENT-HEADER.
           PERFORM SPOOL-LEDGER-ENTRIES.
           PERFORM SPOOL-STATEMENT-FOOTER.
           CALL 'SPOOLARC' USING 'END-SPOOL-DOCUMENT' WS-ARCHIVE-STATUS.

           IF MAIL-IS-HELD
               CALL 'MAILHOLD' USING 'END-HELD-ITEM' WS-HOLD-STATUS
               ADD 1 TO WS-STATEMENTS-HELD
               MOVE 'N' TO WS-MAIL-HELD-FLAG
           END-IF.

           ADD 1 TO WS-STATEMENTS-PRODUCED.
           ADD WS-STMT-ENTRY-COUNT TO WS-TOTAL-ENTRIES.

           MOVE WS-EFFECTIVE-DATE TO WS-STMT-TO-DATE.

       CHECK-STATEMENT-MAIL-HOLD.
      *    Divert the statement to the held-mail register when the
      *    account holder's mail has been returned; accounts written
      *    before the customer master existed are never held
           MOVE 'N' TO WS-MAIL-HELD-FLAG.
           IF ACC-CUSTOMER-ID > 0
               CALL 'MAILHOLD' USING 'CHECK-MAIL-HOLD'
                   ACC-CUSTOMER-ID WS-MAIL-HELD-FLAG WS-HOLD-STATUS
           END-IF.

           IF MAIL-IS-HELD
               MOVE SPACES TO WS-HOLD-DOC-REF
               STRING WS-STMT-FROM-DATE '-' WS-STMT-TO-DATE
                   DELIMITED BY SIZE INTO WS-HOLD-DOC-REF
               CALL 'MAILHOLD' USING 'BEGIN-HELD-ITEM'
                   ACC-CUSTOMER-ID ACC-ID WS-HOLD-DOC-TYPE
                   WS-HOLD-DOC-REF WS-EFFECTIVE-DATE WS-HOLD-STATUS
           END-IF.

      ******************************************************************
      * STATEMENT SPOOLING
      ******************************************************************

       SPOOL-LINE.
      *    Write the line built in WS-SPOOL-WORK-LINE to the spool
      *    and its archive, or to the held-mail register while the
      *    mail is held
           IF MAIL-IS-HELD
               CALL 'MAILHOLD' USING 'ADD-HELD-LINE'
                   WS-SPOOL-WORK-LINE
           ELSE
               MOVE WS-SPOOL-WORK-LINE TO STATEMENT-SPOOL-LINE
               CALL 'FILES' USING 'WRITE-STATEMENT-SPOOL-LINE'
                   STATEMENT-SPOOL-LINE WS-SPOOL-STATUS
               CALL 'SPOOLARC' USING 'ARCHIVE-SPOOL-LINE'
                   WS-SPOOL-WORK-LINE
           END-IF.
           MOVE SPACES TO WS-SPOOL-WORK-LINE.

       SPOOL-STATEMENT-HEADER.
      *    Spool the statement page header block, ejecting to a fresh
      *    page first so each account's statement starts one (held
      *    statements never reached the spool, so they do not count)
           IF WS-STATEMENTS-PRODUCED > WS-STATEMENTS-HELD AND
                   NOT MAIL-IS-HELD
               MOVE WS-FORM-FEED TO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
           END-IF.
           STRING 'Holder:       ' ACC-HOLDER-NAME
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           CALL 'BRANCHES' USING 'GET-BRANCH-NAME'
               ACC-BRANCH-CODE WS-BRANCH-NAME.
           STRING 'Branch:       ' ACC-BRANCH-CODE ' ' WS-BRANCH-NAME
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           STRING 'Period:       ' WS-STMT-FROM-DATE ' to '
