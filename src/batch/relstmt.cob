      *   accounts, so it can be rerun freely - run control still
      *   guards the cycle date so the spool is not rebuilt twice by
      *   accident
      * - A customer whose mail has come back (CUS-MAIL-RETURNED) has
      *   the statement captured into the held-mail register (see
      *   MAILHOLD.COB) instead of the spool, keyed by the as-of
      *   date, so a rerun does not register it twice
      * - Every line that reaches the spool is also kept in the
      *   print spool archive, with each statement catalogued under
      *   the customer and as-of date (see SPOOLARC.COB), so the
      *   statement as issued can be reprinted later
      *
      * Author: Portfolio Project
      * Date: 2026
           05  WS-CUSTOMERS-SCANNED    PIC 9(6) VALUE 0.
           05  WS-STATEMENTS-PRODUCED  PIC 9(6) VALUE 0.
           05  WS-CUSTOMERS-SKIPPED    PIC 9(6) VALUE 0.
           05  WS-STATEMENTS-HELD      PIC 9(6) VALUE 0.

      * Returned-mail hold for the statement being produced
       01  WS-MAIL-HELD-FLAG           PIC X VALUE 'N'.
           88  MAIL-IS-HELD            VALUE 'Y'.
       01  WS-HOLD-STATUS              PIC XX.
       01  WS-HOLD-ACCOUNT-ID          PIC 9(8) VALUE 0.
       01  WS-HOLD-DOC-TYPE            PIC X(8) VALUE 'RELSTMT'.
       01  WS-HOLD-DOC-REF             PIC X(20).

      * Print spool archive run for this cycle (see SPOOLARC.COB)
       01  WS-ARCHIVE-RUN-ID           PIC 9(8).
       01  WS-ARCHIVE-STATUS           PIC XX.
       01  WS-ARCHIVE-DOC-REF          PIC X(20).

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           DISPLAY 'Customers scanned:     ' WS-CUSTOMERS-SCANNED.
           DISPLAY 'Statements produced:   ' WS-STATEMENTS-PRODUCED.
           DISPLAY 'Customers skipped:     ' WS-CUSTOMERS-SKIPPED.
           DISPLAY 'Held (returned mail):  ' WS-STATEMENTS-HELD.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      *    relationship statement per active customer
           CALL 'FILES' USING 'OPEN-RELATION-SPOOL-OUTPUT'
               WS-SPOOL-STATUS.
           CALL 'SPOOLARC' USING 'BEGIN-SPOOL-ARCHIVE'
               WS-JOB-NAME WS-EFFECTIVE-DATE WS-ARCHIVE-RUN-ID
               WS-ARCHIVE-STATUS.

           CALL 'FILES' USING 'OPEN-CUSTOMER-FILE-IO'.
           CALL 'FILES' USING 'START-CUSTOMER-FILE-TOP' WS-OP-STATUS.

           CALL 'FILES' USING 'CLOSE-CUSTOMER-FILE'.
           CALL 'FILES' USING 'CLOSE-RELATION-SPOOL-FILE'.
           CALL 'SPOOLARC' USING 'END-SPOOL-ARCHIVE' WS-ARCHIVE-STATUS.

       CYCLE-NEXT-CUSTOMER.
      *    Read one customer and produce their combined statement
           MOVE 0 TO WS-CUST-ACCOUNTS-PRINTED.
           MOVE 0 TO WS-CUST-LOANS-PRINTED.

      *    The customer record is current from the scan read, so the
      *    returned-mail flag is tested on it directly
           IF CUS-MAIL-RETURNED
               MOVE 'Y' TO WS-MAIL-HELD-FLAG
               MOVE SPACES TO WS-HOLD-DOC-REF
               MOVE WS-EFFECTIVE-DATE TO WS-HOLD-DOC-REF
               CALL 'MAILHOLD' USING 'BEGIN-HELD-ITEM'
                   WS-STMT-CUSTOMER-ID WS-HOLD-ACCOUNT-ID
                   WS-HOLD-DOC-TYPE WS-HOLD-DOC-REF
                   WS-EFFECTIVE-DATE WS-HOLD-STATUS
           END-IF.

           MOVE SPACES TO WS-ARCHIVE-DOC-REF.
           MOVE WS-EFFECTIVE-DATE TO WS-ARCHIVE-DOC-REF.
           CALL 'SPOOLARC' USING 'BEGIN-SPOOL-DOCUMENT'
               WS-HOLD-ACCOUNT-ID WS-STMT-CUSTOMER-ID
               WS-ARCHIVE-DOC-REF.

           PERFORM SPOOL-RELATIONSHIP-HEADER.
           PERFORM SPOOL-ACCOUNT-POSITIONS.
           PERFORM SPOOL-LOAN-POSITIONS.
           END-IF.

           PERFORM SPOOL-RELATIONSHIP-SUMMARY.
           CALL 'SPOOLARC' USING 'END-SPOOL-DOCUMENT' WS-ARCHIVE-STATUS.

           IF MAIL-IS-HELD
               CALL 'MAILHOLD' USING 'END-HELD-ITEM' WS-HOLD-STATUS
               ADD 1 TO WS-STATEMENTS-HELD
               MOVE 'N' TO WS-MAIL-HELD-FLAG
           END-IF.

           ADD 1 TO WS-STATEMENTS-PRODUCED.
           PERFORM RECORD-JOB-CHECKPOINT.

       SPOOL-LINE.
      *    Write the line built in WS-SPOOL-WORK-LINE to the spool
      *    and its archive, or to the held-mail register while the
      *    mail is held
           IF MAIL-IS-HELD
               CALL 'MAILHOLD' USING 'ADD-HELD-LINE'
                   WS-SPOOL-WORK-LINE
           ELSE
               MOVE WS-SPOOL-WORK-LINE TO RELATION-SPOOL-LINE
               CALL 'FILES' USING 'WRITE-RELATION-SPOOL-LINE'
                   RELATION-SPOOL-LINE WS-SPOOL-STATUS
               CALL 'SPOOLARC' USING 'ARCHIVE-SPOOL-LINE'
                   WS-SPOOL-WORK-LINE
           END-IF.
           MOVE SPACES TO WS-SPOOL-WORK-LINE.

       SPOOL-RELATIONSHIP-HEADER.
      *    Spool the statement header block, ejecting to a fresh
      *    page first so each customer's statement starts one (held
      *    statements never reached the spool, so they do not count)
           IF WS-STATEMENTS-PRODUCED > WS-STATEMENTS-HELD AND
                   NOT MAIL-IS-HELD
               MOVE WS-FORM-FEED TO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
           END-IF.
