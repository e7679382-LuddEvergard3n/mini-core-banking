      * - The letter wording is driven by the typed event code, so
      *   a new event type added to NOTICES gets a generic letter
      *   until wording is added here
      * - Only QUEUED notices print. The outbound notification run
      *   (NOTIFOUT) goes first and marks the notices it hands to
      *   the SMS/email gateway SENT; one the gateway could not
      *   deliver comes back QUEUED (NOTIFRCV) and prints here
      * - A letter for a customer whose mail has come back is
      *   captured into the held-mail register (see MAILHOLD.COB)
      *   instead of the spool and the notice flips to HELD; MAILRPR
      *   marks it PRINTED when the letter is finally reprinted
      * - Every line this run appends to the spool is also kept in
      *   the print spool archive, with each letter catalogued by
      *   account, customer and notice ID (see SPOOLARC.COB): the
      *   spool itself has no index, so the archive is how one
      *   letter is found and reprinted as issued
      *
      * Author: Portfolio Project
      * Date: 2026
       01  WS-REPORT-COUNTERS.
           05  WS-NOTICES-SCANNED      PIC 9(6) VALUE 0.
           05  WS-LETTERS-PRINTED      PIC 9(6) VALUE 0.
           05  WS-LETTERS-HELD         PIC 9(6) VALUE 0.

      * Returned-mail hold for the letter being formatted
       01  WS-MAIL-HELD-FLAG           PIC X VALUE 'N'.
           88  MAIL-IS-HELD            VALUE 'Y'.
       01  WS-HOLD-STATUS              PIC XX.
       01  WS-HOLD-DOC-TYPE            PIC X(8) VALUE 'ADVICE'.
       01  WS-HOLD-DOC-REF             PIC X(20).

      * Print spool archive run for this batch (see SPOOLARC.COB)
       01  WS-ARCHIVE-REPORT-NAME      PIC X(10) VALUE 'ADVPRINT'.
       01  WS-ARCHIVE-BUSINESS-DATE    PIC 9(8).
       01  WS-ARCHIVE-RUN-ID           PIC 9(8).
       01  WS-ARCHIVE-STATUS           PIC XX.
       01  WS-ARCHIVE-CUSTOMER-ID      PIC 9(8).
       01  WS-ARCHIVE-DOC-REF          PIC X(20).

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Notices scanned:       ' WS-NOTICES-SCANNED.
           DISPLAY 'Letters printed:       ' WS-LETTERS-PRINTED.
           DISPLAY 'Held (returned mail):  ' WS-LETTERS-HELD.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      *    Single sequential pass over the notice queue
           CALL 'FILES' USING 'OPEN-ADVICE-SPOOL-EXTEND'
               WS-SPOOL-STATUS.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-ARCHIVE-BUSINESS-DATE.
           CALL 'SPOOLARC' USING 'BEGIN-SPOOL-ARCHIVE'
               WS-ARCHIVE-REPORT-NAME WS-ARCHIVE-BUSINESS-DATE
               WS-ARCHIVE-RUN-ID WS-ARCHIVE-STATUS.

           CALL 'FILES' USING 'OPEN-NOTICE-FILE-IO'.
           CALL 'FILES' USING 'START-NOTICE-FILE-TOP' WS-OP-STATUS.

           CALL 'FILES' USING 'CLOSE-NOTICE-FILE'.
           CALL 'FILES' USING 'CLOSE-ADVICE-SPOOL-FILE'.
           CALL 'SPOOLARC' USING 'END-SPOOL-ARCHIVE' WS-ARCHIVE-STATUS.

       CHECK-NEXT-NOTICE.
      *    Read one notice and print its letter if still queued
      *    Format one advice letter and flip the notice to PRINTED
           PERFORM RESOLVE-EVENT-HEADLINE.

      *    The account on file gives the address block and the
      *    customer whose mail may be held
           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               NTC-ACCOUNT-ID ACCOUNT-RECORD WS-ACCT-STATUS.
           PERFORM CHECK-LETTER-MAIL-HOLD.

           MOVE 0 TO WS-ARCHIVE-CUSTOMER-ID.
           IF WS-ACCT-STATUS = '00'
               MOVE ACC-CUSTOMER-ID TO WS-ARCHIVE-CUSTOMER-ID
           END-IF.
           MOVE SPACES TO WS-ARCHIVE-DOC-REF.
           MOVE NTC-NOTICE-ID TO WS-ARCHIVE-DOC-REF.
           CALL 'SPOOLARC' USING 'BEGIN-SPOOL-DOCUMENT'
               NTC-ACCOUNT-ID WS-ARCHIVE-CUSTOMER-ID WS-ARCHIVE-DOC-REF.

           IF WS-LETTERS-PRINTED > 0 AND NOT MAIL-IS-HELD
               MOVE WS-FORM-FEED TO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
           END-IF.
           PERFORM SPOOL-LINE.

      *    Address block from the account on file
           IF WS-ACCT-STATUS = '00'
               STRING 'To:           ' ACC-HOLDER-NAME
                   DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE
           MOVE '------------------------------------------------'
               TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           CALL 'SPOOLARC' USING 'END-SPOOL-DOCUMENT' WS-ARCHIVE-STATUS.

           IF MAIL-IS-HELD
               PERFORM FINISH-HELD-LETTER
           ELSE
               PERFORM FINISH-PRINTED-LETTER
           END-IF.

       FINISH-PRINTED-LETTER.
      *    Flip a spooled letter's notice to PRINTED
           MOVE 'PRINTED' TO NTC-STATUS.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO NTC-PRINTED-TS.
               '  Account: ' NTC-ACCOUNT-ID
               '  ' NTC-EVENT-TYPE.

       FINISH-HELD-LETTER.
      *    Close the held capture and flip the notice to HELD, so the
      *    letter is neither re-queued nor reported as printed
           CALL 'MAILHOLD' USING 'END-HELD-ITEM' WS-HOLD-STATUS.
           MOVE 'N' TO WS-MAIL-HELD-FLAG.

           MOVE 'HELD' TO NTC-STATUS.
           CALL 'FILES' USING 'UPDATE-NOTICE' NOTICE-RECORD
               WS-UPDATE-STATUS.

           ADD 1 TO WS-LETTERS-HELD.
           DISPLAY 'HELD      Notice: ' NTC-NOTICE-ID
               '  Account: ' NTC-ACCOUNT-ID
               '  returned mail'.

       CHECK-LETTER-MAIL-HOLD.
      *    Divert the letter to the held-mail register when the
      *    account holder's mail has been returned
           MOVE 'N' TO WS-MAIL-HELD-FLAG.
           IF WS-ACCT-STATUS = '00' AND ACC-CUSTOMER-ID > 0
               CALL 'MAILHOLD' USING 'CHECK-MAIL-HOLD'
                   ACC-CUSTOMER-ID WS-MAIL-HELD-FLAG WS-HOLD-STATUS
           END-IF.

           IF MAIL-IS-HELD
               MOVE SPACES TO WS-HOLD-DOC-REF
               MOVE NTC-NOTICE-ID TO WS-HOLD-DOC-REF
               CALL 'MAILHOLD' USING 'BEGIN-HELD-ITEM'
                   ACC-CUSTOMER-ID NTC-ACCOUNT-ID WS-HOLD-DOC-TYPE
                   WS-HOLD-DOC-REF WS-RUN-DATE WS-HOLD-STATUS
           END-IF.

       RESOLVE-EVENT-HEADLINE.
      *    Pick the letter headline for the notice's event type
           EVALUATE TRUE
               WHEN NTC-EVENT-LOAN-MISS
                   MOVE 'A loan installment could not be collected.'
                       TO WS-EVENT-HEADLINE
               WHEN NTC-EVENT-LOAN-DFINT
                   MOVE 'Default interest was charged on loan arrears.'
                       TO WS-EVENT-HEADLINE
               WHEN NTC-EVENT-LOAN-LATE
                   MOVE 'A late fee was charged on your loan.'
                       TO WS-EVENT-HEADLINE
               WHEN NTC-EVENT-LOAN-RATE
                   MOVE 'The interest rate on your loan has changed.'
                       TO WS-EVENT-HEADLINE
               WHEN NTC-EVENT-LOW-BAL
                   MOVE 'Your balance fell below your alert level.'
                       TO WS-EVENT-HEADLINE
               WHEN NTC-EVENT-MAJORITY
                   MOVE 'Your account is now yours to operate.'
                       TO WS-EVENT-HEADLINE
               WHEN OTHER
                   MOVE 'An automated action affected your account.'
                       TO WS-EVENT-HEADLINE

       SPOOL-LINE.
      *    Write the line built in WS-SPOOL-WORK-LINE to the spool
      *    and its archive, or to the held-mail register while the
      *    mail is held
           IF MAIL-IS-HELD
               CALL 'MAILHOLD' USING 'ADD-HELD-LINE'
                   WS-SPOOL-WORK-LINE
           ELSE
               MOVE WS-SPOOL-WORK-LINE TO ADVICE-SPOOL-LINE
               CALL 'FILES' USING 'WRITE-ADVICE-SPOOL-LINE'
                   ADVICE-SPOOL-LINE WS-SPOOL-STATUS
               CALL 'SPOOLARC' USING 'ARCHIVE-SPOOL-LINE'
                   WS-SPOOL-WORK-LINE
           END-IF.
           MOVE SPACES TO WS-SPOOL-WORK-LINE.

       GET-CURRENT-TIMESTAMP.
