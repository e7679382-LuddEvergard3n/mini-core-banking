      ******************************************************************
      * REDIRRPT.COB - Monthly Payment Redirection Report
      *
      * Standalone batch program, run once a month. Walks every
      * payment redirection instruction taken when an account was
      * closed (see REDIRECT.COB) and, for each one that met a
      * payment since its last report, spools a notice to the
      * customer listing the payers and collectors still using the
      * old account, and an advice to each of those payers giving
      * the account to use instead. The redirection only lasts a set
      * number of months; the point of the report is that nobody is
      * still paying the old account when it runs out.
      *
      * Design decisions:
      * - The report period runs from the day after the instruction's
      *   last report (RDR-LAST-REPORT-DATE, zero before the first)
      *   to the posting date, and the last report date is moved on
      *   when the instruction has been reported - so a rerun on the
      *   same day produces nothing twice
      * - Instructions past their end date are marked EXPIRED here as
      *   well as on first lookup. An instruction that expired since
      *   its last report gets one final notice telling the customer
      *   that payments to the old account are now being returned;
      *   after that it is no longer reported
      * - Collector advices logged at closure (NOTIFIED) were already
      *   sent and are not payers still using the old account, so
      *   they are left off. A forwarded credit and a bounced direct
      *   debit both count
      * - Payers are grouped by name (one advice per payer however
      *   many items it sent), up to 50 per instruction
      * - The customer notice goes to the held-mail register instead
      *   of the spool when the customer's mail is held (see
      *   MAILHOLD.COB). Payer advices are addressed to the payer,
      *   not the customer, and are always spooled
      * - Every document is kept in the print spool archive under the
      *   old account number and the report date (see SPOOLARC.COB)
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REDIRRPT.
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
       01  WS-RDR-STATUS               PIC XX.
       01  WS-ITEM-STATUS              PIC XX.
       01  WS-ACCT-STATUS              PIC XX.
       01  WS-UPDATE-STATUS            PIC XX.
       01  WS-SPOOL-STATUS             PIC XX.
       01  WS-HOLD-STATUS              PIC XX.

      * Period covered for the instruction being reported
       01  WS-PERIOD-FROM              PIC 9(8).
       01  WS-FINAL-NOTICE             PIC X VALUE 'N'.
           88  IS-FINAL-NOTICE         VALUE 'Y'.

      * Payers met in the period, one row per payer name
       01  WS-PAYER-COUNT              PIC 9(3) VALUE 0.
       01  WS-PAYER-MAX                PIC 9(3) VALUE 50.
       01  WS-PAYER-TABLE.
           05  WS-PAYER-ENTRY OCCURS 50 TIMES.
               10  WS-PYR-NAME         PIC X(30).
               10  WS-PYR-SOURCE       PIC X(8).
               10  WS-PYR-LAST-REF     PIC X(20).
               10  WS-PYR-ACTION       PIC X(10).
               10  WS-PYR-ITEMS        PIC 9(5).
               10  WS-PYR-AMOUNT       PIC S9(13)V99.
               10  WS-PYR-LAST-DATE    PIC 9(8).
       01  WS-PAYER-IDX                PIC 9(3).
       01  WS-PAYER-FOUND-IDX          PIC 9(3).
       01  WS-PAYERS-DROPPED           PIC 9(5).

       01  WS-WALK-DONE                PIC X VALUE 'N'.
           88  WALK-IS-DONE            VALUE 'Y'.

      * Held-mail diversion of the customer notice (see MAILHOLD.COB)
       01  WS-MAIL-HELD-FLAG           PIC X VALUE 'N'.
           88  MAIL-IS-HELD            VALUE 'Y'.
       01  WS-HOLD-DOC-TYPE            PIC X(8) VALUE 'ADVICE'.

       01  WS-FORM-FEED                PIC X VALUE X'0C'.
       01  WS-SPOOL-WORK-LINE          PIC X(132).
       01  WS-DISPLAY-AMOUNT           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-COUNT            PIC ZZZZ9.
       01  WS-RULE-LINE                PIC X(72) VALUE ALL '-'.
       01  WS-TARGET-TEXT              PIC X(60).

       01  WS-REPORT-COUNTERS.
           05  WS-REDIRECTIONS-READ    PIC 9(6) VALUE 0.
           05  WS-REDIRECTIONS-EXPIRED PIC 9(6) VALUE 0.
           05  WS-REDIRECTIONS-QUIET   PIC 9(6) VALUE 0.
           05  WS-NOTICES-SPOOLED      PIC 9(6) VALUE 0.
           05  WS-NOTICES-HELD         PIC 9(6) VALUE 0.
           05  WS-ADVICES-SPOOLED      PIC 9(6) VALUE 0.
           05  WS-DOCUMENTS-SPOOLED    PIC 9(6) VALUE 0.

      * Print spool archive run for this batch (see SPOOLARC.COB)
       01  WS-ARCHIVE-REPORT-NAME      PIC X(10) VALUE 'REDIRRPT'.
       01  WS-ARCHIVE-RUN-ID           PIC 9(8).
       01  WS-ARCHIVE-STATUS           PIC XX.
       01  WS-ARCHIVE-DOC-REF          PIC X(20).

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
      *    Entry point for the monthly redirection report batch job
           PERFORM DISPLAY-BANNER.
           PERFORM PROCESS-REDIRECTIONS THRU PROCESS-REDIRECTIONS-END.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-EFFECTIVE-DATE.

           DISPLAY '================================================'.
           DISPLAY 'MONTHLY PAYMENT REDIRECTION REPORT'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY 'Posting date: ' WS-EFFECTIVE-DATE.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Redirections read:     ' WS-REDIRECTIONS-READ.
           DISPLAY 'Expired this run:      ' WS-REDIRECTIONS-EXPIRED.
           DISPLAY 'No payments met:       ' WS-REDIRECTIONS-QUIET.
           DISPLAY 'Customer notices:      ' WS-NOTICES-SPOOLED.
           DISPLAY 'Notices held:          ' WS-NOTICES-HELD.
           DISPLAY 'Payer advices:         ' WS-ADVICES-SPOOLED.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * REDIRECTION SCAN
      ******************************************************************

       PROCESS-REDIRECTIONS.
      *    Walk every redirection instruction in old account order
           CALL 'FILES' USING 'OPEN-REDIRECT-FILE-IO'.
           CALL 'FILES' USING 'OPEN-REDIRECT-ITEM-FILE-IO'.
           CALL 'FILES' USING 'START-REDIRECT-FILE-TOP' WS-RDR-STATUS.
           IF WS-RDR-STATUS NOT = '00'
               DISPLAY 'No redirection instructions on file'
               GO TO PROCESS-REDIRECTIONS-CLOSE
           END-IF.

           CALL 'FILES' USING 'OPEN-REDIRECT-SPOOL-OUTPUT'
               WS-SPOOL-STATUS.
           CALL 'SPOOLARC' USING 'BEGIN-SPOOL-ARCHIVE'
               WS-ARCHIVE-REPORT-NAME WS-EFFECTIVE-DATE
               WS-ARCHIVE-RUN-ID WS-ARCHIVE-STATUS.

           PERFORM REPORT-NEXT-REDIRECTION
               THRU REPORT-NEXT-REDIRECTION-END
               UNTIL WS-RDR-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-REDIRECT-SPOOL-FILE'.
           CALL 'SPOOLARC' USING 'END-SPOOL-ARCHIVE' WS-ARCHIVE-STATUS.

       PROCESS-REDIRECTIONS-CLOSE.
           CALL 'FILES' USING 'CLOSE-REDIRECT-ITEM-FILE'.
           CALL 'FILES' USING 'CLOSE-REDIRECT-FILE'.

       PROCESS-REDIRECTIONS-END.
           EXIT.

       REPORT-NEXT-REDIRECTION.
      *    Read one instruction; expire it if its months have run
      *    out, and report it if it met payments in the period
           CALL 'FILES' USING 'READ-NEXT-REDIRECT' REDIRECT-RECORD
               WS-RDR-STATUS.
           IF WS-RDR-STATUS NOT = '00'
               MOVE '10' TO WS-RDR-STATUS
               GO TO REPORT-NEXT-REDIRECTION-END
           END-IF.

           ADD 1 TO WS-REDIRECTIONS-READ.

           IF RDR-CANCELLED
               GO TO REPORT-NEXT-REDIRECTION-END
           END-IF.
           IF RDR-LAST-REPORT-DATE NOT < WS-EFFECTIVE-DATE
               GO TO REPORT-NEXT-REDIRECTION-END
           END-IF.

           IF RDR-ACTIVE AND WS-EFFECTIVE-DATE > RDR-END-DATE
               MOVE 'EXPIRED' TO RDR-STATUS
               ADD 1 TO WS-REDIRECTIONS-EXPIRED
               DISPLAY 'EXPIRED   Account: ' RDR-OLD-ACCOUNT-ID
                   '  ended ' RDR-END-DATE
           END-IF.

      *    An expired instruction is reported once more, for the
      *    period it expired in, and then left alone
           MOVE 'N' TO WS-FINAL-NOTICE.
           IF RDR-EXPIRED
               IF RDR-END-DATE < RDR-LAST-REPORT-DATE
                   GO TO REPORT-NEXT-REDIRECTION-END
               END-IF
               MOVE 'Y' TO WS-FINAL-NOTICE
           END-IF.

           PERFORM COLLECT-PERIOD-PAYERS.

           IF WS-PAYER-COUNT = 0 AND NOT IS-FINAL-NOTICE
               ADD 1 TO WS-REDIRECTIONS-QUIET
           ELSE
               PERFORM SPOOL-CUSTOMER-NOTICE
                   THRU SPOOL-CUSTOMER-NOTICE-END
               IF WS-ACCT-STATUS = '00'
                   PERFORM SPOOL-PAYER-ADVICE
                       VARYING WS-PAYER-IDX FROM 1 BY 1
                       UNTIL WS-PAYER-IDX > WS-PAYER-COUNT
               END-IF
           END-IF.

           MOVE WS-EFFECTIVE-DATE TO RDR-LAST-REPORT-DATE.
           CALL 'FILES' USING 'UPDATE-REDIRECT' REDIRECT-RECORD
               WS-UPDATE-STATUS.
           IF WS-UPDATE-STATUS NOT = '00'
               DISPLAY 'WARNING: Redirection for ' RDR-OLD-ACCOUNT-ID
                   ' not updated (status ' WS-UPDATE-STATUS ')'
           END-IF.

       REPORT-NEXT-REDIRECTION-END.
           EXIT.

      ******************************************************************
      * PAYERS MET IN THE PERIOD
      ******************************************************************

       COLLECT-PERIOD-PAYERS.
      *    Walk the items logged for the old account and group the
      *    ones dated in the period by payer
      *    Input: REDIRECT-RECORD
      *    Output: WS-PAYER-TABLE, WS-PAYER-COUNT
           MOVE 0 TO WS-PAYER-COUNT.
           MOVE 0 TO WS-PAYERS-DROPPED.
           MOVE RDR-LAST-REPORT-DATE TO WS-PERIOD-FROM.

           INITIALIZE REDIRECT-ITEM-RECORD.
           MOVE RDR-OLD-ACCOUNT-ID TO RDI-OLD-ACCOUNT-ID.
           MOVE 'N' TO WS-WALK-DONE.
           CALL 'FILES' USING 'START-REDIRECT-ITEM-BY-ACCOUNT'
               REDIRECT-ITEM-RECORD WS-ITEM-STATUS.
           IF WS-ITEM-STATUS = '00'
               PERFORM COLLECT-NEXT-ITEM
                   THRU COLLECT-NEXT-ITEM-END
                   UNTIL WALK-IS-DONE
           END-IF.

           IF WS-PAYERS-DROPPED > 0
               DISPLAY 'WARNING: ' WS-PAYERS-DROPPED
                   ' item(s) for ' RDR-OLD-ACCOUNT-ID
                   ' left off - payer table full'
           END-IF.

       COLLECT-NEXT-ITEM.
      *    Read one item row until the rows move on to the next
      *    account, adding it to its payer's row
           CALL 'FILES' USING 'READ-NEXT-REDIRECT-ITEM'
               REDIRECT-ITEM-RECORD WS-ITEM-STATUS.

           IF WS-ITEM-STATUS NOT = '00'
                   OR RDI-OLD-ACCOUNT-ID NOT = RDR-OLD-ACCOUNT-ID
               MOVE 'Y' TO WS-WALK-DONE
               GO TO COLLECT-NEXT-ITEM-END
           END-IF.

           IF RDI-NOTIFIED
                   OR RDI-DATE NOT > WS-PERIOD-FROM
                   OR RDI-DATE > WS-EFFECTIVE-DATE
               GO TO COLLECT-NEXT-ITEM-END
           END-IF.

           MOVE 0 TO WS-PAYER-FOUND-IDX.
           PERFORM FIND-PAYER-ROW
               VARYING WS-PAYER-IDX FROM 1 BY 1
               UNTIL WS-PAYER-IDX > WS-PAYER-COUNT
                   OR WS-PAYER-FOUND-IDX > 0.

           IF WS-PAYER-FOUND-IDX = 0
               IF WS-PAYER-COUNT NOT < WS-PAYER-MAX
                   ADD 1 TO WS-PAYERS-DROPPED
                   GO TO COLLECT-NEXT-ITEM-END
               END-IF
               ADD 1 TO WS-PAYER-COUNT
               MOVE WS-PAYER-COUNT TO WS-PAYER-FOUND-IDX
               MOVE RDI-PAYER TO WS-PYR-NAME(WS-PAYER-FOUND-IDX)
               MOVE 0 TO WS-PYR-ITEMS(WS-PAYER-FOUND-IDX)
               MOVE 0 TO WS-PYR-AMOUNT(WS-PAYER-FOUND-IDX)
           END-IF.

           MOVE RDI-SOURCE TO WS-PYR-SOURCE(WS-PAYER-FOUND-IDX).
           MOVE RDI-PAYER-REF TO WS-PYR-LAST-REF(WS-PAYER-FOUND-IDX).
           MOVE RDI-ACTION TO WS-PYR-ACTION(WS-PAYER-FOUND-IDX).
           MOVE RDI-DATE TO WS-PYR-LAST-DATE(WS-PAYER-FOUND-IDX).
           ADD 1 TO WS-PYR-ITEMS(WS-PAYER-FOUND-IDX).
           ADD RDI-AMOUNT TO WS-PYR-AMOUNT(WS-PAYER-FOUND-IDX).

       COLLECT-NEXT-ITEM-END.
           EXIT.

       FIND-PAYER-ROW.
      *    Compare one payer row with the item's payer
           IF WS-PYR-NAME(WS-PAYER-IDX) = RDI-PAYER
               MOVE WS-PAYER-IDX TO WS-PAYER-FOUND-IDX
           END-IF.

      ******************************************************************
      * CUSTOMER NOTICE
      ******************************************************************

       SPOOL-CUSTOMER-NOTICE.
      *    Spool the notice to the customer listing who still pays
      *    or collects on the old account
           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               RDR-OLD-ACCOUNT-ID ACCOUNT-RECORD WS-ACCT-STATUS.
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'WARNING: Account ' RDR-OLD-ACCOUNT-ID
                   ' not on file - no customer notice'
               GO TO SPOOL-CUSTOMER-NOTICE-END
           END-IF.

           PERFORM BUILD-TARGET-TEXT.
           PERFORM CHECK-NOTICE-MAIL-HOLD.

           PERFORM BEGIN-DOCUMENT.

           MOVE WS-RULE-LINE TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           MOVE 'PAYMENTS TO YOUR CLOSED ACCOUNT' TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           MOVE WS-RULE-LINE TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

           STRING 'To:           ' ACC-HOLDER-NAME
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           STRING '              ' ACC-ADDRESS
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           STRING 'Old account:  ' RDR-OLD-ACCOUNT-ID
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           STRING 'Date:         ' WS-EFFECTIVE-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           PERFORM SPOOL-LINE.

           IF IS-FINAL-NOTICE
               STRING 'Your payment redirection ended on '
                   RDR-END-DATE '.'
                   DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
               MOVE 'Payments still sent to the old account will now'
                   TO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
               MOVE 'be returned to the payer.' TO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
           ELSE
               STRING 'Payments to the old account are being sent on '
                   'to ' WS-TARGET-TEXT
                   DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
               STRING 'until ' RDR-END-DATE
                   '. After that date they will be returned.'
                   DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
           END-IF.
           PERFORM SPOOL-LINE.

           IF WS-PAYER-COUNT = 0
               MOVE 'No payer used the old account since our last'
                   TO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
               MOVE 'letter.' TO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
           ELSE
               MOVE 'These payers and collectors still used the old'
                   TO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
               MOVE 'account since our last letter. Please give them'
                   TO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
               MOVE 'your new account details; we have written to'
                   TO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
               MOVE 'each of them as well.' TO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
               PERFORM SPOOL-LINE
               MOVE 'Payer / collector              Via      Items'
                   TO WS-SPOOL-WORK-LINE
               MOVE '          Amount  Last date  Action'
                   TO WS-SPOOL-WORK-LINE(46:40)
               PERFORM SPOOL-LINE
               PERFORM SPOOL-NOTICE-PAYER-LINE
                   VARYING WS-PAYER-IDX FROM 1 BY 1
                   UNTIL WS-PAYER-IDX > WS-PAYER-COUNT
           END-IF.

           PERFORM SPOOL-LINE.
           MOVE 'Please contact your branch with any questions.'
               TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           MOVE WS-RULE-LINE TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           CALL 'SPOOLARC' USING 'END-SPOOL-DOCUMENT' WS-ARCHIVE-STATUS.

           IF MAIL-IS-HELD
               CALL 'MAILHOLD' USING 'END-HELD-ITEM' WS-HOLD-STATUS
               MOVE 'N' TO WS-MAIL-HELD-FLAG
               ADD 1 TO WS-NOTICES-HELD
               DISPLAY 'HELD      Account: ' RDR-OLD-ACCOUNT-ID
                   '  returned mail'
           ELSE
               ADD 1 TO WS-NOTICES-SPOOLED
               DISPLAY 'NOTICE    Account: ' RDR-OLD-ACCOUNT-ID
                   '  payers: ' WS-PAYER-COUNT
           END-IF.

       SPOOL-CUSTOMER-NOTICE-END.
           EXIT.

       SPOOL-NOTICE-PAYER-LINE.
      *    Print one payer row of the customer notice
           MOVE WS-PYR-ITEMS(WS-PAYER-IDX) TO WS-DISPLAY-COUNT.
           MOVE WS-PYR-AMOUNT(WS-PAYER-IDX) TO WS-DISPLAY-AMOUNT.
           STRING WS-PYR-NAME(WS-PAYER-IDX) ' '
               WS-PYR-SOURCE(WS-PAYER-IDX) ' ' WS-DISPLAY-COUNT
               WS-DISPLAY-AMOUNT '  ' WS-PYR-LAST-DATE(WS-PAYER-IDX)
               '   ' WS-PYR-ACTION(WS-PAYER-IDX)
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

       CHECK-NOTICE-MAIL-HOLD.
      *    Divert the customer notice to the held-mail register when
      *    the customer's mail has been returned
           MOVE 'N' TO WS-MAIL-HELD-FLAG.
           IF RDR-CUSTOMER-ID > 0
               CALL 'MAILHOLD' USING 'CHECK-MAIL-HOLD'
                   RDR-CUSTOMER-ID WS-MAIL-HELD-FLAG WS-HOLD-STATUS
           END-IF.

           IF MAIL-IS-HELD
               PERFORM BUILD-DOCUMENT-REF
               CALL 'MAILHOLD' USING 'BEGIN-HELD-ITEM'
                   RDR-CUSTOMER-ID RDR-OLD-ACCOUNT-ID WS-HOLD-DOC-TYPE
                   WS-ARCHIVE-DOC-REF WS-EFFECTIVE-DATE WS-HOLD-STATUS
           END-IF.

      ******************************************************************
      * PAYER ADVICE
      ******************************************************************

       SPOOL-PAYER-ADVICE.
      *    Spool the advice to one payer giving the account to use
      *    instead of the old one
           MOVE 'N' TO WS-MAIL-HELD-FLAG.
           PERFORM BEGIN-DOCUMENT.

           MOVE WS-RULE-LINE TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           MOVE 'CHANGE OF ACCOUNT DETAILS' TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           MOVE WS-RULE-LINE TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

           STRING 'To:           ' WS-PYR-NAME(WS-PAYER-IDX)
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           STRING 'Your ref:     ' WS-PYR-LAST-REF(WS-PAYER-IDX)
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           STRING 'Date:         ' WS-EFFECTIVE-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           PERFORM SPOOL-LINE.

           STRING 'Account ' RDR-OLD-ACCOUNT-ID ' held by '
               ACC-HOLDER-NAME
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           MOVE 'is closed. Please update your records.'
               TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           PERFORM SPOOL-LINE.

           IF WS-PYR-ACTION(WS-PAYER-IDX) = 'BOUNCED'
               MOVE 'Your direct debit on the old account was returned'
                   TO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
               MOVE 'unpaid. A new mandate from the account holder is'
                   TO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
               STRING 'needed to collect from ' WS-TARGET-TEXT
                   DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
           ELSE
               IF IS-FINAL-NOTICE
                   MOVE 'Payments to the old account are now returned.'
                       TO WS-SPOOL-WORK-LINE
                   PERFORM SPOOL-LINE
               ELSE
                   STRING 'We have sent your payments on until '
                       RDR-END-DATE ', after which'
                       DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE
                   PERFORM SPOOL-LINE
                   MOVE 'they will be returned.' TO WS-SPOOL-WORK-LINE
                   PERFORM SPOOL-LINE
               END-IF
               STRING 'Please pay ' WS-TARGET-TEXT
                   DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
           END-IF.

           PERFORM SPOOL-LINE.
           MOVE WS-RULE-LINE TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           CALL 'SPOOLARC' USING 'END-SPOOL-DOCUMENT' WS-ARCHIVE-STATUS.

           ADD 1 TO WS-ADVICES-SPOOLED.

      ******************************************************************
      * COMMON
      ******************************************************************

       BUILD-TARGET-TEXT.
      *    Describe the account the payments now go to
      *    Output: WS-TARGET-TEXT
           MOVE SPACES TO WS-TARGET-TEXT.
           IF RDR-TARGET-EXTERNAL
               STRING 'account ' RDR-NEW-ACCOUNT-ID ' '
                   RDR-EXT-NAME
                   DELIMITED BY SIZE INTO WS-TARGET-TEXT
           ELSE
               STRING 'account ' RDR-NEW-ACCOUNT-ID ' with us'
                   DELIMITED BY SIZE INTO WS-TARGET-TEXT
           END-IF.

       BUILD-DOCUMENT-REF.
      *    Archive and held-mail reference: old account and date
      *    Output: WS-ARCHIVE-DOC-REF
           MOVE SPACES TO WS-ARCHIVE-DOC-REF.
           STRING RDR-OLD-ACCOUNT-ID '-' WS-EFFECTIVE-DATE
               DELIMITED BY SIZE INTO WS-ARCHIVE-DOC-REF.

       BEGIN-DOCUMENT.
      *    Open a spool archive document and separate it from the
      *    previous one on the spool
           PERFORM BUILD-DOCUMENT-REF.
           CALL 'SPOOLARC' USING 'BEGIN-SPOOL-DOCUMENT'
               RDR-OLD-ACCOUNT-ID RDR-CUSTOMER-ID WS-ARCHIVE-DOC-REF.

           IF WS-DOCUMENTS-SPOOLED > 0 AND NOT MAIL-IS-HELD
               MOVE WS-FORM-FEED TO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
           END-IF.
           IF NOT MAIL-IS-HELD
               ADD 1 TO WS-DOCUMENTS-SPOOLED
           END-IF.

       SPOOL-LINE.
      *    Write the line built in WS-SPOOL-WORK-LINE to the spool
      *    and its archive, or to the held-mail register while the
      *    mail is held
           IF MAIL-IS-HELD
               CALL 'MAILHOLD' USING 'ADD-HELD-LINE'
                   WS-SPOOL-WORK-LINE
           ELSE
               MOVE WS-SPOOL-WORK-LINE TO REDIRECT-SPOOL-LINE
               CALL 'FILES' USING 'WRITE-REDIRECT-SPOOL-LINE'
                   REDIRECT-SPOOL-LINE WS-SPOOL-STATUS
               CALL 'SPOOLARC' USING 'ARCHIVE-SPOOL-LINE'
                   WS-SPOOL-WORK-LINE
           END-IF.
           MOVE SPACES TO WS-SPOOL-WORK-LINE.

       END PROGRAM REDIRRPT.
