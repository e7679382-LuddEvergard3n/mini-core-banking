      ******************************************************************
      * IPAYGW.COB - Instant Payment Scheme Gateway Batch
      *
      * Standalone batch program, scheduled at short intervals around
      * the clock, every day of the year. The scheme connector drops
      * the messages the instant payment scheme sent since the last
      * cycle into the inbox file and collects whatever the bank has
      * queued in the outbox. This job applies each inbox message
      * through IPAY.COB:
      * - ACK confirms one of our sent payments (settled)
      * - RJC rejects one of our sent payments (customer refunded)
      * - CRD is a credit from another bank, posted to the customer
      *   at once and answered ACK or RJC through the outbox
      *
      * Design decisions:
      * - Runs outside the end-of-day chain: instant credits must
      *   post at night, at weekends and on holidays. IPAY values
      *   them on the CALENDAR posting date, so a credit applied
      *   while the cutover is between days lands on the business
      *   day the ledger is working on
      * - Every message is applied by its payment reference and a
      *   reference already applied is not applied again, so an
      *   inbox re-read after an interrupted cycle does no harm and
      *   the job does not register with RUNCTL
      * - Only one copy may run at a time - the connector schedules
      *   the next cycle when this one ends
      * - A malformed line or a message that could not be applied
      *   is listed for operations and the rest of the inbox is
      *   still applied; RETURN-CODE 4 when anything was listed
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPAYGW.
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
       01  WS-IPAY-STATUS              PIC XX.
       01  WS-IPAY-MESSAGE             PIC X(80).

      * Fixed-format line overlays for parsing the inbox. The
      * numeric fields are tested for class NUMERIC through their
      * alphanumeric redefinitions before being trusted.
       01  WS-PARSE-ACCEPT.
           05  WS-PRS-ACK-TAG          PIC X(3).
           05  WS-PRS-ACK-REFERENCE    PIC X(20).
           05  WS-PRS-ACK-DATE         PIC 9(8).
           05  WS-PRS-ACK-DATE-X REDEFINES WS-PRS-ACK-DATE PIC X(8).
           05  FILLER                  PIC X(129).

       01  WS-PARSE-REJECT.
           05  WS-PRS-RJC-TAG          PIC X(3).
           05  WS-PRS-RJC-REFERENCE    PIC X(20).
           05  WS-PRS-RJC-REASON       PIC X(30).
           05  FILLER                  PIC X(107).

       01  WS-PARSE-CREDIT.
           05  WS-PRS-CRD-TAG          PIC X(3).
           05  WS-PRS-CRD-REFERENCE    PIC X(20).
           05  WS-PRS-CRD-AMOUNT       PIC 9(13)V99.
           05  WS-PRS-CRD-AMOUNT-X REDEFINES WS-PRS-CRD-AMOUNT
                                       PIC X(15).
           05  WS-PRS-CRD-DATE         PIC 9(8).
           05  WS-PRS-CRD-DATE-X REDEFINES WS-PRS-CRD-DATE PIC X(8).
           05  WS-PRS-CRD-ACCOUNT      PIC 9(8).
           05  WS-PRS-CRD-ACCOUNT-X REDEFINES WS-PRS-CRD-ACCOUNT
                                       PIC X(8).
           05  WS-PRS-CRD-ALIAS        PIC X(40).
           05  WS-PRS-CRD-PARTICIPANT  PIC X(8).
           05  WS-PRS-CRD-DEBTOR-ACCT  PIC X(20).
           05  WS-PRS-CRD-DEBTOR-NAME  PIC X(30).
           05  FILLER                  PIC X(8).

      * Per-message parameters
       01  WS-MSG-REFERENCE            PIC X(20).
       01  WS-MSG-SCHEME-DATE          PIC 9(8).
       01  WS-MSG-REASON               PIC X(30).
       01  WS-MSG-AMOUNT               PIC S9(13)V99.
       01  WS-MSG-ACCOUNT-ID           PIC 9(8).

       01  WS-REPORT-COUNTERS.
           05  WS-LINES-READ           PIC 9(6) VALUE 0.
           05  WS-CONFIRMS-APPLIED     PIC 9(6) VALUE 0.
           05  WS-REJECTS-APPLIED      PIC 9(6) VALUE 0.
           05  WS-CREDITS-POSTED       PIC 9(6) VALUE 0.
           05  WS-CREDITS-RETURNED     PIC 9(6) VALUE 0.
           05  WS-LINES-FAILED         PIC 9(6) VALUE 0.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.
       01  WS-RUN-TIME.
           05  WS-RUN-HOUR             PIC 99.
           05  WS-RUN-MINUTE           PIC 99.
           05  WS-RUN-SECOND           PIC 99.
           05  WS-RUN-HUNDREDTH        PIC 99.

       01  WS-DATA-SET-STATUS          PIC XX.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the instant payment gateway cycle
           PERFORM DISPLAY-BANNER.
           PERFORM CHECK-LIVE-DATA-SET.
           PERFORM PROCESS-INBOX THRU PROCESS-INBOX-END.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

       CHECK-LIVE-DATA-SET.
      *    Interface files leave the bank, so they are only ever cut
      *    from the live data set - never from a training sandbox
           CALL 'FILES' USING 'CHECK-LIVE-DATA-SET' WS-DATA-SET-STATUS.
           IF WS-DATA-SET-STATUS NOT = '00'
               DISPLAY 'REFUSED: training data set - no interface '
                   'file produced'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           DISPLAY '================================================'.
           DISPLAY 'INSTANT PAYMENT SCHEME GATEWAY'.
           DISPLAY 'Run: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY ' ' WS-RUN-HOUR ':' WS-RUN-MINUTE ':'
               WS-RUN-SECOND.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Inbox lines read:      ' WS-LINES-READ.
           DISPLAY 'Confirmations applied: ' WS-CONFIRMS-APPLIED.
           DISPLAY 'Rejections applied:    ' WS-REJECTS-APPLIED.
           DISPLAY 'Credits posted:        ' WS-CREDITS-POSTED.
           DISPLAY 'Credits returned:      ' WS-CREDITS-RETURNED.
           DISPLAY 'Lines not applied:     ' WS-LINES-FAILED.
           DISPLAY '------------------------------------------------'.

           IF WS-LINES-FAILED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * INBOX PROCESSING PASS
      ******************************************************************

       PROCESS-INBOX.
      *    Single sequential pass over the inbox, dispatching each
      *    line on its ACK/RJC/CRD tag
           CALL 'FILES' USING 'OPEN-IPAY-INBOX-FILE-INPUT'
               WS-OP-STATUS.

           IF WS-OP-STATUS NOT = '00'
               DISPLAY 'No scheme messages waiting - nothing to do.'
               GO TO PROCESS-INBOX-END
           END-IF.

           PERFORM PROCESS-NEXT-INBOX-LINE
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-IPAY-INBOX-FILE'.

       PROCESS-INBOX-END.
           EXIT.

       PROCESS-NEXT-INBOX-LINE.
      *    Read and dispatch one inbox line
           CALL 'FILES' USING 'READ-NEXT-IPAY-INBOX-LINE'
               IPAY-INBOX-LINE WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-LINES-READ
               EVALUATE IPAY-INBOX-LINE(1:3)
                   WHEN 'ACK'
                       PERFORM APPLY-CONFIRMATION-LINE
                           THRU APPLY-CONFIRMATION-LINE-END
                   WHEN 'RJC'
                       PERFORM APPLY-REJECTION-LINE
                   WHEN 'CRD'
                       PERFORM APPLY-CREDIT-LINE
                           THRU APPLY-CREDIT-LINE-END
                   WHEN OTHER
                       ADD 1 TO WS-LINES-FAILED
                       DISPLAY 'FAILED    Line ' WS-LINES-READ
                           '  unrecognized message tag'
               END-EVALUATE
           END-IF.

       APPLY-CONFIRMATION-LINE.
      *    Settle one of our sent payments
           MOVE IPAY-INBOX-LINE TO WS-PARSE-ACCEPT.

           IF WS-PRS-ACK-DATE-X NOT NUMERIC
               ADD 1 TO WS-LINES-FAILED
               DISPLAY 'FAILED    Line ' WS-LINES-READ
                   '  malformed confirmation'
               GO TO APPLY-CONFIRMATION-LINE-END
           END-IF.

           MOVE WS-PRS-ACK-REFERENCE TO WS-MSG-REFERENCE.
           MOVE WS-PRS-ACK-DATE TO WS-MSG-SCHEME-DATE.

           CALL 'IPAY' USING 'APPLY-SCHEME-CONFIRMATION'
               WS-MSG-REFERENCE WS-MSG-SCHEME-DATE
               INSTANT-PAYMENT-RECORD WS-IPAY-STATUS WS-IPAY-MESSAGE.

           IF WS-IPAY-STATUS = '00'
               ADD 1 TO WS-CONFIRMS-APPLIED
           ELSE
               PERFORM LIST-FAILED-MESSAGE
           END-IF.

       APPLY-CONFIRMATION-LINE-END.
           EXIT.

       APPLY-REJECTION-LINE.
      *    Reject one of our sent payments and refund the customer
           MOVE IPAY-INBOX-LINE TO WS-PARSE-REJECT.
           MOVE WS-PRS-RJC-REFERENCE TO WS-MSG-REFERENCE.
           MOVE WS-PRS-RJC-REASON TO WS-MSG-REASON.

           CALL 'IPAY' USING 'APPLY-SCHEME-REJECTION'
               WS-MSG-REFERENCE WS-MSG-REASON
               INSTANT-PAYMENT-RECORD TRANSACTION-RECORD
               WS-IPAY-STATUS WS-IPAY-MESSAGE.

           IF WS-IPAY-STATUS = '00'
               ADD 1 TO WS-REJECTS-APPLIED
               DISPLAY 'REJECTED  ' WS-MSG-REFERENCE '  '
                   WS-MSG-REASON
           ELSE
               PERFORM LIST-FAILED-MESSAGE
           END-IF.

       APPLY-CREDIT-LINE.
      *    Post one credit from another bank and answer it
           MOVE IPAY-INBOX-LINE TO WS-PARSE-CREDIT.

           IF WS-PRS-CRD-AMOUNT-X NOT NUMERIC OR
                   WS-PRS-CRD-DATE-X NOT NUMERIC
               ADD 1 TO WS-LINES-FAILED
               DISPLAY 'FAILED    Line ' WS-LINES-READ
                   '  malformed credit'
               GO TO APPLY-CREDIT-LINE-END
           END-IF.

           IF WS-PRS-CRD-ACCOUNT-X NUMERIC
               MOVE WS-PRS-CRD-ACCOUNT TO WS-MSG-ACCOUNT-ID
           ELSE
               MOVE 0 TO WS-MSG-ACCOUNT-ID
           END-IF.
           MOVE WS-PRS-CRD-REFERENCE TO WS-MSG-REFERENCE.
           MOVE WS-PRS-CRD-AMOUNT TO WS-MSG-AMOUNT.
           MOVE WS-PRS-CRD-DATE TO WS-MSG-SCHEME-DATE.

           CALL 'IPAY' USING 'RECEIVE-INSTANT-CREDIT'
               WS-MSG-REFERENCE WS-MSG-AMOUNT WS-MSG-SCHEME-DATE
               WS-MSG-ACCOUNT-ID WS-PRS-CRD-ALIAS
               WS-PRS-CRD-PARTICIPANT WS-PRS-CRD-DEBTOR-ACCT
               WS-PRS-CRD-DEBTOR-NAME INSTANT-PAYMENT-RECORD
               WS-IPAY-STATUS WS-IPAY-MESSAGE.

      *    A credit the bank could not apply has already been
      *    answered RJC to the scheme, which returns it to the payer
           MOVE WS-PRS-CRD-AMOUNT TO WS-DISPLAY-AMOUNT.
           IF WS-IPAY-STATUS = '00'
               ADD 1 TO WS-CREDITS-POSTED
           ELSE
               ADD 1 TO WS-CREDITS-RETURNED
               DISPLAY 'RETURNED  ' WS-MSG-REFERENCE '  '
                   WS-DISPLAY-AMOUNT
               DISPLAY '          ' WS-IPAY-MESSAGE
           END-IF.

       APPLY-CREDIT-LINE-END.
           EXIT.

       LIST-FAILED-MESSAGE.
      *    List a scheme reply that could not be applied
           ADD 1 TO WS-LINES-FAILED.
           DISPLAY 'FAILED    ' WS-MSG-REFERENCE.
           DISPLAY '          ' WS-IPAY-MESSAGE.

       END PROGRAM IPAYGW.
