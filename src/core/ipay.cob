      ******************************************************************
      * IPAY.COB - Instant Payment Scheme Interface Module
      *
      * Connects the bank to the central bank's instant payment
      * scheme, which settles payments between participant banks
      * 24x7 out of a position each bank prefunds at the central
      * bank. A customer pays someone at another bank by that
      * person's alias (tax ID, phone or email, resolved by the
      * scheme's own directory) or by participant code and account;
      * the account is debited at once and a request message goes
      * to the scheme, whose confirmation or rejection comes back in
      * seconds. Credits from other banks post to the customer
      * immediately, at any hour, and are answered to the scheme.
      * The scheme messages travel as fixed-format lines through the
      * outbox and inbox files the scheme gateway (IPAYGW.COB)
      * exchanges with the scheme.
      *
      * Design decisions:
      * - An alias held in our own directory (see ALIAS.COB) is a
      *   customer of this bank; paying it through the scheme would
      *   spend the prefunded position on an internal movement, so
      *   it is refused with a pointer to the ordinary transfer
      * - Only BRL accounts send or receive - the scheme settles in
      *   reais only
      * - The customer is debited when the payment is sent, through
      *   the normal debit path (code IPOUT, channel INSTANT), so the
      *   daily limits, staff-account checks and maker-checker hold
      *   all apply. A debit held for approval keeps the
      *   payment HELD, and nothing goes to the scheme until
      *   TRANSACTIONS.COB reports the checker's decision through
      *   RELEASE-HELD-INSTANT-PAYMENT
      * - A rejected payment is credited back to the customer under
      *   the same code; a confirmed one is SETTLED and leaves the
      *   prefunded position
      * - An inbound credit posts under code IPIN. With no cut-off
      *   for that code it values on the CALENDAR posting date, so a
      *   credit received at night or on a holiday takes the
      *   business day the ledger is working on. A credit the bank
      *   cannot apply (unknown alias or account, not BRL, account
      *   cannot be credited) is rejected back to the scheme
      * - Every operation is keyed by the payment reference, and a
      *   message already applied is not applied again, so the
      *   gateway may safely re-read an inbox it did not finish
      * - The prefunded position is kept continuously: balance
      *   (settled movements and treasury funding) and in flight
      *   (sent, not yet confirmed). A payment is refused when the
      *   balance less what is in flight does not cover it. The
      *   position rolls to a new scheme day on the first movement
      *   dated after the current one; the day just closed is kept
      *   for the daily reconciliation (IPAYRCN.COB). A movement
      *   dated before the current scheme day is counted in the
      *   current day, and the reconciliation reports it
      * - The outbound reference sequence lives on the position row:
      *   'IP' + date + a 10-digit sequence
      * - Treasury funding moves money between the central bank
      *   current account (GL 1200) and the prefunding row (GL
      *   1800) by a PENDING journal voucher for a second pair of
      *   eyes; customer movements are booked by the posting rules
      *   for IPOUT and IPIN
      *
      * Operations:
      * - SEND-INSTANT-PAYMENT: Debits the customer and sends the
      *   request to the scheme (or holds it for approval)
      * - APPLY-SCHEME-CONFIRMATION: Settles a sent payment
      * - APPLY-SCHEME-REJECTION: Rejects a sent payment and credits
      *   the customer back
      * - RECEIVE-INSTANT-CREDIT: Posts an inbound credit and answers
      *   the scheme
      * - RELEASE-HELD-INSTANT-PAYMENT: Sends or cancels a payment
      *   whose debit the checker has decided
      * - FUND-IPAY-POSITION: Tops up or withdraws from the
      *   prefunded position
      * - GET-IPAY-POSITION: Returns the position row
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPAY.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  WS-IPY-OPERATION.
           05  WS-IPY-OP-STATUS        PIC XX.
               88  IPY-OP-SUCCESS      VALUE '00'.
               88  IPY-OP-NOT-FOUND    VALUE '23'.
               88  IPY-OP-INVALID      VALUE '99'.
           05  WS-IPY-OP-MESSAGE       PIC X(80).

       01  WS-TIMESTAMP-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-CURR-YEAR        PIC 9(4).
               10  WS-CURR-MONTH       PIC 99.
               10  WS-CURR-DAY         PIC 99.
           05  WS-CURRENT-DATE-FLAT REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).
           05  WS-CURRENT-TIME.
               10  WS-CURR-HOUR        PIC 99.
               10  WS-CURR-MINUTE      PIC 99.
               10  WS-CURR-SECOND      PIC 99.
           05  WS-TIMESTAMP            PIC X(14).

      * Input parameters for operations
       01  WS-INPUT-REFERENCE          PIC X(20).
       01  WS-INPUT-ACCOUNT-ID         PIC 9(8).
       01  WS-INPUT-AMOUNT             PIC S9(13)V99.
       01  WS-INPUT-ALIAS              PIC X(40).
       01  WS-INPUT-PARTICIPANT        PIC X(8).
       01  WS-INPUT-OTHER-ACCOUNT      PIC X(20).
       01  WS-INPUT-OTHER-NAME         PIC X(30).
       01  WS-INPUT-SCHEME-DATE        PIC 9(8).
       01  WS-INPUT-REASON             PIC X(30).
       01  WS-INPUT-DISPOSITION        PIC X(8).
           88  RELEASE-TO-SEND         VALUE 'SEND'.
           88  RELEASE-TO-CANCEL       VALUE 'CANCEL'.
       01  WS-INPUT-OPERATOR-ID        PIC 9(6).

       01  WS-SCHEME-ID                PIC X(8) VALUE 'INSTANT'.
       01  WS-IPAY-CHANNEL             PIC X(10) VALUE 'INSTANT'.
       01  WS-HOME-CURRENCY            PIC X(3) VALUE 'BRL'.

      * Chart rows the treasury funding voucher books to
       01  WS-GL-PREFUNDING            PIC 9(4) VALUE 1800.
       01  WS-GL-CENTRAL-BANK          PIC 9(4) VALUE 1200.

      * Alias lookup in our own directory
       01  WS-ALIAS-ACCOUNT-ID         PIC 9(8).
       01  WS-ALIAS-HOLDER-NAME        PIC X(30).
       01  WS-ALIAS-STATUS             PIC XX.
       01  WS-ALIAS-MESSAGE            PIC X(80).

      * Payee screening
       01  WS-SCREEN-TAX-ID            PIC X(20) VALUE SPACES.
       01  WS-SCREEN-HIT               PIC 9.
           88  SCREENED-PARTY-LISTED   VALUE 1.
       01  WS-SCREEN-STATUS            PIC XX.

      * Customer postings
       01  WS-ACCOUNT-STATUS           PIC XX.
       01  WS-POSTING-STATUS           PIC XX.
       01  WS-POSTING-DESC             PIC X(80).
       01  WS-CREDIT-ACCOUNT-ID        PIC 9(8).
       01  WS-DEBTOR-NAME              PIC X(30).

      * Position work - the date a movement belongs to and the
      * cover left for new payments
       01  WS-POSITION-STATUS          PIC XX.
       01  WS-MOVEMENT-DATE            PIC 9(8).
       01  WS-POSITION-COVER           PIC S9(13)V99.
       01  WS-FUNDING-ABS              PIC S9(13)V99.
       01  WS-SEQUENCE-DISPLAY         PIC 9(10).

       01  WS-PAYMENT-STATUS           PIC XX.
       01  WS-JNL-STATUS               PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-AUDIT-DETAILS            PIC X(50).

      * Outbound scheme message layouts, moved whole to
      * IPAY-OUTBOX-LINE
       01  WS-MSG-REQUEST.
           05  WS-REQ-TAG              PIC X(3) VALUE 'REQ'.
           05  WS-REQ-REFERENCE        PIC X(20).
           05  WS-REQ-DEBTOR-ACCOUNT   PIC 9(8).
           05  WS-REQ-DEBTOR-NAME      PIC X(30).
           05  WS-REQ-AMOUNT           PIC 9(13)V99.
           05  WS-REQ-PARTICIPANT      PIC X(8).
           05  WS-REQ-CREDITOR-ACCOUNT PIC X(20).
           05  WS-REQ-ALIAS            PIC X(40).
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-MSG-ACCEPT.
           05  WS-ACK-TAG              PIC X(3) VALUE 'ACK'.
           05  WS-ACK-REFERENCE        PIC X(20).
           05  FILLER                  PIC X(137) VALUE SPACES.

       01  WS-MSG-REJECT.
           05  WS-RJC-TAG              PIC X(3) VALUE 'RJC'.
           05  WS-RJC-REFERENCE        PIC X(20).
           05  WS-RJC-REASON           PIC X(30).
           05  FILLER                  PIC X(107) VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      * UTILITY PROCEDURES
      ******************************************************************

       GET-CURRENT-TIMESTAMP.
      *    Generate current timestamp in YYYYMMDDHHMMSS format
      *    Output: WS-TIMESTAMP, WS-CURRENT-DATE
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.

           STRING WS-CURR-YEAR
                  WS-CURR-MONTH
                  WS-CURR-DAY
                  WS-CURR-HOUR
                  WS-CURR-MINUTE
                  WS-CURR-SECOND
                  DELIMITED BY SIZE
                  INTO WS-TIMESTAMP.

       READ-POSITION-FOR-UPDATE.
      *    Read the scheme's position row with the file left open
      *    for the caller's update, creating the row on first use
      *    Output: IPAY-POSITION-RECORD, WS-POSITION-STATUS
           CALL 'FILES' USING 'OPEN-IPAY-POSITION-FILE-IO'.
           MOVE WS-SCHEME-ID TO IPP-SCHEME-ID.
           CALL 'FILES' USING 'READ-IPAY-POSITION'
               IPAY-POSITION-RECORD WS-POSITION-STATUS.

           IF WS-POSITION-STATUS NOT = '00'
               INITIALIZE IPAY-POSITION-RECORD
               MOVE WS-SCHEME-ID TO IPP-SCHEME-ID
               MOVE SPACES TO IPP-UPDATED-TS
               MOVE SPACES TO IPP-FILLER
               CALL 'FILES' USING 'WRITE-IPAY-POSITION'
                   IPAY-POSITION-RECORD WS-POSITION-STATUS
           END-IF.

       REWRITE-POSITION.
      *    Stamp and rewrite the position row, then close the file
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO IPP-UPDATED-TS.
           CALL 'FILES' USING 'UPDATE-IPAY-POSITION'
               IPAY-POSITION-RECORD WS-POSITION-STATUS.
           CALL 'FILES' USING 'CLOSE-IPAY-POSITION-FILE'.

       ROLL-POSITION-DAY.
      *    Move the position to the scheme day of a movement: the
      *    first movement dated after the current day closes it into
      *    the PRIOR fields and opens the new day at the balance
      *    Input: WS-MOVEMENT-DATE, IPAY-POSITION-RECORD
      *    Output: IPAY-POSITION-RECORD
           IF IPP-SCHEME-DATE = 0
               MOVE WS-MOVEMENT-DATE TO IPP-SCHEME-DATE
               MOVE IPP-BALANCE TO IPP-OPENING-BALANCE
           END-IF.

           IF WS-MOVEMENT-DATE > IPP-SCHEME-DATE
               MOVE IPP-SCHEME-DATE TO IPP-PRIOR-DATE
               MOVE IPP-OPENING-BALANCE TO IPP-PRIOR-OPENING
               MOVE IPP-BALANCE TO IPP-PRIOR-CLOSING
               MOVE IPP-DAY-OUT-AMOUNT TO IPP-PRIOR-OUT-AMOUNT
               MOVE IPP-DAY-IN-AMOUNT TO IPP-PRIOR-IN-AMOUNT
               MOVE IPP-DAY-FUNDING TO IPP-PRIOR-FUNDING
               MOVE WS-MOVEMENT-DATE TO IPP-SCHEME-DATE
               MOVE IPP-BALANCE TO IPP-OPENING-BALANCE
               MOVE 0 TO IPP-DAY-OUT-COUNT
               MOVE 0 TO IPP-DAY-OUT-AMOUNT
               MOVE 0 TO IPP-DAY-IN-COUNT
               MOVE 0 TO IPP-DAY-IN-AMOUNT
               MOVE 0 TO IPP-DAY-FUNDING
           END-IF.

       READ-PAYMENT-FOR-UPDATE.
      *    Read one instant payment by reference with the file left
      *    open for the caller's update
      *    Input: WS-INPUT-REFERENCE
      *    Output: INSTANT-PAYMENT-RECORD, WS-PAYMENT-STATUS
           CALL 'FILES' USING 'OPEN-INSTANT-PAYMENT-FILE-IO'.
           MOVE WS-INPUT-REFERENCE TO IPM-REFERENCE.
           CALL 'FILES' USING 'READ-INSTANT-PAYMENT'
               INSTANT-PAYMENT-RECORD WS-PAYMENT-STATUS.

       REWRITE-PAYMENT.
      *    Stamp and rewrite the payment row, then close the file
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO IPM-STATUS-TS.
           CALL 'FILES' USING 'UPDATE-INSTANT-PAYMENT'
               INSTANT-PAYMENT-RECORD WS-PAYMENT-STATUS.
           CALL 'FILES' USING 'CLOSE-INSTANT-PAYMENT-FILE'.

       WRITE-REQUEST-MESSAGE.
      *    Queue the request for the payment in INSTANT-PAYMENT-
      *    RECORD to the scheme
      *    Input: INSTANT-PAYMENT-RECORD, WS-DEBTOR-NAME
           MOVE IPM-REFERENCE TO WS-REQ-REFERENCE.
           MOVE IPM-ACCOUNT-ID TO WS-REQ-DEBTOR-ACCOUNT.
           MOVE WS-DEBTOR-NAME TO WS-REQ-DEBTOR-NAME.
           MOVE IPM-AMOUNT TO WS-REQ-AMOUNT.
           MOVE IPM-OTHER-PARTICIPANT TO WS-REQ-PARTICIPANT.
           MOVE IPM-OTHER-ACCOUNT TO WS-REQ-CREDITOR-ACCOUNT.
           MOVE IPM-ALIAS TO WS-REQ-ALIAS.
           MOVE WS-MSG-REQUEST TO IPAY-OUTBOX-LINE.
           PERFORM WRITE-OUTBOX-MESSAGE.

       WRITE-CREDIT-REPLY.
      *    Answer an inbound credit: ACK when it posted, RJC with the
      *    reason when it did not
      *    Input: INSTANT-PAYMENT-RECORD
           IF IPM-POSTED
               MOVE IPM-REFERENCE TO WS-ACK-REFERENCE
               MOVE WS-MSG-ACCEPT TO IPAY-OUTBOX-LINE
           ELSE
               MOVE IPM-REFERENCE TO WS-RJC-REFERENCE
               MOVE IPM-REJECT-REASON TO WS-RJC-REASON
               MOVE WS-MSG-REJECT TO IPAY-OUTBOX-LINE
           END-IF.
           PERFORM WRITE-OUTBOX-MESSAGE.

       WRITE-OUTBOX-MESSAGE.
      *    Append one message line to the scheme outbox
      *    Input: IPAY-OUTBOX-LINE
           CALL 'FILES' USING 'OPEN-IPAY-OUTBOX-FILE-EXTEND'.
           CALL 'FILES' USING 'WRITE-IPAY-OUTBOX-LINE'
               IPAY-OUTBOX-LINE.
           CALL 'FILES' USING 'CLOSE-IPAY-OUTBOX-FILE'.

      ******************************************************************
      * OUTBOUND PAYMENTS
      ******************************************************************

       SEND-INSTANT-PAYMENT.
      *    Debit the customer and send an instant payment to another
      *    bank, addressed by alias or by participant and account
      *    Input: WS-INPUT-ACCOUNT-ID, WS-INPUT-AMOUNT,
      *           WS-INPUT-ALIAS or WS-INPUT-PARTICIPANT plus
      *           WS-INPUT-OTHER-ACCOUNT, WS-INPUT-OTHER-NAME
      *           (optional when addressed by alias),
      *           WS-INPUT-OPERATOR-ID
      *    Output: INSTANT-PAYMENT-RECORD, TRANSACTION-RECORD,
      *            WS-IPY-OP-STATUS, WS-IPY-OP-MESSAGE
           MOVE '99' TO WS-IPY-OP-STATUS.

           IF WS-INPUT-AMOUNT NOT > 0
               MOVE 'Amount must be greater than zero'
                   TO WS-IPY-OP-MESSAGE
               GO TO SEND-INSTANT-PAYMENT-END
           END-IF.

           IF WS-INPUT-ALIAS = SPACES
               IF WS-INPUT-PARTICIPANT = SPACES
                       OR WS-INPUT-OTHER-ACCOUNT = SPACES
                   MOVE 'Give an alias, or a participant and account'
                       TO WS-IPY-OP-MESSAGE
                   GO TO SEND-INSTANT-PAYMENT-END
               END-IF
           ELSE
               CALL 'ALIAS' USING 'RESOLVE-ALIAS'
                   WS-INPUT-ALIAS WS-ALIAS-ACCOUNT-ID
                   WS-ALIAS-HOLDER-NAME WS-ALIAS-STATUS
                   WS-ALIAS-MESSAGE
               IF WS-ALIAS-STATUS = '00'
                   MOVE 'Alias is held at this bank - use a transfer'
                       TO WS-IPY-OP-MESSAGE
                   GO TO SEND-INSTANT-PAYMENT-END
               END-IF
           END-IF.

           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               WS-INPUT-ACCOUNT-ID ACCOUNT-RECORD WS-ACCOUNT-STATUS.

           IF WS-ACCOUNT-STATUS NOT = '00'
               MOVE '23' TO WS-IPY-OP-STATUS
               MOVE 'Account not found' TO WS-IPY-OP-MESSAGE
               GO TO SEND-INSTANT-PAYMENT-END
           END-IF.

           IF ACC-CURRENCY NOT = WS-HOME-CURRENCY
               MOVE 'Instant payments are made from BRL accounts only'
                   TO WS-IPY-OP-MESSAGE
               GO TO SEND-INSTANT-PAYMENT-END
           END-IF.
           MOVE ACC-HOLDER-NAME TO WS-DEBTOR-NAME.

           IF WS-INPUT-OTHER-NAME NOT = SPACES
               CALL 'SCREENING' USING 'SCREEN-PARTY'
                   WS-INPUT-OTHER-NAME WS-SCREEN-TAX-ID
                   WS-INPUT-OPERATOR-ID WS-INPUT-ACCOUNT-ID
                   WATCHLIST-RECORD WS-SCREEN-HIT WS-SCREEN-STATUS
               IF SCREENED-PARTY-LISTED
                   MOVE 'Payee matches the watchlist - see compliance'
                       TO WS-IPY-OP-MESSAGE
                   GO TO SEND-INSTANT-PAYMENT-END
               END-IF
           END-IF.

      *    Check the cover and issue the reference in one read of
      *    the position
           PERFORM READ-POSITION-FOR-UPDATE.
           COMPUTE WS-POSITION-COVER = IPP-BALANCE - IPP-IN-FLIGHT.
           IF WS-POSITION-COVER < WS-INPUT-AMOUNT
               CALL 'FILES' USING 'CLOSE-IPAY-POSITION-FILE'
               MOVE 'Scheme position too low - refer to treasury'
                   TO WS-IPY-OP-MESSAGE
               GO TO SEND-INSTANT-PAYMENT-END
           END-IF.
           ADD 1 TO IPP-LAST-SEQUENCE.
           MOVE IPP-LAST-SEQUENCE TO WS-SEQUENCE-DISPLAY.
           PERFORM REWRITE-POSITION.

           INITIALIZE INSTANT-PAYMENT-RECORD.
           STRING 'IP' WS-CURRENT-DATE-FLAT WS-SEQUENCE-DISPLAY
               DELIMITED BY SIZE INTO IPM-REFERENCE.
           MOVE 'OUT' TO IPM-DIRECTION.
           MOVE WS-INPUT-ACCOUNT-ID TO IPM-ACCOUNT-ID.
           MOVE WS-INPUT-AMOUNT TO IPM-AMOUNT.
           MOVE WS-INPUT-PARTICIPANT TO IPM-OTHER-PARTICIPANT.
           MOVE WS-INPUT-OTHER-ACCOUNT TO IPM-OTHER-ACCOUNT.
           MOVE WS-INPUT-OTHER-NAME TO IPM-OTHER-NAME.
           MOVE WS-INPUT-ALIAS TO IPM-ALIAS.
           MOVE WS-INPUT-OPERATOR-ID TO IPM-OPERATOR-ID.

           MOVE SPACES TO WS-POSTING-DESC.
           IF WS-INPUT-ALIAS NOT = SPACES
               STRING 'Instant payment to ' WS-INPUT-ALIAS
                   DELIMITED BY '  ' INTO WS-POSTING-DESC
           ELSE
               STRING 'Instant payment to ' WS-INPUT-PARTICIPANT
                   ' ' WS-INPUT-OTHER-ACCOUNT
                   DELIMITED BY '  ' INTO WS-POSTING-DESC
           END-IF.

           CALL 'TRANSACTIONS' USING 'PROCESS-DEBIT'
               WS-INPUT-ACCOUNT-ID WS-INPUT-AMOUNT
               WS-POSTING-DESC IPM-REFERENCE WS-IPAY-CHANNEL
               WS-INPUT-OPERATOR-ID 'IPOUT'
               TRANSACTION-RECORD WS-POSTING-STATUS.

           IF WS-POSTING-STATUS NOT = '00'
                   OR (NOT TXN-COMPLETED AND NOT TXN-PENDING)
               MOVE 'Debit refused - payment not sent'
                   TO WS-IPY-OP-MESSAGE
               GO TO SEND-INSTANT-PAYMENT-END
           END-IF.

           MOVE TXN-ID TO IPM-TXN-ID.
           MOVE TXN-VALUE-DATE TO IPM-POSTING-DATE.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO IPM-CREATED-TS.
           MOVE WS-TIMESTAMP TO IPM-STATUS-TS.
           MOVE SPACES TO IPM-FILLER.

           IF TXN-PENDING
               MOVE 'HELD' TO IPM-STATUS
           ELSE
               MOVE 'SENT' TO IPM-STATUS
           END-IF.

           CALL 'FILES' USING 'OPEN-INSTANT-PAYMENT-FILE-IO'.
           CALL 'FILES' USING 'WRITE-INSTANT-PAYMENT'
               INSTANT-PAYMENT-RECORD WS-PAYMENT-STATUS.
           CALL 'FILES' USING 'CLOSE-INSTANT-PAYMENT-FILE'.

           IF IPM-HELD
               MOVE '00' TO WS-IPY-OP-STATUS
               MOVE 'Payment held for approval - sent once approved'
                   TO WS-IPY-OP-MESSAGE
               GO TO SEND-INSTANT-PAYMENT-END
           END-IF.

           PERFORM READ-POSITION-FOR-UPDATE.
           ADD IPM-AMOUNT TO IPP-IN-FLIGHT.
           PERFORM REWRITE-POSITION.
           PERFORM WRITE-REQUEST-MESSAGE.

           MOVE SPACES TO WS-AUDIT-DETAILS.
           STRING 'Instant payment ' IPM-REFERENCE ' sent'
               DELIMITED BY SIZE INTO WS-AUDIT-DETAILS.
           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-INPUT-OPERATOR-ID 'IPAY-SEND' WS-INPUT-ACCOUNT-ID
               WS-AUDIT-DETAILS WS-AUDIT-STATUS.

           MOVE '00' TO WS-IPY-OP-STATUS.
           MOVE 'Payment sent to the scheme' TO WS-IPY-OP-MESSAGE.

       SEND-INSTANT-PAYMENT-END.
           EXIT.

       RELEASE-HELD-INSTANT-PAYMENT.
      *    Act on the checker's decision on a held payment's debit:
      *    SEND queues the request now that the debit has posted,
      *    CANCEL closes the payment (a held debit never moved any
      *    money). Called from TRANSACTIONS.COB, so it must not post
      *    through TRANSACTIONS itself; a position that has run short
      *    since the payment was keyed is left to the scheme to
      *    reject
      *    Input: WS-INPUT-REFERENCE, WS-INPUT-DISPOSITION
      *    Output: WS-IPY-OP-STATUS, WS-IPY-OP-MESSAGE
           PERFORM READ-PAYMENT-FOR-UPDATE.

           IF WS-PAYMENT-STATUS NOT = '00'
                   OR NOT IPM-OUTBOUND OR NOT IPM-HELD
               CALL 'FILES' USING 'CLOSE-INSTANT-PAYMENT-FILE'
               MOVE '23' TO WS-IPY-OP-STATUS
               MOVE 'No held instant payment under that reference'
                   TO WS-IPY-OP-MESSAGE
               GO TO RELEASE-HELD-INSTANT-PAYMENT-END
           END-IF.

           IF RELEASE-TO-CANCEL
               MOVE 'REJECTED' TO IPM-STATUS
               MOVE 'DEBIT NOT APPROVED' TO IPM-REJECT-REASON
               PERFORM REWRITE-PAYMENT
               MOVE '00' TO WS-IPY-OP-STATUS
               MOVE 'Held instant payment cancelled'
                   TO WS-IPY-OP-MESSAGE
               GO TO RELEASE-HELD-INSTANT-PAYMENT-END
           END-IF.

           MOVE 'SENT' TO IPM-STATUS.
           PERFORM REWRITE-PAYMENT.

           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               IPM-ACCOUNT-ID ACCOUNT-RECORD WS-ACCOUNT-STATUS.
           MOVE ACC-HOLDER-NAME TO WS-DEBTOR-NAME.

           PERFORM READ-POSITION-FOR-UPDATE.
           ADD IPM-AMOUNT TO IPP-IN-FLIGHT.
           PERFORM REWRITE-POSITION.
           PERFORM WRITE-REQUEST-MESSAGE.

           MOVE '00' TO WS-IPY-OP-STATUS.
           MOVE 'Approved instant payment sent to the scheme'
               TO WS-IPY-OP-MESSAGE.

       RELEASE-HELD-INSTANT-PAYMENT-END.
           EXIT.

      ******************************************************************
      * SCHEME REPLIES TO OUTBOUND PAYMENTS
      ******************************************************************

       APPLY-SCHEME-CONFIRMATION.
      *    Settle a sent payment the scheme has confirmed: it leaves
      *    the in-flight total and the prefunded balance
      *    Input: WS-INPUT-REFERENCE, WS-INPUT-SCHEME-DATE
      *    Output: INSTANT-PAYMENT-RECORD, WS-IPY-OP-STATUS,
      *            WS-IPY-OP-MESSAGE
           PERFORM READ-PAYMENT-FOR-UPDATE.

           IF WS-PAYMENT-STATUS NOT = '00' OR NOT IPM-OUTBOUND
               CALL 'FILES' USING 'CLOSE-INSTANT-PAYMENT-FILE'
               MOVE '23' TO WS-IPY-OP-STATUS
               MOVE 'No outbound instant payment under that reference'
                   TO WS-IPY-OP-MESSAGE
               GO TO APPLY-SCHEME-CONFIRMATION-END
           END-IF.

           IF IPM-SETTLED
               CALL 'FILES' USING 'CLOSE-INSTANT-PAYMENT-FILE'
               MOVE '00' TO WS-IPY-OP-STATUS
               MOVE 'Confirmation already applied' TO WS-IPY-OP-MESSAGE
               GO TO APPLY-SCHEME-CONFIRMATION-END
           END-IF.

           IF NOT IPM-SENT
               CALL 'FILES' USING 'CLOSE-INSTANT-PAYMENT-FILE'
               MOVE '99' TO WS-IPY-OP-STATUS
               MOVE SPACES TO WS-IPY-OP-MESSAGE
               STRING 'Confirmation for a payment that is '
                   IPM-STATUS DELIMITED BY SIZE
                   INTO WS-IPY-OP-MESSAGE
               GO TO APPLY-SCHEME-CONFIRMATION-END
           END-IF.

           MOVE 'SETTLED' TO IPM-STATUS.
           MOVE WS-INPUT-SCHEME-DATE TO IPM-SCHEME-DATE.
           PERFORM REWRITE-PAYMENT.

           MOVE WS-INPUT-SCHEME-DATE TO WS-MOVEMENT-DATE.
           PERFORM READ-POSITION-FOR-UPDATE.
           PERFORM ROLL-POSITION-DAY.
           SUBTRACT IPM-AMOUNT FROM IPP-BALANCE.
           SUBTRACT IPM-AMOUNT FROM IPP-IN-FLIGHT.
           ADD 1 TO IPP-DAY-OUT-COUNT.
           ADD IPM-AMOUNT TO IPP-DAY-OUT-AMOUNT.
           PERFORM REWRITE-POSITION.

           MOVE '00' TO WS-IPY-OP-STATUS.
           MOVE 'Instant payment settled' TO WS-IPY-OP-MESSAGE.

       APPLY-SCHEME-CONFIRMATION-END.
           EXIT.

       APPLY-SCHEME-REJECTION.
      *    Reject a sent payment the scheme refused and credit the
      *    customer back; the amount leaves the in-flight total
      *    Input: WS-INPUT-REFERENCE, WS-INPUT-REASON
      *    Output: INSTANT-PAYMENT-RECORD, TRANSACTION-RECORD,
      *            WS-IPY-OP-STATUS, WS-IPY-OP-MESSAGE
           PERFORM READ-PAYMENT-FOR-UPDATE.

           IF WS-PAYMENT-STATUS NOT = '00' OR NOT IPM-OUTBOUND
               CALL 'FILES' USING 'CLOSE-INSTANT-PAYMENT-FILE'
               MOVE '23' TO WS-IPY-OP-STATUS
               MOVE 'No outbound instant payment under that reference'
                   TO WS-IPY-OP-MESSAGE
               GO TO APPLY-SCHEME-REJECTION-END
           END-IF.

           IF IPM-REJECTED
               CALL 'FILES' USING 'CLOSE-INSTANT-PAYMENT-FILE'
               MOVE '00' TO WS-IPY-OP-STATUS
               MOVE 'Rejection already applied' TO WS-IPY-OP-MESSAGE
               GO TO APPLY-SCHEME-REJECTION-END
           END-IF.

           IF NOT IPM-SENT
               CALL 'FILES' USING 'CLOSE-INSTANT-PAYMENT-FILE'
               MOVE '99' TO WS-IPY-OP-STATUS
               MOVE SPACES TO WS-IPY-OP-MESSAGE
               STRING 'Rejection for a payment that is '
                   IPM-STATUS DELIMITED BY SIZE
                   INTO WS-IPY-OP-MESSAGE
               GO TO APPLY-SCHEME-REJECTION-END
           END-IF.

           MOVE 'REJECTED' TO IPM-STATUS.
           MOVE WS-INPUT-REASON TO IPM-REJECT-REASON.
           PERFORM REWRITE-PAYMENT.

           PERFORM READ-POSITION-FOR-UPDATE.
           SUBTRACT IPM-AMOUNT FROM IPP-IN-FLIGHT.
           PERFORM REWRITE-POSITION.

           MOVE SPACES TO WS-POSTING-DESC.
           STRING 'Instant payment returned ' IPM-REFERENCE
               DELIMITED BY SIZE INTO WS-POSTING-DESC.
           MOVE IPM-AMOUNT TO WS-INPUT-AMOUNT.

           CALL 'TRANSACTIONS' USING 'PROCESS-CREDIT'
               IPM-ACCOUNT-ID WS-INPUT-AMOUNT
               WS-POSTING-DESC IPM-REFERENCE WS-IPAY-CHANNEL
               'IPOUT' TRANSACTION-RECORD WS-POSTING-STATUS.

           IF WS-POSTING-STATUS NOT = '00'
               MOVE '99' TO WS-IPY-OP-STATUS
               MOVE 'Scheme rejected - refund failed, see operations'
                   TO WS-IPY-OP-MESSAGE
               GO TO APPLY-SCHEME-REJECTION-END
           END-IF.

           MOVE '00' TO WS-IPY-OP-STATUS.
           MOVE 'Instant payment rejected and refunded'
               TO WS-IPY-OP-MESSAGE.

       APPLY-SCHEME-REJECTION-END.
           EXIT.

      ******************************************************************
      * INBOUND CREDITS
      ******************************************************************

       RECEIVE-INSTANT-CREDIT.
      *    Post a credit another bank sent through the scheme and
      *    answer it. A reference already received is answered again
      *    with its original outcome and is not posted twice
      *    Input: WS-INPUT-REFERENCE, WS-INPUT-AMOUNT,
      *           WS-INPUT-SCHEME-DATE, WS-INPUT-ACCOUNT-ID or
      *           WS-INPUT-ALIAS, WS-INPUT-PARTICIPANT,
      *           WS-INPUT-OTHER-ACCOUNT, WS-INPUT-OTHER-NAME (the
      *           paying bank and payer)
      *    Output: INSTANT-PAYMENT-RECORD, WS-IPY-OP-STATUS,
      *            WS-IPY-OP-MESSAGE
           PERFORM READ-PAYMENT-FOR-UPDATE.
           CALL 'FILES' USING 'CLOSE-INSTANT-PAYMENT-FILE'.

           IF WS-PAYMENT-STATUS = '00'
               PERFORM WRITE-CREDIT-REPLY
               MOVE '00' TO WS-IPY-OP-STATUS
               MOVE 'Repeated credit - original reply sent again'
                   TO WS-IPY-OP-MESSAGE
               GO TO RECEIVE-INSTANT-CREDIT-END
           END-IF.

           INITIALIZE INSTANT-PAYMENT-RECORD.
           MOVE WS-INPUT-REFERENCE TO IPM-REFERENCE.
           MOVE 'IN' TO IPM-DIRECTION.
           MOVE WS-INPUT-AMOUNT TO IPM-AMOUNT.
           MOVE WS-INPUT-PARTICIPANT TO IPM-OTHER-PARTICIPANT.
           MOVE WS-INPUT-OTHER-ACCOUNT TO IPM-OTHER-ACCOUNT.
           MOVE WS-INPUT-OTHER-NAME TO IPM-OTHER-NAME.
           MOVE WS-INPUT-ALIAS TO IPM-ALIAS.
           MOVE WS-INPUT-SCHEME-DATE TO IPM-SCHEME-DATE.
           MOVE SPACES TO IPM-FILLER.
           MOVE 'REJECTED' TO IPM-STATUS.

           PERFORM APPLY-INBOUND-CREDIT THRU APPLY-INBOUND-CREDIT-END.

           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO IPM-CREATED-TS.
           MOVE WS-TIMESTAMP TO IPM-STATUS-TS.
           CALL 'FILES' USING 'OPEN-INSTANT-PAYMENT-FILE-IO'.
           CALL 'FILES' USING 'WRITE-INSTANT-PAYMENT'
               INSTANT-PAYMENT-RECORD WS-PAYMENT-STATUS.
           CALL 'FILES' USING 'CLOSE-INSTANT-PAYMENT-FILE'.

           PERFORM WRITE-CREDIT-REPLY.

           IF IPM-POSTED
               PERFORM READ-POSITION-FOR-UPDATE
               MOVE IPM-SCHEME-DATE TO WS-MOVEMENT-DATE
               PERFORM ROLL-POSITION-DAY
               ADD IPM-AMOUNT TO IPP-BALANCE
               ADD 1 TO IPP-DAY-IN-COUNT
               ADD IPM-AMOUNT TO IPP-DAY-IN-AMOUNT
               PERFORM REWRITE-POSITION
               MOVE '00' TO WS-IPY-OP-STATUS
               MOVE 'Instant credit posted' TO WS-IPY-OP-MESSAGE
           ELSE
               MOVE '99' TO WS-IPY-OP-STATUS
               MOVE SPACES TO WS-IPY-OP-MESSAGE
               STRING 'Instant credit rejected - ' IPM-REJECT-REASON
                   DELIMITED BY SIZE INTO WS-IPY-OP-MESSAGE
           END-IF.

       RECEIVE-INSTANT-CREDIT-END.
           EXIT.

       APPLY-INBOUND-CREDIT.
      *    Find the account an inbound credit is for and post it,
      *    leaving the payment POSTED or with the reason it was not
      *    Input: INSTANT-PAYMENT-RECORD (status REJECTED),
      *           WS-INPUT-ACCOUNT-ID, WS-INPUT-ALIAS
      *    Output: INSTANT-PAYMENT-RECORD
           IF WS-INPUT-ALIAS NOT = SPACES
               CALL 'ALIAS' USING 'RESOLVE-ALIAS'
                   WS-INPUT-ALIAS WS-ALIAS-ACCOUNT-ID
                   WS-ALIAS-HOLDER-NAME WS-ALIAS-STATUS
                   WS-ALIAS-MESSAGE
               IF WS-ALIAS-STATUS NOT = '00'
                   MOVE 'UNKNOWN ALIAS' TO IPM-REJECT-REASON
                   GO TO APPLY-INBOUND-CREDIT-END
               END-IF
               MOVE WS-ALIAS-ACCOUNT-ID TO WS-CREDIT-ACCOUNT-ID
           ELSE
               MOVE WS-INPUT-ACCOUNT-ID TO WS-CREDIT-ACCOUNT-ID
           END-IF.
           MOVE WS-CREDIT-ACCOUNT-ID TO IPM-ACCOUNT-ID.

           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               WS-CREDIT-ACCOUNT-ID ACCOUNT-RECORD WS-ACCOUNT-STATUS.

           IF WS-ACCOUNT-STATUS NOT = '00'
               MOVE 'UNKNOWN ACCOUNT' TO IPM-REJECT-REASON
               GO TO APPLY-INBOUND-CREDIT-END
           END-IF.

           IF ACC-CURRENCY NOT = WS-HOME-CURRENCY
               MOVE 'ACCOUNT NOT IN BRL' TO IPM-REJECT-REASON
               GO TO APPLY-INBOUND-CREDIT-END
           END-IF.

           MOVE SPACES TO WS-POSTING-DESC.
           STRING 'Instant payment from ' WS-INPUT-OTHER-NAME
               DELIMITED BY '  ' INTO WS-POSTING-DESC.

           CALL 'TRANSACTIONS' USING 'PROCESS-CREDIT'
               WS-CREDIT-ACCOUNT-ID WS-INPUT-AMOUNT
               WS-POSTING-DESC IPM-REFERENCE WS-IPAY-CHANNEL
               'IPIN' TRANSACTION-RECORD WS-POSTING-STATUS.

           IF WS-POSTING-STATUS NOT = '00' OR NOT TXN-COMPLETED
               MOVE 'ACCOUNT CANNOT BE CREDITED' TO IPM-REJECT-REASON
               GO TO APPLY-INBOUND-CREDIT-END
           END-IF.

           MOVE 'POSTED' TO IPM-STATUS.
           MOVE TXN-ID TO IPM-TXN-ID.
           MOVE TXN-VALUE-DATE TO IPM-POSTING-DATE.

       APPLY-INBOUND-CREDIT-END.
           EXIT.

      ******************************************************************
      * PREFUNDED POSITION
      ******************************************************************

       FUND-IPAY-POSITION.
      *    Top up (positive amount) or withdraw from (negative
      *    amount) the prefunded position, raising the PENDING
      *    voucher that books the move against the central bank
      *    current account
      *    Input: WS-INPUT-AMOUNT, WS-INPUT-OPERATOR-ID
      *    Output: IPAY-POSITION-RECORD, JOURNAL-VOUCHER-RECORD,
      *            WS-IPY-OP-STATUS, WS-IPY-OP-MESSAGE
           MOVE '99' TO WS-IPY-OP-STATUS.

           IF WS-INPUT-AMOUNT = 0
               MOVE 'Amount must not be zero' TO WS-IPY-OP-MESSAGE
               GO TO FUND-IPAY-POSITION-END
           END-IF.

           PERFORM READ-POSITION-FOR-UPDATE.
           COMPUTE WS-POSITION-COVER = IPP-BALANCE - IPP-IN-FLIGHT.
           IF WS-INPUT-AMOUNT < 0
                   AND WS-POSITION-COVER + WS-INPUT-AMOUNT < 0
               CALL 'FILES' USING 'CLOSE-IPAY-POSITION-FILE'
               MOVE 'Withdrawal exceeds the uncommitted position'
                   TO WS-IPY-OP-MESSAGE
               GO TO FUND-IPAY-POSITION-END
           END-IF.

           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-DATE-FLAT TO WS-MOVEMENT-DATE.
           PERFORM ROLL-POSITION-DAY.
           ADD WS-INPUT-AMOUNT TO IPP-BALANCE.
           ADD WS-INPUT-AMOUNT TO IPP-DAY-FUNDING.
           PERFORM REWRITE-POSITION.

           INITIALIZE JOURNAL-VOUCHER-RECORD.
           MOVE 2 TO JVR-LINE-COUNT.
           IF WS-INPUT-AMOUNT > 0
               MOVE WS-INPUT-AMOUNT TO WS-FUNDING-ABS
               MOVE 'INSTANT PAYMENT POSITION TOP-UP'
                   TO JVR-DESCRIPTION
               MOVE WS-GL-PREFUNDING TO JVR-LINE-GLA-ID(1)
               MOVE WS-GL-CENTRAL-BANK TO JVR-LINE-GLA-ID(2)
           ELSE
               COMPUTE WS-FUNDING-ABS = 0 - WS-INPUT-AMOUNT
               MOVE 'INSTANT PAYMENT POSITION WITHDRAWAL'
                   TO JVR-DESCRIPTION
               MOVE WS-GL-CENTRAL-BANK TO JVR-LINE-GLA-ID(1)
               MOVE WS-GL-PREFUNDING TO JVR-LINE-GLA-ID(2)
           END-IF.
           MOVE 'DR' TO JVR-LINE-DRCR(1).
           MOVE WS-FUNDING-ABS TO JVR-LINE-AMOUNT(1).
           MOVE 'CR' TO JVR-LINE-DRCR(2).
           MOVE WS-FUNDING-ABS TO JVR-LINE-AMOUNT(2).

           CALL 'JOURNAL' USING 'CREATE-JOURNAL-VOUCHER'
               JOURNAL-VOUCHER-RECORD WS-INPUT-OPERATOR-ID
               WS-JNL-STATUS.

           MOVE SPACES TO WS-AUDIT-DETAILS.
           STRING 'Scheme position funded, voucher ' JVR-VOUCHER-ID
               DELIMITED BY SIZE INTO WS-AUDIT-DETAILS.
           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-INPUT-OPERATOR-ID 'IPAY-FUNDING' 0
               WS-AUDIT-DETAILS WS-AUDIT-STATUS.

           MOVE '00' TO WS-IPY-OP-STATUS.
           IF WS-JNL-STATUS = '00'
               MOVE 'Position updated - voucher awaits approval'
                   TO WS-IPY-OP-MESSAGE
           ELSE
               MOVE 'Position updated - voucher failed, key it by hand'
                   TO WS-IPY-OP-MESSAGE
           END-IF.

       FUND-IPAY-POSITION-END.
           EXIT.

       GET-IPAY-POSITION.
      *    Return the scheme's position row
      *    Output: IPAY-POSITION-RECORD, WS-IPY-OP-STATUS
           PERFORM READ-POSITION-FOR-UPDATE.
           CALL 'FILES' USING 'CLOSE-IPAY-POSITION-FILE'.
           MOVE WS-POSITION-STATUS TO WS-IPY-OP-STATUS.

       END PROGRAM IPAY.
