      *   file already settled is refused unless forced
      * - Every item that cannot post is DECLINED back to the network
      *   on the response file with a structured reason - a blocked
      *   card, an expired card, a card whose plastic the customer
      *   has not yet activated, and an account that rejects the
      *   debit (insufficient funds, blocked, closed) are the
      *   network's problem to re-present or charge back, not a
      *   suspense position we hold: unlike inbound clearing credits
      * - Expiry is tested against the posting date month, not the
      *   wall clock, so a file processed after midnight still prices
      *   the business date the network settled for
      * - Each item is matched to its authorization on the log
      *   (CARDS FIND-CARD-AUTH, by card and network reference). An
      *   open approval has its funds hold released just before the
      *   debit - the hold and the debit are the same money - and
      *   is marked SETTLED once the debit posts. An item whose
      *   authorization we declined, or one already settled, is
      *   declined back. An approval that lapsed before the item
      *   arrived still settles, against the available balance, as
      *   does an item with no authorization at all (offline and
      *   below-floor purchases); both are counted on the summary
      * - If the debit then fails, the released hold is not
      *   re-placed: the item is declined to the network, and the
      *   authorization stays RELEASED so a re-presentment can
      *   still settle
      * - A withdrawal paid out by one of our own machines carries
      *   its terminal ID; once the debit posts it is credited to
      *   that ATM (VAULT RECORD-ATM-WITHDRAWAL) for the machine's
      *   cash balancing. Items from other terminals, and purchases,
      *   leave the ATM register alone
      * - Every declined item also goes on the nightly exceptions
      *   register for Cards, against the card's account once the
      *   card is known, for chargeback or customer follow-up
      *
      * Author: Portfolio Project
      * Date: 2026
       01  WS-CARD-STATUS              PIC XX.
       01  WS-ACCT-CHECK-STATUS        PIC XX.
       01  WS-FILE-OP-STATUS           PIC XX.
       01  WS-AUTH-STATUS              PIC XX.
       01  WS-ATM-STATUS               PIC XX.
       01  WS-AUTH-MATCHED             PIC 9 VALUE 0.
           88  AUTH-IS-MATCHED         VALUE 1.

      * Fixed-format line overlays for parsing the settlement file.
      * The numeric fields are tested for class NUMERIC through their
           05  WS-PRS-AMOUNT-X REDEFINES WS-PRS-AMOUNT PIC X(15).
           05  WS-PRS-CURRENCY         PIC X(3).
           05  WS-PRS-REFERENCE        PIC X(20).
           05  WS-PRS-TERMINAL-ID      PIC X(8).
           05  FILLER                  PIC X(35).

       01  WS-PARSE-HEADER.
           05  WS-PRS-HDR-TAG          PIC X(3).

       01  WS-DECLINE-REASON           PIC X(30).

      * Nightly exceptions register (see EODEXC.COB): items this run
      * could not process go on the morning exceptions report for
      * the department that owns them
       01  WS-EXC-ACCOUNT-ID           PIC 9(8).
       01  WS-EXC-AMOUNT               PIC S9(13)V99.
       01  WS-EXC-REFERENCE            PIC X(20).
       01  WS-EXC-REASON               PIC X(30).
       01  WS-EXC-ACTION               PIC X(40).
       01  WS-EXC-STATUS               PIC XX.

       01  WS-DEBIT-WORK.
           05  WS-DEBIT-ACCOUNT-ID     PIC 9(8).
           05  WS-DEBIT-AMOUNT         PIC S9(13)V99.
           05  WS-ITEMS-READ           PIC 9(6) VALUE 0.
           05  WS-ITEMS-POSTED         PIC 9(6) VALUE 0.
           05  WS-ITEMS-DECLINED       PIC 9(6) VALUE 0.
           05  WS-ITEMS-AUTHORIZED     PIC 9(6) VALUE 0.
           05  WS-ITEMS-AFTER-LAPSE    PIC 9(6) VALUE 0.
           05  WS-ITEMS-UNAUTHORIZED   PIC 9(6) VALUE 0.
           05  WS-ITEMS-OWN-ATM        PIC 9(6) VALUE 0.
           05  WS-AMOUNT-READ          PIC S9(13)V99 VALUE 0.
           05  WS-AMOUNT-POSTED        PIC S9(13)V99 VALUE 0.

           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.

       01  WS-DATA-SET-STATUS          PIC XX.

       PROCEDURE DIVISION.

      ******************************************************************
       MAIN-PROGRAM.
      *    Entry point for the card settlement file batch job
           PERFORM DISPLAY-BANNER.
           PERFORM CHECK-LIVE-DATA-SET.
           PERFORM PROCESS-SETTLEMENT-FILE
               THRU PROCESS-SETTLEMENT-FILE-END.
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
           DISPLAY 'Detail items read:     ' WS-ITEMS-READ.
           DISPLAY 'Items posted:          ' WS-ITEMS-POSTED.
           DISPLAY 'Items declined:        ' WS-ITEMS-DECLINED.
           DISPLAY 'Matched open approval: ' WS-ITEMS-AUTHORIZED.
           DISPLAY 'Matched after lapse:   ' WS-ITEMS-AFTER-LAPSE.
           DISPLAY 'No authorization:      ' WS-ITEMS-UNAUTHORIZED.
           DISPLAY 'Paid by our ATMs:      ' WS-ITEMS-OWN-ATM.
           DISPLAY 'Total amount posted:   ' WS-DISPLAY-TOTAL.
           DISPLAY '------------------------------------------------'.

               GO TO PROCESS-DETAIL-LINE-END
           END-IF.

           MOVE 0 TO WS-EXC-ACCOUNT-ID.
           IF WS-PRS-CARD-NUMBER-X NOT NUMERIC OR
                   WS-PRS-AMOUNT-X NOT NUMERIC
               ADD 1 TO WS-ITEMS-READ
               PERFORM WRITE-DECLINE-ITEM
               GO TO PROCESS-DETAIL-LINE-END
           END-IF.
           MOVE CRD-ACCOUNT-ID TO WS-EXC-ACCOUNT-ID.

           IF CRD-ORDERED OR CRD-PRODUCED
               MOVE 'CARD NOT ACTIVATED' TO WS-DECLINE-REASON
               PERFORM WRITE-DECLINE-ITEM
               GO TO PROCESS-DETAIL-LINE-END
           END-IF.

      *    A card retired by its successor's activation still
      *    settles what it bought while it was the card in use
           IF NOT CRD-ACTIVE AND NOT CRD-REPLACED
               MOVE 'CARD BLOCKED' TO WS-DECLINE-REASON
               PERFORM WRITE-DECLINE-ITEM
               GO TO PROCESS-DETAIL-LINE-END
               GO TO PROCESS-DETAIL-LINE-END
           END-IF.

           PERFORM MATCH-AUTHORIZATION.

           IF WS-DECLINE-REASON NOT = SPACES
               PERFORM WRITE-DECLINE-ITEM
               GO TO PROCESS-DETAIL-LINE-END
           END-IF.

      *    Post the debit to the card's account through the normal
      *    debit path, under the ATM channel so the movement reads
      *    as card activity on the statement and in AMLMON
           CALL 'TRANSACTIONS' USING 'PROCESS-DEBIT'
               WS-DEBIT-ACCOUNT-ID WS-DEBIT-AMOUNT
               WS-DEBIT-DESC WS-DEBIT-REFERENCE 'ATM' 0
               'ATMWDL' TRANSACTION-RECORD WS-DEBIT-STATUS.

           IF WS-DEBIT-STATUS = '00' AND NOT TXN-PENDING
               IF AUTH-IS-MATCHED
                   CALL 'CARDS' USING 'SETTLE-CARD-AUTH'
                       CAU-AUTH-ID WS-PRS-AMOUNT CARD-AUTH-RECORD
                       WS-AUTH-STATUS
               END-IF
               IF WS-PRS-TERMINAL-ID NOT = SPACES
                   PERFORM CREDIT-ATM-WITHDRAWAL
               END-IF
               ADD 1 TO WS-ITEMS-POSTED
               ADD WS-PRS-AMOUNT TO WS-AMOUNT-POSTED
               MOVE WS-PRS-AMOUNT TO WS-DISPLAY-AMOUNT
       PROCESS-DETAIL-LINE-END.
           EXIT.

       MATCH-AUTHORIZATION.
      *    Find the item's authorization and decide what it means
      *    for the settlement: decline it back, release an open
      *    approval's hold so the debit can take the same money, or
      *    settle without one
      *    Input: WS-PARSE-DETAIL
      *    Output: CARD-AUTH-RECORD, WS-AUTH-MATCHED,
      *            WS-DECLINE-REASON (spaces = go on and post)
           MOVE 0 TO WS-AUTH-MATCHED.
           MOVE SPACES TO WS-DECLINE-REASON.

           CALL 'CARDS' USING 'FIND-CARD-AUTH'
               WS-PRS-CARD-NUMBER WS-PRS-REFERENCE
               CARD-AUTH-RECORD WS-AUTH-STATUS.

           IF WS-AUTH-STATUS NOT = '00'
               ADD 1 TO WS-ITEMS-UNAUTHORIZED
           ELSE
               EVALUATE TRUE
                   WHEN CAU-DECLINED
                       MOVE 'AUTHORIZATION DECLINED'
                           TO WS-DECLINE-REASON
                   WHEN CAU-SETTLED
                       MOVE 'DUPLICATE SETTLEMENT'
                           TO WS-DECLINE-REASON
                   WHEN CAU-APPROVED
                       CALL 'CARDS' USING 'RELEASE-CARD-AUTH'
                           CAU-AUTH-ID 'RELEASED' CARD-AUTH-RECORD
                           WS-AUTH-STATUS
                       MOVE 1 TO WS-AUTH-MATCHED
                       ADD 1 TO WS-ITEMS-AUTHORIZED
                   WHEN OTHER
                       MOVE 1 TO WS-AUTH-MATCHED
                       ADD 1 TO WS-ITEMS-AFTER-LAPSE
               END-EVALUATE
           END-IF.

       CREDIT-ATM-WITHDRAWAL.
      *    Credit a posted withdrawal to the machine that paid it
      *    out, if the terminal is one of ours
           CALL 'VAULT' USING 'RECORD-ATM-WITHDRAWAL'
               WS-PRS-TERMINAL-ID WS-PRS-AMOUNT WS-POSTING-DATE
               ATM-RECORD WS-ATM-STATUS.

           IF WS-ATM-STATUS = '00'
               ADD 1 TO WS-ITEMS-OWN-ATM
           END-IF.

       PROCESS-TRAILER-LINE.
      *    Reconcile the TRL control totals against the detail lines
      *    actually read
               '  Ref: ' WS-PRS-REFERENCE
               '  ' WS-DECLINE-REASON.

           MOVE WS-PRS-AMOUNT TO WS-EXC-AMOUNT.
           MOVE WS-PRS-REFERENCE TO WS-EXC-REFERENCE.
           MOVE WS-DECLINE-REASON TO WS-EXC-REASON.
           MOVE 'CHARGEBACK OR CONTACT CARDHOLDER'
               TO WS-EXC-ACTION.
           PERFORM RECORD-EOD-EXCEPTION.

       RECORD-EOD-EXCEPTION.
      *    Put one item this run could not process on the nightly
      *    exceptions register
      *    Input: WS-EXC-ACCOUNT-ID, WS-EXC-AMOUNT, WS-EXC-REFERENCE,
      *           WS-EXC-REASON, WS-EXC-ACTION
           CALL 'EODEXC' USING 'RECORD-EOD-EXCEPTION' WS-JOB-NAME
               WS-EXC-ACCOUNT-ID WS-EXC-AMOUNT WS-EXC-REFERENCE
               WS-EXC-REASON WS-EXC-ACTION WS-EXC-STATUS.

       END PROGRAM CARDSETL.
