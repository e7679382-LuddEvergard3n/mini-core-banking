      * - A card's status is its own: blocking a card does not touch
      *   the account, and an account block does not overwrite the
      *   card record
      * - Every card carries a daily ATM and a daily POS limit,
      *   issued at the standard amounts below and changed per card
      *   at the counter; a zero limit shuts that channel off
      * - The card network asks before it settles: AUTHORIZE-CARD
      *   approves or declines each request and logs it, and an
      *   approval holds the amount on the account through
      *   HOLDS.COB so it cannot be spent a second time before the
      *   settlement file arrives. The hold is an ordinary register
      *   hold (reason CARD-AUTH, case reference = the network's
      *   reference), so every available-balance check honours it.
      * - The settlement batch (CARDSETL.COB) releases the hold of
      *   the authorization it settles; the authorization expiry
      *   batch (AUTHEXP.COB) releases approvals never settled
      * - A card is not usable until the plastic exists and the
      *   customer has it: every new, replacement or renewal card
      *   starts ORDERED, goes to the card bureau on the nightly
      *   embossing file (CARDEMB.COB), is marked PRODUCED or
      *   REJECTED from the bureau's production file (CARDPROD.COB)
      *   and only turns ACTIVE when the customer activates it.
      *   Every usage check tests CRD-ACTIVE, so nothing else needs
      *   to know about the production states.
      * - A replacement or renewal names its predecessor, and the
      *   predecessor carries a successor-on-order mark, so the same
      *   card is never replaced or renewed twice. Activating the
      *   successor retires the predecessor as REPLACED.
      * - A rejected replacement clears its predecessor's mark, so
      *   the branch can order it again once the cause is fixed; a
      *   rejected renewal does not, so the nightly renewal run
      *   does not keep re-ordering a plastic the bureau refuses -
      *   the branch issues a fresh card instead
      *
      * Operations:
      * - ISSUE-CARD: Orders a new card against an account
      * - REPLACE-CARD: Orders the replacement for a lost card
      * - RENEW-CARD: Orders the renewal for an expiring card
      * - RECORD-CARD-PRODUCTION: Bureau produced/rejected outcome
      * - ACTIVATE-CARD: Customer activation of a produced card
      * - BLOCK-CARD / UNBLOCK-CARD: Card-level status changes
      * - SET-CARD-LIMITS: Sets one card's daily ATM and POS limits
      * - GET-CARD: Retrieves one card by number
      * - AUTHORIZE-CARD: Decides and logs one network request
      * - FIND-CARD-AUTH: Finds a card's authorization by reference
      * - RELEASE-CARD-AUTH: Releases an approval's hold
      * - SETTLE-CARD-AUTH: Marks an authorization settled
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDS.
       01  WS-INPUT-ACCOUNT-ID         PIC 9(8).
       01  WS-INPUT-CARD-PIN           PIC X(4).
       01  WS-INPUT-CARD-NUMBER        PIC 9(16).
       01  WS-INPUT-PRODUCTION-OUTCOME PIC X(8).

      * PIN hash exchange with PINHASH (the kiosk PIN is never
      * stored in clear)
       01  WS-PIN-OWNER-KEY            PIC X(16).
       01  WS-PIN-KEYED                PIC X(6).
       01  WS-PIN-CHECK-STATUS         PIC XX.
           88  PIN-CHECK-MATCHED       VALUE '00'.

      * Successor ordering work (see ORDER-SUCCESSOR-CARD)
       01  WS-NEW-ISSUE-REASON         PIC X.
       01  WS-NEW-PREDECESSOR          PIC 9(16).
       01  WS-NEW-CARD-NUMBER          PIC 9(16).
       01  WS-PRODUCTION-DATE          PIC 9(8).

      * Card numbering: the bank's issuing prefix carried in the top
      * four digits, the card sequence in the rest
       01  WS-EXPIRY-FLAT REDEFINES WS-EXPIRY-WORK PIC 9(6).
       01  WS-MONTH-COUNTER            PIC 99.

      * Standard daily limits a new card is issued with
       01  WS-DEFAULT-ATM-LIMIT        PIC S9(13)V99 VALUE 500.00.
       01  WS-DEFAULT-POS-LIMIT        PIC S9(13)V99 VALUE 2000.00.
       01  WS-INPUT-ATM-LIMIT          PIC S9(13)V99.
       01  WS-INPUT-POS-LIMIT          PIC S9(13)V99.

      * Authorization request and working data (see AUTHORIZE-CARD)
       01  WS-INPUT-AUTH-AMOUNT        PIC S9(13)V99.
       01  WS-INPUT-AUTH-CHANNEL       PIC X(3).
       01  WS-INPUT-AUTH-REFERENCE     PIC X(20).
       01  WS-INPUT-AUTH-ID            PIC 9(10).
       01  WS-INPUT-AUTH-OUTCOME       PIC X(8).
       01  WS-AUTH-POSTING-DATE        PIC 9(8).
       01  WS-AUTH-POSTING-MONTH       PIC 9(6).
       01  WS-AUTH-LIMIT               PIC S9(13)V99.
       01  WS-AUTH-USED                PIC S9(13)V99.
       01  WS-AUTH-AVAILABLE           PIC S9(13)V99.
       01  WS-AUTH-SCAN-STATUS         PIC XX.
       01  WS-AUTH-FOUND               PIC 9.
           88  AUTH-WAS-FOUND          VALUE 1.
       01  WS-ACCT-STATUS              PIC XX.
       01  WS-HOLD-STATUS              PIC XX.
       01  WS-HOLD-REASON              PIC X(10) VALUE 'CARD-AUTH'.

       PROCEDURE DIVISION.

      ******************************************************************

           MOVE WS-CARD-NUMBER-FLAT TO CRD-CARD-NUMBER.

       GENERATE-AUTH-ID.
      *    Generate next authorization ID from control file
      *    Output: CAU-AUTH-ID in CARD-AUTH-RECORD
           CALL 'FILES' USING 'READ-CONTROL' CONTROL-RECORD
               WS-AUTH-SCAN-STATUS.

           IF WS-AUTH-SCAN-STATUS NOT = '00'
               DISPLAY 'FATAL: Cannot read control file for '
                   'authorization ID'
               STOP RUN
           END-IF.

           IF CTL-LAST-CARD-AUTH-ID NOT NUMERIC
               MOVE 0 TO CTL-LAST-CARD-AUTH-ID
           END-IF.

           ADD 1 TO CTL-LAST-CARD-AUTH-ID.
           MOVE CTL-LAST-CARD-AUTH-ID TO CAU-AUTH-ID.

           CALL 'FILES' USING 'UPDATE-CONTROL' CONTROL-RECORD
               WS-AUTH-SCAN-STATUS.

       COMPUTE-CARD-EXPIRY.
      *    Expiry month is the issue month plus the validity period
      *    Output: CRD-EXPIRY-DATE (YYYYMM)
               ADD 1 TO WS-EXP-YEAR
           END-IF.

       WRITE-NEW-CARD.
      *    Write one new card, ORDERED for the card bureau, with the
      *    standard daily limits
      *    Input: WS-INPUT-ACCOUNT-ID, WS-NEW-ISSUE-REASON,
      *           WS-NEW-PREDECESSOR
      *    Output: CARD-RECORD, WS-CRD-OP-STATUS
           INITIALIZE CARD-RECORD.
           PERFORM GENERATE-CARD-NUMBER.

           MOVE WS-INPUT-ACCOUNT-ID TO CRD-ACCOUNT-ID.
           MOVE 'ORDERED' TO CRD-STATUS.
           PERFORM COMPUTE-CARD-EXPIRY.
           MOVE WS-DEFAULT-ATM-LIMIT TO CRD-ATM-DAILY-LIMIT.
           MOVE WS-DEFAULT-POS-LIMIT TO CRD-POS-DAILY-LIMIT.
           MOVE WS-NEW-ISSUE-REASON TO CRD-ISSUE-REASON.
           MOVE WS-NEW-PREDECESSOR TO CRD-PREDECESSOR-CARD.
           MOVE 'N' TO CRD-SUCCESSOR-FLAG.

           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO CRD-CREATED-TS.
           MOVE WS-TIMESTAMP TO CRD-UPDATED-TS.

           CALL 'FILES' USING 'OPEN-CARD-FILE-IO'.
           CALL 'FILES' USING 'WRITE-CARD' CARD-RECORD
               WS-CRD-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-CARD-FILE'.

      ******************************************************************
      * CARD OPERATIONS
      ******************************************************************

       ISSUE-CARD.
      *    Order a new card against an account
      *    Input: WS-INPUT-ACCOUNT-ID
      *    Output: CARD-RECORD, WS-CRD-OP-STATUS
           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               GO TO ISSUE-CARD-END
           END-IF.

           MOVE 'N' TO WS-NEW-ISSUE-REASON.
           MOVE 0 TO WS-NEW-PREDECESSOR.
           PERFORM WRITE-NEW-CARD.

           IF CRD-OP-SUCCESS
               MOVE 'Card ordered - goes to the card bureau tonight'
                   TO WS-CRD-OP-MESSAGE
           ELSE
               MOVE 'Failed to issue card' TO WS-CRD-OP-MESSAGE
           END-IF.

       ISSUE-CARD-END.
           EXIT.

       REPLACE-CARD.
      *    Order the replacement for a card reported lost or stolen:
      *    the card must already be blocked - or be a produced
      *    plastic never activated, which this blocks - and have no
      *    replacement on order
      *    Input: WS-INPUT-CARD-NUMBER
      *    Output: CARD-RECORD (the new card), WS-CRD-OP-STATUS
           MOVE WS-INPUT-CARD-NUMBER TO CRD-CARD-NUMBER.

           CALL 'FILES' USING 'OPEN-CARD-FILE-IO'.
           CALL 'FILES' USING 'READ-CARD' CARD-RECORD
               WS-CRD-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-CARD-FILE'.

           IF NOT CRD-OP-SUCCESS
               MOVE 'Card not found' TO WS-CRD-OP-MESSAGE
               GO TO REPLACE-CARD-END
           END-IF.

           IF NOT CRD-BLOCKED AND NOT CRD-PRODUCED
               MOVE '99' TO WS-CRD-OP-STATUS
               MOVE 'Block the card before ordering its replacement'
                   TO WS-CRD-OP-MESSAGE
               GO TO REPLACE-CARD-END
           END-IF.

           MOVE 'R' TO WS-NEW-ISSUE-REASON.
           PERFORM ORDER-SUCCESSOR-CARD
               THRU ORDER-SUCCESSOR-CARD-END.

       REPLACE-CARD-END.
           EXIT.

       RENEW-CARD.
      *    Order the renewal for an ACTIVE card nearing its expiry;
      *    the account must itself be ACTIVE
      *    Input: WS-INPUT-CARD-NUMBER
      *    Output: CARD-RECORD (the new card), WS-CRD-OP-STATUS
           MOVE WS-INPUT-CARD-NUMBER TO CRD-CARD-NUMBER.

           CALL 'FILES' USING 'OPEN-CARD-FILE-IO'.
           CALL 'FILES' USING 'READ-CARD' CARD-RECORD
               WS-CRD-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-CARD-FILE'.

           IF NOT CRD-OP-SUCCESS
               MOVE 'Card not found' TO WS-CRD-OP-MESSAGE
               GO TO RENEW-CARD-END
           END-IF.

           IF NOT CRD-ACTIVE
               MOVE '99' TO WS-CRD-OP-STATUS
               MOVE 'Only an active card is renewed'
                   TO WS-CRD-OP-MESSAGE
               GO TO RENEW-CARD-END
           END-IF.

           MOVE 'W' TO WS-NEW-ISSUE-REASON.
           PERFORM ORDER-SUCCESSOR-CARD
               THRU ORDER-SUCCESSOR-CARD-END.

       RENEW-CARD-END.
           EXIT.

       ORDER-SUCCESSOR-CARD.
      *    Order the card that succeeds the one just read, and mark
      *    the older card as having its successor on order
      *    Input: CARD-RECORD (the older card), WS-NEW-ISSUE-REASON
      *    Output: CARD-RECORD (the new card), WS-CRD-OP-STATUS
           IF CRD-SUCCESSOR-ORDERED
               MOVE '99' TO WS-CRD-OP-STATUS
               MOVE 'A successor card is already on order'
                   TO WS-CRD-OP-MESSAGE
               GO TO ORDER-SUCCESSOR-CARD-END
           END-IF.

           MOVE CRD-CARD-NUMBER TO WS-NEW-PREDECESSOR.
           MOVE CRD-ACCOUNT-ID TO WS-INPUT-ACCOUNT-ID.

           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               WS-INPUT-ACCOUNT-ID ACCOUNT-RECORD WS-ACCT-STATUS.

           IF WS-ACCT-STATUS NOT = '00'
               MOVE '99' TO WS-CRD-OP-STATUS
               MOVE 'Account not found' TO WS-CRD-OP-MESSAGE
               GO TO ORDER-SUCCESSOR-CARD-END
           END-IF.

           IF ACC-CLOSED OR
                   (WS-NEW-ISSUE-REASON = 'W' AND NOT ACC-ACTIVE)
               MOVE '99' TO WS-CRD-OP-STATUS
               MOVE 'Account is not active - no card ordered'
                   TO WS-CRD-OP-MESSAGE
               GO TO ORDER-SUCCESSOR-CARD-END
           END-IF.

           PERFORM WRITE-NEW-CARD.

           IF NOT CRD-OP-SUCCESS
               MOVE 'Failed to order the successor card'
                   TO WS-CRD-OP-MESSAGE
               GO TO ORDER-SUCCESSOR-CARD-END
           END-IF.

           MOVE CRD-CARD-NUMBER TO WS-NEW-CARD-NUMBER.

      *    Mark the older card; a produced plastic being replaced
      *    unseen is blocked so it can never be activated
           MOVE WS-NEW-PREDECESSOR TO CRD-CARD-NUMBER.
           CALL 'FILES' USING 'OPEN-CARD-FILE-IO'.
           CALL 'FILES' USING 'READ-CARD' CARD-RECORD
               WS-CRD-OP-STATUS.
           IF CRD-OP-SUCCESS
               MOVE 'Y' TO CRD-SUCCESSOR-FLAG
               IF CRD-PRODUCED
                   MOVE 'BLOCKED' TO CRD-STATUS
               END-IF
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO CRD-UPDATED-TS
               CALL 'FILES' USING 'UPDATE-CARD' CARD-RECORD
                   WS-CRD-OP-STATUS
           END-IF.

      *    Hand back the new card
           MOVE WS-NEW-CARD-NUMBER TO CRD-CARD-NUMBER.
           CALL 'FILES' USING 'READ-CARD' CARD-RECORD
               WS-CRD-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-CARD-FILE'.

           MOVE 'Successor card ordered for the card bureau'
               TO WS-CRD-OP-MESSAGE.

       ORDER-SUCCESSOR-CARD-END.
           EXIT.

       RECORD-CARD-PRODUCTION.
      *    Record the card bureau's outcome for one plastic sent on
      *    an embossing file
      *    Input: WS-INPUT-CARD-NUMBER, WS-INPUT-PRODUCTION-OUTCOME
      *           ('PRODUCED' or 'REJECTED')
      *    Output: CARD-RECORD, WS-CRD-OP-STATUS
           IF WS-INPUT-PRODUCTION-OUTCOME NOT = 'PRODUCED' AND
                   WS-INPUT-PRODUCTION-OUTCOME NOT = 'REJECTED'
               MOVE '99' TO WS-CRD-OP-STATUS
               MOVE 'Unknown production outcome' TO WS-CRD-OP-MESSAGE
               GO TO RECORD-CARD-PRODUCTION-END
           END-IF.

           MOVE WS-INPUT-CARD-NUMBER TO CRD-CARD-NUMBER.

           CALL 'FILES' USING 'OPEN-CARD-FILE-IO'.
           CALL 'FILES' USING 'READ-CARD' CARD-RECORD
               WS-CRD-OP-STATUS.

           IF NOT CRD-OP-SUCCESS
               CALL 'FILES' USING 'CLOSE-CARD-FILE'
               MOVE 'Card not found' TO WS-CRD-OP-MESSAGE
               GO TO RECORD-CARD-PRODUCTION-END
           END-IF.

           IF NOT CRD-ORDERED OR CRD-EMBOSS-SENT-DATE NOT NUMERIC
                   OR CRD-EMBOSS-SENT-DATE = 0
               CALL 'FILES' USING 'CLOSE-CARD-FILE'
               MOVE '99' TO WS-CRD-OP-STATUS
               MOVE 'Card is not awaiting production'
                   TO WS-CRD-OP-MESSAGE
               GO TO RECORD-CARD-PRODUCTION-END
           END-IF.

           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-PRODUCTION-DATE.

           MOVE WS-INPUT-PRODUCTION-OUTCOME TO CRD-STATUS.
           MOVE WS-PRODUCTION-DATE TO CRD-PRODUCTION-DATE.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO CRD-UPDATED-TS.

           CALL 'FILES' USING 'UPDATE-CARD' CARD-RECORD
               WS-CRD-OP-STATUS.

      *    A rejected replacement frees its predecessor to be
      *    replaced again once the branch has fixed the cause
           IF CRD-REJECTED AND CRD-REPLACEMENT
                   AND CRD-PREDECESSOR-CARD > 0
               MOVE CRD-CARD-NUMBER TO WS-NEW-CARD-NUMBER
               MOVE CRD-PREDECESSOR-CARD TO CRD-CARD-NUMBER
               CALL 'FILES' USING 'READ-CARD' CARD-RECORD
                   WS-CRD-OP-STATUS
               IF CRD-OP-SUCCESS
                   MOVE 'N' TO CRD-SUCCESSOR-FLAG
                   MOVE WS-TIMESTAMP TO CRD-UPDATED-TS
                   CALL 'FILES' USING 'UPDATE-CARD' CARD-RECORD
                       WS-CRD-OP-STATUS
               END-IF
               MOVE WS-NEW-CARD-NUMBER TO CRD-CARD-NUMBER
               CALL 'FILES' USING 'READ-CARD' CARD-RECORD
                   WS-CRD-OP-STATUS
           END-IF.

           CALL 'FILES' USING 'CLOSE-CARD-FILE'.

           MOVE 'Production outcome recorded' TO WS-CRD-OP-MESSAGE.

       RECORD-CARD-PRODUCTION-END.
           EXIT.

       ACTIVATE-CARD.
      *    Activate a produced card once the customer has it in
      *    hand; a successor's activation retires its predecessor
      *    Input: WS-INPUT-CARD-NUMBER
      *    Output: CARD-RECORD, WS-CRD-OP-STATUS
           MOVE WS-INPUT-CARD-NUMBER TO CRD-CARD-NUMBER.

           CALL 'FILES' USING 'OPEN-CARD-FILE-IO'.
           CALL 'FILES' USING 'READ-CARD' CARD-RECORD
               WS-CRD-OP-STATUS.

           IF NOT CRD-OP-SUCCESS
               CALL 'FILES' USING 'CLOSE-CARD-FILE'
               MOVE 'Card not found' TO WS-CRD-OP-MESSAGE
               GO TO ACTIVATE-CARD-END
           END-IF.

           IF CRD-ORDERED
               CALL 'FILES' USING 'CLOSE-CARD-FILE'
               MOVE '99' TO WS-CRD-OP-STATUS
               MOVE 'The card bureau has not produced this card yet'
                   TO WS-CRD-OP-MESSAGE
               GO TO ACTIVATE-CARD-END
           END-IF.

           IF NOT CRD-PRODUCED
               CALL 'FILES' USING 'CLOSE-CARD-FILE'
               MOVE '99' TO WS-CRD-OP-STATUS
               MOVE 'Card is not awaiting activation'
                   TO WS-CRD-OP-MESSAGE
               GO TO ACTIVATE-CARD-END
           END-IF.

           MOVE 'ACTIVE' TO CRD-STATUS.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO CRD-UPDATED-TS.

           CALL 'FILES' USING 'UPDATE-CARD' CARD-RECORD
               WS-CRD-OP-STATUS.

           IF CRD-PREDECESSOR-CARD NUMERIC AND
                   CRD-PREDECESSOR-CARD > 0
               MOVE CRD-CARD-NUMBER TO WS-NEW-CARD-NUMBER
               MOVE CRD-PREDECESSOR-CARD TO CRD-CARD-NUMBER
               CALL 'FILES' USING 'READ-CARD' CARD-RECORD
                   WS-CRD-OP-STATUS
               IF CRD-OP-SUCCESS AND
                       (CRD-ACTIVE OR CRD-BLOCKED)
                   MOVE 'REPLACED' TO CRD-STATUS
                   MOVE WS-TIMESTAMP TO CRD-UPDATED-TS
                   CALL 'FILES' USING 'UPDATE-CARD' CARD-RECORD
                       WS-CRD-OP-STATUS
               END-IF
               MOVE WS-NEW-CARD-NUMBER TO CRD-CARD-NUMBER
               CALL 'FILES' USING 'READ-CARD' CARD-RECORD
                   WS-CRD-OP-STATUS
           END-IF.

           CALL 'FILES' USING 'CLOSE-CARD-FILE'.

           MOVE 'Card activated' TO WS-CRD-OP-MESSAGE.

       ACTIVATE-CARD-END.
           EXIT.

       BLOCK-CARD.
               GO TO BLOCK-CARD-END
           END-IF.

      *    A plastic not yet in the customer's hands is not blocked:
      *    a produced card lost on its way is replaced directly
           IF NOT CRD-ACTIVE
               CALL 'FILES' USING 'CLOSE-CARD-FILE'
               MOVE '99' TO WS-CRD-OP-STATUS
               MOVE 'Card is not in use - nothing to block'
                   TO WS-CRD-OP-MESSAGE
               GO TO BLOCK-CARD-END
           END-IF.

           MOVE 'BLOCKED' TO CRD-STATUS.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO CRD-UPDATED-TS.
               GO TO UNBLOCK-CARD-END
           END-IF.

           IF CRD-SUCCESSOR-ORDERED
               CALL 'FILES' USING 'CLOSE-CARD-FILE'
               MOVE '99' TO WS-CRD-OP-STATUS
               MOVE 'Card has been replaced - it stays blocked'
                   TO WS-CRD-OP-MESSAGE
               GO TO UNBLOCK-CARD-END
           END-IF.

           MOVE 'ACTIVE' TO CRD-STATUS.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO CRD-UPDATED-TS.
               GO TO SET-CARD-PIN-END
           END-IF.

           MOVE CRD-CARD-NUMBER TO WS-PIN-OWNER-KEY.
           MOVE WS-INPUT-CARD-PIN TO WS-PIN-KEYED.
           CALL 'PINHASH' USING 'NEW-PIN-HASH' WS-PIN-OWNER-KEY
               WS-PIN-KEYED CRD-PIN-SALT CRD-PIN-HASH.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO CRD-UPDATED-TS.

               GO TO VERIFY-CARD-PIN-END
           END-IF.

           IF CRD-ORDERED OR CRD-PRODUCED
               MOVE '99' TO WS-CRD-OP-STATUS
               MOVE 'Card has not been activated' TO WS-CRD-OP-MESSAGE
               GO TO VERIFY-CARD-PIN-END
           END-IF.

           IF NOT CRD-ACTIVE
               MOVE '99' TO WS-CRD-OP-STATUS
               MOVE 'Card is not active' TO WS-CRD-OP-MESSAGE
               GO TO VERIFY-CARD-PIN-END
           END-IF.

           IF CRD-PIN-HASH = SPACES
               MOVE '99' TO WS-CRD-OP-STATUS
               MOVE 'No PIN is set on this card'
                   TO WS-CRD-OP-MESSAGE
               GO TO VERIFY-CARD-PIN-END
           END-IF.

           MOVE WS-INPUT-CARD-PIN TO WS-PIN-KEYED.
           CALL 'PINHASH' USING 'VERIFY-PIN-HASH' CRD-PIN-SALT
               CRD-PIN-HASH WS-PIN-KEYED WS-PIN-CHECK-STATUS.

           IF NOT PIN-CHECK-MATCHED
               MOVE '99' TO WS-CRD-OP-STATUS
               MOVE 'PIN does not match' TO WS-CRD-OP-MESSAGE
               GO TO VERIFY-CARD-PIN-END
       VERIFY-CARD-PIN-END.
           EXIT.

       SET-CARD-LIMITS.
      *    Set one card's daily ATM and POS limits; zero shuts that
      *    channel off for the card
      *    Input: WS-INPUT-CARD-NUMBER, WS-INPUT-ATM-LIMIT,
      *           WS-INPUT-POS-LIMIT
      *    Output: CARD-RECORD, WS-CRD-OP-STATUS
           IF WS-INPUT-ATM-LIMIT < 0 OR WS-INPUT-POS-LIMIT < 0
               MOVE '99' TO WS-CRD-OP-STATUS
               MOVE 'Limits cannot be negative' TO WS-CRD-OP-MESSAGE
               GO TO SET-CARD-LIMITS-END
           END-IF.

           MOVE WS-INPUT-CARD-NUMBER TO CRD-CARD-NUMBER.

           CALL 'FILES' USING 'OPEN-CARD-FILE-IO'.
           CALL 'FILES' USING 'READ-CARD' CARD-RECORD
               WS-CRD-OP-STATUS.

           IF NOT CRD-OP-SUCCESS
               CALL 'FILES' USING 'CLOSE-CARD-FILE'
               MOVE 'Card not found' TO WS-CRD-OP-MESSAGE
               GO TO SET-CARD-LIMITS-END
           END-IF.

           IF CRD-EXPIRED
               CALL 'FILES' USING 'CLOSE-CARD-FILE'
               MOVE '99' TO WS-CRD-OP-STATUS
               MOVE 'Card has expired - reissue instead'
                   TO WS-CRD-OP-MESSAGE
               GO TO SET-CARD-LIMITS-END
           END-IF.

           MOVE WS-INPUT-ATM-LIMIT TO CRD-ATM-DAILY-LIMIT.
           MOVE WS-INPUT-POS-LIMIT TO CRD-POS-DAILY-LIMIT.
           IF CRD-LIMIT-USE-DATE NOT NUMERIC
               MOVE 0 TO CRD-LIMIT-USE-DATE
           END-IF.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO CRD-UPDATED-TS.

           CALL 'FILES' USING 'UPDATE-CARD' CARD-RECORD
               WS-CRD-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-CARD-FILE'.

           MOVE 'Card limits updated' TO WS-CRD-OP-MESSAGE.

       SET-CARD-LIMITS-END.
           EXIT.

       GET-CARD.
      *    Retrieve one card by its number
      *    Input: WS-INPUT-CARD-NUMBER
               MOVE 'Card not found' TO WS-CRD-OP-MESSAGE
           END-IF.

      ******************************************************************
      * CARD AUTHORIZATION OPERATIONS
      ******************************************************************

       AUTHORIZE-CARD.
      *    Decide one authorization request from the card network
      *    and log it. A reference this card already has on the log
      *    is the network repeating itself: it gets the original
      *    decision back, never a second hold
      *    Input: WS-INPUT-CARD-NUMBER, WS-INPUT-AUTH-AMOUNT,
      *           WS-INPUT-AUTH-CHANNEL ('ATM' or 'POS'),
      *           WS-INPUT-AUTH-REFERENCE
      *    Output: CARD-AUTH-RECORD, WS-CRD-OP-STATUS
      *            ('00' approved, '99' declined)
           PERFORM FIND-CARD-AUTH.

           IF AUTH-WAS-FOUND
               IF CAU-DECLINED
                   MOVE '99' TO WS-CRD-OP-STATUS
               END-IF
               MOVE 'Repeated request - original decision returned'
                   TO WS-CRD-OP-MESSAGE
               GO TO AUTHORIZE-CARD-END
           END-IF.

           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-AUTH-POSTING-DATE.
           MOVE WS-AUTH-POSTING-DATE(1:6) TO WS-AUTH-POSTING-MONTH.

           INITIALIZE CARD-AUTH-RECORD.
           MOVE WS-INPUT-CARD-NUMBER TO CAU-CARD-NUMBER.
           MOVE WS-INPUT-AUTH-CHANNEL TO CAU-CHANNEL.
           MOVE WS-INPUT-AUTH-AMOUNT TO CAU-AMOUNT.
           MOVE WS-INPUT-AUTH-REFERENCE TO CAU-REFERENCE.
           MOVE WS-AUTH-POSTING-DATE TO CAU-AUTH-DATE.
           MOVE 'DECLINED' TO CAU-STATUS.

           PERFORM DECIDE-AUTHORIZATION
               THRU DECIDE-AUTHORIZATION-END.

           PERFORM GENERATE-AUTH-ID.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO CAU-CREATED-TS.

           CALL 'FILES' USING 'OPEN-CARD-AUTH-FILE-IO'.
           CALL 'FILES' USING 'WRITE-CARD-AUTH' CARD-AUTH-RECORD
               WS-AUTH-SCAN-STATUS.
           CALL 'FILES' USING 'CLOSE-CARD-AUTH-FILE'.

           IF CAU-APPROVED
               MOVE '00' TO WS-CRD-OP-STATUS
               MOVE 'Authorization approved - amount held'
                   TO WS-CRD-OP-MESSAGE
           ELSE
               MOVE '99' TO WS-CRD-OP-STATUS
               MOVE CAU-DECLINE-REASON TO WS-CRD-OP-MESSAGE
           END-IF.

       AUTHORIZE-CARD-END.
           EXIT.

       DECIDE-AUTHORIZATION.
      *    Run the checks in order - the card, its daily limit for
      *    the channel, the account and its available balance - the
      *    first to fail naming the decline. An approval holds the
      *    amount and counts it against the card's daily limit
      *    Input/Output: CARD-AUTH-RECORD (CAU-STATUS left DECLINED
      *                  with CAU-DECLINE-REASON set, or APPROVED)
           IF CAU-AMOUNT NOT > 0 OR (NOT CAU-ATM AND NOT CAU-POS)
               MOVE 'INVALID REQUEST' TO CAU-DECLINE-REASON
               GO TO DECIDE-AUTHORIZATION-END
           END-IF.

           MOVE CAU-CARD-NUMBER TO CRD-CARD-NUMBER.
           CALL 'FILES' USING 'OPEN-CARD-FILE-IO'.
           CALL 'FILES' USING 'READ-CARD' CARD-RECORD
               WS-CRD-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-CARD-FILE'.

           IF NOT CRD-OP-SUCCESS
               MOVE 'CARD NOT FOUND' TO CAU-DECLINE-REASON
               GO TO DECIDE-AUTHORIZATION-END
           END-IF.

           MOVE CRD-ACCOUNT-ID TO CAU-ACCOUNT-ID.

      *    The card is good through the end of its expiry month
           IF CRD-EXPIRED OR CRD-EXPIRY-DATE < WS-AUTH-POSTING-MONTH
               MOVE 'CARD EXPIRED' TO CAU-DECLINE-REASON
               GO TO DECIDE-AUTHORIZATION-END
           END-IF.

           IF CRD-ORDERED OR CRD-PRODUCED
               MOVE 'CARD NOT ACTIVATED' TO CAU-DECLINE-REASON
               GO TO DECIDE-AUTHORIZATION-END
           END-IF.

           IF NOT CRD-ACTIVE
               MOVE 'CARD BLOCKED' TO CAU-DECLINE-REASON
               GO TO DECIDE-AUTHORIZATION-END
           END-IF.

           PERFORM LOAD-CARD-LIMIT-USE.

           IF WS-AUTH-USED + CAU-AMOUNT > WS-AUTH-LIMIT
               IF CAU-ATM
                   MOVE 'ATM DAILY LIMIT EXCEEDED'
                       TO CAU-DECLINE-REASON
               ELSE
                   MOVE 'POS DAILY LIMIT EXCEEDED'
                       TO CAU-DECLINE-REASON
               END-IF
               GO TO DECIDE-AUTHORIZATION-END
           END-IF.

           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               CRD-ACCOUNT-ID ACCOUNT-RECORD WS-ACCT-STATUS.

           IF WS-ACCT-STATUS NOT = '00'
               MOVE 'ACCOUNT NOT FOUND' TO CAU-DECLINE-REASON
               GO TO DECIDE-AUTHORIZATION-END
           END-IF.

           EVALUATE TRUE
               WHEN ACC-BLOCKED
                   MOVE 'ACCOUNT BLOCKED' TO CAU-DECLINE-REASON
               WHEN ACC-CLOSED
                   MOVE 'ACCOUNT CLOSED' TO CAU-DECLINE-REASON
               WHEN ACC-DECEASED
                   MOVE 'ACCOUNT UNAVAILABLE' TO CAU-DECLINE-REASON
               WHEN OTHER
                   MOVE SPACES TO CAU-DECLINE-REASON
           END-EVALUATE.

           IF CAU-DECLINE-REASON NOT = SPACES
               GO TO DECIDE-AUTHORIZATION-END
           END-IF.

           COMPUTE WS-AUTH-AVAILABLE = ACC-BALANCE - ACC-BLOCKED-AMT.

           IF WS-AUTH-AVAILABLE < CAU-AMOUNT
               MOVE 'INSUFFICIENT FUNDS' TO CAU-DECLINE-REASON
               GO TO DECIDE-AUTHORIZATION-END
           END-IF.

           CALL 'HOLDS' USING 'PLACE-FUNDS-HOLD'
               CRD-ACCOUNT-ID CAU-AMOUNT WS-HOLD-REASON
               CAU-REFERENCE 0 0 FUNDS-HOLD-RECORD WS-HOLD-STATUS.

           IF WS-HOLD-STATUS NOT = '00'
               MOVE 'INSUFFICIENT FUNDS' TO CAU-DECLINE-REASON
               GO TO DECIDE-AUTHORIZATION-END
           END-IF.

           MOVE FHR-HOLD-ID TO CAU-HOLD-ID.
           MOVE 'APPROVED' TO CAU-STATUS.
           PERFORM COUNT-AUTH-AGAINST-LIMIT.

       DECIDE-AUTHORIZATION-END.
           EXIT.

       LOAD-CARD-LIMIT-USE.
      *    Bring the card's daily counts to the current business
      *    date and pick the limit and count for the request's
      *    channel; a card whose limits were never set is held to
      *    the standard ones
      *    Input: CARD-RECORD, CAU-CHANNEL, WS-AUTH-POSTING-DATE
      *    Output: WS-AUTH-LIMIT, WS-AUTH-USED
           IF CRD-LIMIT-USE-DATE NOT NUMERIC
                   OR CRD-ATM-USED-TODAY NOT NUMERIC
                   OR CRD-POS-USED-TODAY NOT NUMERIC
                   OR CRD-LIMIT-USE-DATE NOT = WS-AUTH-POSTING-DATE
               MOVE WS-AUTH-POSTING-DATE TO CRD-LIMIT-USE-DATE
               MOVE 0 TO CRD-ATM-USED-TODAY
               MOVE 0 TO CRD-POS-USED-TODAY
           END-IF.

           IF CRD-ATM-DAILY-LIMIT NOT NUMERIC
               MOVE WS-DEFAULT-ATM-LIMIT TO CRD-ATM-DAILY-LIMIT
           END-IF.

           IF CRD-POS-DAILY-LIMIT NOT NUMERIC
               MOVE WS-DEFAULT-POS-LIMIT TO CRD-POS-DAILY-LIMIT
           END-IF.

           IF CAU-ATM
               MOVE CRD-ATM-DAILY-LIMIT TO WS-AUTH-LIMIT
               MOVE CRD-ATM-USED-TODAY TO WS-AUTH-USED
           ELSE
               MOVE CRD-POS-DAILY-LIMIT TO WS-AUTH-LIMIT
               MOVE CRD-POS-USED-TODAY TO WS-AUTH-USED
           END-IF.

       COUNT-AUTH-AGAINST-LIMIT.
      *    Count an approved amount against the card's daily limit
      *    for its channel
      *    Input: CARD-AUTH-RECORD
           MOVE CAU-CARD-NUMBER TO CRD-CARD-NUMBER.

           CALL 'FILES' USING 'OPEN-CARD-FILE-IO'.
           CALL 'FILES' USING 'READ-CARD' CARD-RECORD
               WS-CRD-OP-STATUS.

           IF CRD-OP-SUCCESS
               PERFORM LOAD-CARD-LIMIT-USE
               IF CAU-ATM
                   ADD CAU-AMOUNT TO CRD-ATM-USED-TODAY
               ELSE
                   ADD CAU-AMOUNT TO CRD-POS-USED-TODAY
               END-IF
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO CRD-UPDATED-TS
               CALL 'FILES' USING 'UPDATE-CARD' CARD-RECORD
                   WS-CRD-OP-STATUS
           END-IF.

           CALL 'FILES' USING 'CLOSE-CARD-FILE'.

       FIND-CARD-AUTH.
      *    Find this card's authorization carrying a network
      *    reference, through the card alternate key
      *    Input: WS-INPUT-CARD-NUMBER, WS-INPUT-AUTH-REFERENCE
      *    Output: CARD-AUTH-RECORD, WS-CRD-OP-STATUS
      *            ('00' found, '23' none)
           MOVE 0 TO WS-AUTH-FOUND.
           MOVE WS-INPUT-CARD-NUMBER TO CAU-CARD-NUMBER.

           CALL 'FILES' USING 'OPEN-CARD-AUTH-FILE-IO'.
           CALL 'FILES' USING 'START-CARD-AUTH-BY-CARD'
               CARD-AUTH-RECORD WS-AUTH-SCAN-STATUS.

           IF WS-AUTH-SCAN-STATUS = '00'
               PERFORM CHECK-NEXT-CARD-AUTH
                   UNTIL WS-AUTH-SCAN-STATUS = '10'
                       OR AUTH-WAS-FOUND
           END-IF.

           CALL 'FILES' USING 'CLOSE-CARD-AUTH-FILE'.

           IF AUTH-WAS-FOUND
               MOVE '00' TO WS-CRD-OP-STATUS
               MOVE 'Authorization retrieved' TO WS-CRD-OP-MESSAGE
           ELSE
               MOVE '23' TO WS-CRD-OP-STATUS
               MOVE 'No authorization for this reference'
                   TO WS-CRD-OP-MESSAGE
           END-IF.

       CHECK-NEXT-CARD-AUTH.
      *    Read the card's next authorization, stopping once the
      *    card changes
           CALL 'FILES' USING 'READ-NEXT-CARD-AUTH' CARD-AUTH-RECORD
               WS-AUTH-SCAN-STATUS.

           IF WS-AUTH-SCAN-STATUS = '00'
               IF CAU-CARD-NUMBER NOT = WS-INPUT-CARD-NUMBER
                   MOVE '10' TO WS-AUTH-SCAN-STATUS
               ELSE
                   IF CAU-REFERENCE = WS-INPUT-AUTH-REFERENCE
                       MOVE 1 TO WS-AUTH-FOUND
                   END-IF
               END-IF
           END-IF.

       RELEASE-CARD-AUTH.
      *    Take an approval off the account: release its funds hold
      *    and close the log row with the outcome given. A hold an
      *    operator already released by hand just closes the row.
      *    Input: WS-INPUT-AUTH-ID, WS-INPUT-AUTH-OUTCOME
      *           ('LAPSED' or 'RELEASED')
      *    Output: CARD-AUTH-RECORD, WS-CRD-OP-STATUS
           MOVE WS-INPUT-AUTH-ID TO CAU-AUTH-ID.

           CALL 'FILES' USING 'OPEN-CARD-AUTH-FILE-IO'.
           CALL 'FILES' USING 'READ-CARD-AUTH' CARD-AUTH-RECORD
               WS-CRD-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-CARD-AUTH-FILE'.

           IF NOT CRD-OP-SUCCESS
               MOVE 'Authorization not found' TO WS-CRD-OP-MESSAGE
               GO TO RELEASE-CARD-AUTH-END
           END-IF.

           IF NOT CAU-APPROVED
               MOVE '99' TO WS-CRD-OP-STATUS
               MOVE 'Authorization is no longer open'
                   TO WS-CRD-OP-MESSAGE
               GO TO RELEASE-CARD-AUTH-END
           END-IF.

           CALL 'HOLDS' USING 'GET-FUNDS-HOLD'
               CAU-HOLD-ID FUNDS-HOLD-RECORD WS-HOLD-STATUS.

           IF WS-HOLD-STATUS = '00' AND FHR-HELD
               CALL 'HOLDS' USING 'RELEASE-FUNDS-HOLD'
                   CAU-HOLD-ID 0 FUNDS-HOLD-RECORD WS-HOLD-STATUS
               IF WS-HOLD-STATUS NOT = '00'
                   MOVE '99' TO WS-CRD-OP-STATUS
                   MOVE 'Hold release refused - authorization open'
                       TO WS-CRD-OP-MESSAGE
                   GO TO RELEASE-CARD-AUTH-END
               END-IF
           END-IF.

           MOVE WS-INPUT-AUTH-OUTCOME TO CAU-STATUS.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE' CAU-CLOSED-DATE.

           CALL 'FILES' USING 'OPEN-CARD-AUTH-FILE-IO'.
           CALL 'FILES' USING 'UPDATE-CARD-AUTH' CARD-AUTH-RECORD
               WS-CRD-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-CARD-AUTH-FILE'.

           MOVE 'Authorization hold released' TO WS-CRD-OP-MESSAGE.

       RELEASE-CARD-AUTH-END.
           EXIT.

       SETTLE-CARD-AUTH.
      *    Mark an authorization settled once its item has posted,
      *    with the amount the network actually settled; its hold
      *    must already be off the account
      *    Input: WS-INPUT-AUTH-ID, WS-INPUT-AUTH-AMOUNT
      *    Output: CARD-AUTH-RECORD, WS-CRD-OP-STATUS
           MOVE WS-INPUT-AUTH-ID TO CAU-AUTH-ID.

           CALL 'FILES' USING 'OPEN-CARD-AUTH-FILE-IO'.
           CALL 'FILES' USING 'READ-CARD-AUTH' CARD-AUTH-RECORD
               WS-CRD-OP-STATUS.

           IF NOT CRD-OP-SUCCESS
               CALL 'FILES' USING 'CLOSE-CARD-AUTH-FILE'
               MOVE 'Authorization not found' TO WS-CRD-OP-MESSAGE
               GO TO SETTLE-CARD-AUTH-END
           END-IF.

           MOVE 'SETTLED' TO CAU-STATUS.
           MOVE WS-INPUT-AUTH-AMOUNT TO CAU-SETTLED-AMOUNT.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE' CAU-CLOSED-DATE.

           CALL 'FILES' USING 'UPDATE-CARD-AUTH' CARD-AUTH-RECORD
               WS-CRD-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-CARD-AUTH-FILE'.

           MOVE 'Authorization settled' TO WS-CRD-OP-MESSAGE.

       SETTLE-CARD-AUTH-END.
           EXIT.

       END PROGRAM CARDS.
