      *    creates a fresh, empty file at the new record length.
      * 4. Run this job. Every card is carried forward with the PIN
      *    unset (spaces) - the holder sets it at the card
      *    management screen before the kiosk will serve the card -
      *    and with the standard daily ATM and POS limits, as a
      *    new issue already in the customer's hand.
      * 5. Confirm the migrated count matches the old file's row
      *    count, then retire data/cards.dat.prepin.
      *
       CONVERT-AND-WRITE-CARD.
      *    Carry the old row into the new CARD-RECORD: the group
      *    MOVE copies every existing field byte-for-byte, then the
      *    new fields are set to their documented defaults (the
      *    daily limits CARDS.COB issues a new card with)
           MOVE OLD-CARD-FILE-REC TO CARD-RECORD.
           MOVE SPACES TO CRD-PIN-SALT.
           MOVE SPACES TO CRD-PIN-HASH.
           MOVE 500.00 TO CRD-ATM-DAILY-LIMIT.
           MOVE 2000.00 TO CRD-POS-DAILY-LIMIT.
           MOVE 0 TO CRD-LIMIT-USE-DATE.
           MOVE 0 TO CRD-ATM-USED-TODAY.
           MOVE 0 TO CRD-POS-USED-TODAY.
           MOVE 'N' TO CRD-ISSUE-REASON.
           MOVE 0 TO CRD-EMBOSS-SENT-DATE.
           MOVE 0 TO CRD-PRODUCTION-DATE.
           MOVE 0 TO CRD-PREDECESSOR-CARD.
           MOVE 'N' TO CRD-SUCCESSOR-FLAG.
           MOVE SPACES TO CRD-FILLER.

           CALL 'FILES' USING 'WRITE-CARD' CARD-RECORD
               WS-OP-STATUS.
