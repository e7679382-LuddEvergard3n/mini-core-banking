      ******************************************************************
      * OPENITEM.COB - Suspense Open-Item Matching Module
      *
      * Keeps the open-item register behind the suspense and clearing
      * rows of the chart. A suspense balance on its own says only
      * how much is unexplained, never which postings make it up, so
      * finance used to work GL 2000 and 2900 by re-reading the
      * ledger. Every movement on a chart row flagged for open-item
      * control now becomes an item carrying its reference and signed
      * amount; a later movement of the opposite sign clears the item
      * it answers, and what is left open is exactly what still
      * needs explaining.
      *
      * Design decisions:
      * - Which rows are under control is a flag on the chart row
      *   (GLA-OPEN-ITEM-FLAG), seeded on 2000 and 2900, so finance
      *   can put another clearing row under control without a
      *   recompile
      * - Automatic matching only ever pairs an item with one
      *   movement of the same amount and the opposite sign, on the
      *   same row and branch: the oldest open item with the same
      *   reference first, else the oldest with the same amount.
      *   Anything less certain stays open for the matching screen
      * - Items are matched whole. A movement that only partly
      *   answers an item stays open beside it until an operator
      *   matches the pair by hand
      * - A supervised write-off goes through a PENDING journal
      *   voucher, never straight to the chart: the item is parked
      *   WOPEND against the voucher, the voucher's posting on
      *   approval closes it, and a rejection puts it back to OPEN
      * - The new movement's own item is always written, matched or
      *   not, so the register shows both halves of every match
      *
      * Operations:
      * - REGISTER-OPEN-ITEM: Records one movement on a controlled
      *   row and matches it automatically where it can
      * - MATCH-OPEN-ITEMS: Operator matches two open items by hand
      * - MARK-WRITE-OFF-PENDING: Parks an item against the
      *   write-off voucher raised for it
      * - RELEASE-WRITE-OFF: Returns a rejected voucher's items to
      *   OPEN
      * - SET-OPEN-ITEM-CONTROL: Puts a chart row under (or takes it
      *   out of) open-item control
      * - GET-OPEN-ITEM: Reads one item
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPENITEM.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  WS-OIT-OPERATION.
           05  WS-OIT-OP-STATUS        PIC XX.
               88  OIT-OP-SUCCESS      VALUE '00'.
               88  OIT-OP-NOT-FOUND    VALUE '23'.
               88  OIT-OP-INVALID      VALUE '99'.
           05  WS-OIT-OP-MESSAGE       PIC X(80).

       01  WS-TIMESTAMP-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-CURR-YEAR        PIC 9(4).
               10  WS-CURR-MONTH       PIC 99.
               10  WS-CURR-DAY         PIC 99.
           05  WS-CURRENT-TIME.
               10  WS-CURR-HOUR        PIC 99.
               10  WS-CURR-MINUTE      PIC 99.
               10  WS-CURR-SECOND      PIC 99.
           05  WS-TIMESTAMP            PIC X(14).

      * Input parameters for operations
       01  WS-INPUT-GLA-ID             PIC 9(4).
       01  WS-INPUT-BRANCH-CODE        PIC X(4).
       01  WS-INPUT-AMOUNT             PIC S9(13)V99.
       01  WS-INPUT-REFERENCE          PIC X(20).
       01  WS-INPUT-TXN-ID             PIC 9(12).
       01  WS-INPUT-SOURCE             PIC X(2).
       01  WS-INPUT-DESCRIPTION        PIC X(40).
       01  WS-INPUT-VOUCHER-ID         PIC 9(8).
       01  WS-INPUT-ITEM-ID            PIC 9(10).
       01  WS-INPUT-MATCH-ITEM-ID      PIC 9(10).
       01  WS-INPUT-CONTROL-FLAG       PIC X.
       01  WS-INPUT-OPERATOR-ID        PIC 9(6).

       01  WS-FILE-STATUS              PIC XX.
       01  WS-GLA-STATUS               PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-AUDIT-DETAILS            PIC X(50).
       01  WS-POSTING-DATE             PIC 9(8).

      * The new movement's item, built while the register is scanned
      * for the item it answers
       01  WS-NEW-ITEM                 PIC X(176).
       01  WS-NEW-ITEM-FIELDS REDEFINES WS-NEW-ITEM.
           05  WS-NEW-ITEM-ID          PIC 9(10).
           05  FILLER                  PIC X(4).
           05  WS-NEW-BRANCH-CODE      PIC X(4).
           05  FILLER                  PIC X(158).
       01  WS-WANTED-AMOUNT            PIC S9(13)V99.

      * Candidates found by the scan (zero = none); the scan runs in
      * item ID order, so the first hit of each kind is the oldest
       01  WS-MATCH-CANDIDATES.
           05  WS-WOFF-MATCH-ID        PIC 9(10).
           05  WS-REF-MATCH-ID         PIC 9(10).
           05  WS-AMT-MATCH-ID         PIC 9(10).
       01  WS-CHOSEN-MATCH-ID          PIC 9(10).
       01  WS-CHOSEN-MATCH-TYPE        PIC X(4).
       01  WS-CLOSED-STATUS            PIC X(8).
       01  WS-SCAN-STATUS              PIC XX.

      * First item of a manual pair, held while the second is read
       01  WS-FIRST-ITEM               PIC X(176).
       01  WS-FIRST-ITEM-FIELDS REDEFINES WS-FIRST-ITEM.
           05  WS-FIRST-ITEM-ID        PIC 9(10).
           05  WS-FIRST-GLA-ID         PIC 9(4).
           05  WS-FIRST-BRANCH-CODE    PIC X(4).
           05  FILLER                  PIC X(34).
           05  WS-FIRST-AMOUNT         PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(40).
           05  FILLER                  PIC X(8).
           05  WS-FIRST-STATUS         PIC X(8).
           05  FILLER                  PIC X(60).
       01  WS-PAIR-NET                 PIC S9(13)V99.

       PROCEDURE DIVISION.

      ******************************************************************
      * UTILITY PROCEDURES
      ******************************************************************

       GET-CURRENT-TIMESTAMP.
      *    Generate current timestamp in YYYYMMDDHHMMSS format
      *    Output: WS-TIMESTAMP
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

       GENERATE-OPEN-ITEM-ID.
      *    Generate next open-item ID from control file
      *    Output: OIT-ITEM-ID in OPEN-ITEM-RECORD
           CALL 'FILES' USING 'READ-CONTROL' CONTROL-RECORD
               WS-FILE-STATUS.

           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'FATAL: Cannot read control file for '
                   'open item ID'
               STOP RUN
           END-IF.

           IF CTL-LAST-OPEN-ITEM-ID NOT NUMERIC
               MOVE 0 TO CTL-LAST-OPEN-ITEM-ID
           END-IF.

           ADD 1 TO CTL-LAST-OPEN-ITEM-ID.
           MOVE CTL-LAST-OPEN-ITEM-ID TO OIT-ITEM-ID.

           CALL 'FILES' USING 'UPDATE-CONTROL' CONTROL-RECORD
               WS-FILE-STATUS.

      ******************************************************************
      * AUTOMATIC REGISTRATION AND MATCHING
      ******************************************************************

       REGISTER-OPEN-ITEM.
      *    Record one movement on a controlled chart row and, where
      *    one open item answers it exactly, match the two. A
      *    write-off voucher's own posting closes the item parked
      *    against it; otherwise a same-reference item is preferred
      *    to a same-amount one.
      *    Input: WS-INPUT-GLA-ID, WS-INPUT-BRANCH-CODE,
      *           WS-INPUT-AMOUNT (signed as on the chart row),
      *           WS-INPUT-REFERENCE, WS-INPUT-TXN-ID,
      *           WS-INPUT-SOURCE ('LD' ledger, 'JV' voucher),
      *           WS-INPUT-DESCRIPTION, WS-INPUT-VOUCHER-ID (zero
      *           unless the movement is a voucher's posting)
      *    Output: OPEN-ITEM-RECORD (the new item), WS-OIT-OP-STATUS
           IF WS-INPUT-AMOUNT = 0
               MOVE '99' TO WS-OIT-OP-STATUS
               MOVE 'A zero movement opens no item'
                   TO WS-OIT-OP-MESSAGE
               GO TO REGISTER-OPEN-ITEM-END
           END-IF.

           CALL 'CALENDAR' USING 'GET-POSTING-DATE' WS-POSTING-DATE.
           PERFORM GET-CURRENT-TIMESTAMP.

           INITIALIZE OPEN-ITEM-RECORD.
           PERFORM GENERATE-OPEN-ITEM-ID.
           MOVE WS-INPUT-GLA-ID TO OIT-GLA-ID.
           MOVE WS-INPUT-BRANCH-CODE TO OIT-BRANCH-CODE.
           IF OIT-BRANCH-CODE = SPACES
               MOVE '0001' TO OIT-BRANCH-CODE
           END-IF.
           MOVE WS-INPUT-REFERENCE TO OIT-REFERENCE.
           MOVE WS-INPUT-TXN-ID TO OIT-TXN-ID.
           MOVE WS-INPUT-SOURCE TO OIT-SOURCE.
           MOVE WS-INPUT-AMOUNT TO OIT-AMOUNT.
           MOVE WS-INPUT-DESCRIPTION TO OIT-DESCRIPTION.
           MOVE WS-POSTING-DATE TO OIT-OPEN-DATE.
           MOVE 'OPEN' TO OIT-STATUS.
           MOVE WS-INPUT-VOUCHER-ID TO OIT-VOUCHER-ID.
           MOVE WS-TIMESTAMP TO OIT-CREATED-TS.
           MOVE OPEN-ITEM-RECORD TO WS-NEW-ITEM.

           COMPUTE WS-WANTED-AMOUNT = 0 - WS-INPUT-AMOUNT.
           MOVE 0 TO WS-WOFF-MATCH-ID.
           MOVE 0 TO WS-REF-MATCH-ID.
           MOVE 0 TO WS-AMT-MATCH-ID.

           CALL 'FILES' USING 'OPEN-OPEN-ITEM-FILE-IO'.
           CALL 'FILES' USING 'START-OPEN-ITEM-FILE-TOP'
               WS-SCAN-STATUS.

           PERFORM SCAN-FOR-MATCH-CANDIDATE
               UNTIL WS-SCAN-STATUS NOT = '00'.

           PERFORM CHOOSE-MATCH-CANDIDATE.

           IF WS-CHOSEN-MATCH-ID > 0
               PERFORM CLOSE-MATCHED-CANDIDATE
           END-IF.

           MOVE WS-NEW-ITEM TO OPEN-ITEM-RECORD.
           IF WS-CHOSEN-MATCH-ID > 0
               MOVE WS-CLOSED-STATUS TO OIT-STATUS
               MOVE WS-CHOSEN-MATCH-ID TO OIT-MATCH-ITEM-ID
               MOVE WS-CHOSEN-MATCH-TYPE TO OIT-MATCH-TYPE
               MOVE WS-POSTING-DATE TO OIT-CLOSED-DATE
           END-IF.

           CALL 'FILES' USING 'WRITE-OPEN-ITEM' OPEN-ITEM-RECORD
               WS-OIT-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-OPEN-ITEM-FILE'.

           IF NOT OIT-OP-SUCCESS
               MOVE 'Failed to record open item' TO WS-OIT-OP-MESSAGE
               GO TO REGISTER-OPEN-ITEM-END
           END-IF.

           IF WS-CHOSEN-MATCH-ID > 0
               MOVE 'Movement matched an open item'
                   TO WS-OIT-OP-MESSAGE
           ELSE
               MOVE 'Open item recorded' TO WS-OIT-OP-MESSAGE
           END-IF.

       REGISTER-OPEN-ITEM-END.
           EXIT.

       SCAN-FOR-MATCH-CANDIDATE.
      *    Read the next register item and note it as a candidate
      *    when it answers the new movement
           CALL 'FILES' USING 'READ-NEXT-OPEN-ITEM' OPEN-ITEM-RECORD
               WS-SCAN-STATUS.

           IF WS-SCAN-STATUS = '00'
                   AND OIT-GLA-ID = WS-INPUT-GLA-ID
                   AND OIT-BRANCH-CODE = WS-NEW-BRANCH-CODE
                   AND OIT-AMOUNT = WS-WANTED-AMOUNT
               PERFORM NOTE-MATCH-CANDIDATE
           END-IF.

       NOTE-MATCH-CANDIDATE.
      *    Keep the first (oldest) candidate of each kind
           IF OIT-WO-PENDING AND WS-INPUT-VOUCHER-ID > 0
                   AND OIT-VOUCHER-ID = WS-INPUT-VOUCHER-ID
                   AND WS-WOFF-MATCH-ID = 0
               MOVE OIT-ITEM-ID TO WS-WOFF-MATCH-ID
           END-IF.

           IF OIT-OPEN
               IF WS-INPUT-REFERENCE NOT = SPACES
                       AND OIT-REFERENCE = WS-INPUT-REFERENCE
                       AND WS-REF-MATCH-ID = 0
                   MOVE OIT-ITEM-ID TO WS-REF-MATCH-ID
               END-IF
               IF WS-AMT-MATCH-ID = 0
                   MOVE OIT-ITEM-ID TO WS-AMT-MATCH-ID
               END-IF
           END-IF.

       CHOOSE-MATCH-CANDIDATE.
      *    A write-off voucher's posting closes its own item; else
      *    the same reference wins over a bare amount
           MOVE 0 TO WS-CHOSEN-MATCH-ID.
           MOVE SPACES TO WS-CHOSEN-MATCH-TYPE.
           MOVE 'MATCHED' TO WS-CLOSED-STATUS.

           EVALUATE TRUE
               WHEN WS-WOFF-MATCH-ID > 0
                   MOVE WS-WOFF-MATCH-ID TO WS-CHOSEN-MATCH-ID
                   MOVE 'WOFF' TO WS-CHOSEN-MATCH-TYPE
                   MOVE 'WRITOFF' TO WS-CLOSED-STATUS
               WHEN WS-REF-MATCH-ID > 0
                   MOVE WS-REF-MATCH-ID TO WS-CHOSEN-MATCH-ID
                   MOVE 'REF' TO WS-CHOSEN-MATCH-TYPE
               WHEN WS-AMT-MATCH-ID > 0
                   MOVE WS-AMT-MATCH-ID TO WS-CHOSEN-MATCH-ID
                   MOVE 'AMT' TO WS-CHOSEN-MATCH-TYPE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CLOSE-MATCHED-CANDIDATE.
      *    Close the item the new movement answers, pointing it at
      *    the new movement's item
           MOVE WS-CHOSEN-MATCH-ID TO OIT-ITEM-ID.
           CALL 'FILES' USING 'READ-OPEN-ITEM' OPEN-ITEM-RECORD
               WS-FILE-STATUS.

           IF WS-FILE-STATUS = '00'
               MOVE WS-CLOSED-STATUS TO OIT-STATUS
               MOVE WS-NEW-ITEM-ID TO OIT-MATCH-ITEM-ID
               MOVE WS-CHOSEN-MATCH-TYPE TO OIT-MATCH-TYPE
               MOVE WS-POSTING-DATE TO OIT-CLOSED-DATE
               CALL 'FILES' USING 'UPDATE-OPEN-ITEM' OPEN-ITEM-RECORD
                   WS-FILE-STATUS
           ELSE
               MOVE 0 TO WS-CHOSEN-MATCH-ID
           END-IF.

      ******************************************************************
      * MANUAL MATCHING
      ******************************************************************

       MATCH-OPEN-ITEMS.
      *    Match two open items by hand. Both must be OPEN on the
      *    same chart row and branch, and net to zero between them.
      *    Input: WS-INPUT-ITEM-ID, WS-INPUT-MATCH-ITEM-ID,
      *           WS-INPUT-OPERATOR-ID
      *    Output: WS-OIT-OP-STATUS, WS-OIT-OP-MESSAGE
           IF WS-INPUT-ITEM-ID = WS-INPUT-MATCH-ITEM-ID
               MOVE '99' TO WS-OIT-OP-STATUS
               MOVE 'An item cannot be matched with itself'
                   TO WS-OIT-OP-MESSAGE
               GO TO MATCH-OPEN-ITEMS-END
           END-IF.

           CALL 'CALENDAR' USING 'GET-POSTING-DATE' WS-POSTING-DATE.

           CALL 'FILES' USING 'OPEN-OPEN-ITEM-FILE-IO'.

           MOVE WS-INPUT-ITEM-ID TO OIT-ITEM-ID.
           CALL 'FILES' USING 'READ-OPEN-ITEM' OPEN-ITEM-RECORD
               WS-OIT-OP-STATUS.
           IF NOT OIT-OP-SUCCESS
               CALL 'FILES' USING 'CLOSE-OPEN-ITEM-FILE'
               MOVE 'First item not found' TO WS-OIT-OP-MESSAGE
               GO TO MATCH-OPEN-ITEMS-END
           END-IF.
           MOVE OPEN-ITEM-RECORD TO WS-FIRST-ITEM.

           MOVE WS-INPUT-MATCH-ITEM-ID TO OIT-ITEM-ID.
           CALL 'FILES' USING 'READ-OPEN-ITEM' OPEN-ITEM-RECORD
               WS-OIT-OP-STATUS.
           IF NOT OIT-OP-SUCCESS
               CALL 'FILES' USING 'CLOSE-OPEN-ITEM-FILE'
               MOVE 'Second item not found' TO WS-OIT-OP-MESSAGE
               GO TO MATCH-OPEN-ITEMS-END
           END-IF.

           IF WS-FIRST-STATUS NOT = 'OPEN' OR NOT OIT-OPEN
               CALL 'FILES' USING 'CLOSE-OPEN-ITEM-FILE'
               MOVE '99' TO WS-OIT-OP-STATUS
               MOVE 'Both items must still be open'
                   TO WS-OIT-OP-MESSAGE
               GO TO MATCH-OPEN-ITEMS-END
           END-IF.

           IF WS-FIRST-GLA-ID NOT = OIT-GLA-ID
                   OR WS-FIRST-BRANCH-CODE NOT = OIT-BRANCH-CODE
               CALL 'FILES' USING 'CLOSE-OPEN-ITEM-FILE'
               MOVE '99' TO WS-OIT-OP-STATUS
               MOVE 'Items are on different GL rows or branches'
                   TO WS-OIT-OP-MESSAGE
               GO TO MATCH-OPEN-ITEMS-END
           END-IF.

           COMPUTE WS-PAIR-NET = WS-FIRST-AMOUNT + OIT-AMOUNT.
           IF WS-PAIR-NET NOT = 0
               CALL 'FILES' USING 'CLOSE-OPEN-ITEM-FILE'
               MOVE '99' TO WS-OIT-OP-STATUS
               MOVE 'Items do not net to zero' TO WS-OIT-OP-MESSAGE
               GO TO MATCH-OPEN-ITEMS-END
           END-IF.

           MOVE 'MATCHED' TO OIT-STATUS.
           MOVE WS-FIRST-ITEM-ID TO OIT-MATCH-ITEM-ID.
           MOVE 'MAN' TO OIT-MATCH-TYPE.
           MOVE WS-POSTING-DATE TO OIT-CLOSED-DATE.
           MOVE WS-INPUT-OPERATOR-ID TO OIT-OPERATOR-ID.
           CALL 'FILES' USING 'UPDATE-OPEN-ITEM' OPEN-ITEM-RECORD
               WS-OIT-OP-STATUS.

           MOVE WS-FIRST-ITEM TO OPEN-ITEM-RECORD.
           MOVE 'MATCHED' TO OIT-STATUS.
           MOVE WS-INPUT-MATCH-ITEM-ID TO OIT-MATCH-ITEM-ID.
           MOVE 'MAN' TO OIT-MATCH-TYPE.
           MOVE WS-POSTING-DATE TO OIT-CLOSED-DATE.
           MOVE WS-INPUT-OPERATOR-ID TO OIT-OPERATOR-ID.
           CALL 'FILES' USING 'UPDATE-OPEN-ITEM' OPEN-ITEM-RECORD
               WS-OIT-OP-STATUS.

           CALL 'FILES' USING 'CLOSE-OPEN-ITEM-FILE'.

           MOVE SPACES TO WS-AUDIT-DETAILS.
           STRING 'Open items ' WS-INPUT-ITEM-ID ' and '
               WS-INPUT-MATCH-ITEM-ID ' matched'
               DELIMITED BY SIZE INTO WS-AUDIT-DETAILS.
           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-INPUT-OPERATOR-ID 'OI-MATCH' 0
               WS-AUDIT-DETAILS WS-AUDIT-STATUS.

           MOVE 'Items matched' TO WS-OIT-OP-MESSAGE.

       MATCH-OPEN-ITEMS-END.
           EXIT.

      ******************************************************************
      * WRITE-OFF
      ******************************************************************

       MARK-WRITE-OFF-PENDING.
      *    Park an OPEN item against the PENDING write-off voucher
      *    raised for it, so nothing else matches it meanwhile
      *    Input: WS-INPUT-ITEM-ID, WS-INPUT-VOUCHER-ID
      *    Output: WS-OIT-OP-STATUS
           CALL 'FILES' USING 'OPEN-OPEN-ITEM-FILE-IO'.

           MOVE WS-INPUT-ITEM-ID TO OIT-ITEM-ID.
           CALL 'FILES' USING 'READ-OPEN-ITEM' OPEN-ITEM-RECORD
               WS-OIT-OP-STATUS.

           IF OIT-OP-SUCCESS
               IF OIT-OPEN
                   MOVE 'WOPEND' TO OIT-STATUS
                   MOVE WS-INPUT-VOUCHER-ID TO OIT-VOUCHER-ID
                   CALL 'FILES' USING 'UPDATE-OPEN-ITEM'
                       OPEN-ITEM-RECORD WS-OIT-OP-STATUS
               ELSE
                   MOVE '99' TO WS-OIT-OP-STATUS
               END-IF
           END-IF.

           CALL 'FILES' USING 'CLOSE-OPEN-ITEM-FILE'.

       RELEASE-WRITE-OFF.
      *    Return every item parked against a rejected write-off
      *    voucher to OPEN, so the next aging run can raise it again
      *    Input: WS-INPUT-VOUCHER-ID
      *    Output: WS-OIT-OP-STATUS
           MOVE '23' TO WS-OIT-OP-STATUS.

           CALL 'FILES' USING 'OPEN-OPEN-ITEM-FILE-IO'.
           CALL 'FILES' USING 'START-OPEN-ITEM-FILE-TOP'
               WS-SCAN-STATUS.

           PERFORM RELEASE-NEXT-PARKED-ITEM
               UNTIL WS-SCAN-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-OPEN-ITEM-FILE'.

       RELEASE-NEXT-PARKED-ITEM.
      *    Reopen one item if it is parked against the voucher
           CALL 'FILES' USING 'READ-NEXT-OPEN-ITEM' OPEN-ITEM-RECORD
               WS-SCAN-STATUS.

           IF WS-SCAN-STATUS = '00' AND OIT-WO-PENDING
                   AND OIT-VOUCHER-ID = WS-INPUT-VOUCHER-ID
               MOVE 'OPEN' TO OIT-STATUS
               MOVE 0 TO OIT-VOUCHER-ID
               CALL 'FILES' USING 'UPDATE-OPEN-ITEM' OPEN-ITEM-RECORD
                   WS-OIT-OP-STATUS
           END-IF.

      ******************************************************************
      * CONTROL AND ENQUIRY
      ******************************************************************

       SET-OPEN-ITEM-CONTROL.
      *    Put a chart row under open-item control ('Y') or take it
      *    out ('N'); items already on the register are unaffected
      *    Input: WS-INPUT-GLA-ID, WS-INPUT-CONTROL-FLAG,
      *           WS-INPUT-OPERATOR-ID
      *    Output: WS-OIT-OP-STATUS
           IF WS-INPUT-CONTROL-FLAG NOT = 'Y'
                   AND WS-INPUT-CONTROL-FLAG NOT = 'N'
               MOVE '99' TO WS-OIT-OP-STATUS
               MOVE 'Control flag must be Y or N' TO WS-OIT-OP-MESSAGE
               GO TO SET-OPEN-ITEM-CONTROL-END
           END-IF.

           MOVE WS-INPUT-GLA-ID TO GLA-ID.
           CALL 'FILES' USING 'OPEN-GL-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'READ-GL-ACCOUNT' GL-ACCOUNT-RECORD
               WS-GLA-STATUS.

           IF WS-GLA-STATUS NOT = '00'
               CALL 'FILES' USING 'CLOSE-GL-ACCOUNT-FILE'
               MOVE '23' TO WS-OIT-OP-STATUS
               MOVE 'GL account is not on the chart'
                   TO WS-OIT-OP-MESSAGE
               GO TO SET-OPEN-ITEM-CONTROL-END
           END-IF.

           MOVE WS-INPUT-CONTROL-FLAG TO GLA-OPEN-ITEM-FLAG.
           CALL 'FILES' USING 'UPDATE-GL-ACCOUNT' GL-ACCOUNT-RECORD
               WS-OIT-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-GL-ACCOUNT-FILE'.

           MOVE SPACES TO WS-AUDIT-DETAILS.
           STRING 'GL ' GLA-ID ' open-item control set to '
               WS-INPUT-CONTROL-FLAG
               DELIMITED BY SIZE INTO WS-AUDIT-DETAILS.
           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-INPUT-OPERATOR-ID 'OI-CONTROL' 0
               WS-AUDIT-DETAILS WS-AUDIT-STATUS.

           MOVE 'Open-item control updated' TO WS-OIT-OP-MESSAGE.

       SET-OPEN-ITEM-CONTROL-END.
           EXIT.

       GET-OPEN-ITEM.
      *    Read one open item by ID
      *    Input: WS-INPUT-ITEM-ID
      *    Output: OPEN-ITEM-RECORD, WS-OIT-OP-STATUS
           MOVE WS-INPUT-ITEM-ID TO OIT-ITEM-ID.

           CALL 'FILES' USING 'OPEN-OPEN-ITEM-FILE-IO'.
           CALL 'FILES' USING 'READ-OPEN-ITEM' OPEN-ITEM-RECORD
               WS-OIT-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-OPEN-ITEM-FILE'.

           IF OIT-OP-SUCCESS
               MOVE 'Open item retrieved' TO WS-OIT-OP-MESSAGE
           ELSE
               MOVE 'Open item not found' TO WS-OIT-OP-MESSAGE
           END-IF.

       END PROGRAM OPENITEM.
