      ******************************************************************
      * MAILHOLD.COB - Returned-Mail Flag and Held-Mail Register
      *
      * When the post office sends a statement or letter back, the
      * customer's address is no longer good and every further piece
      * of paper mailed there is wasted - or worse, read by whoever
      * now lives at it. This module keeps the returned-mail flag on
      * the customer master and the register of documents the print
      * runs diverted while the flag was up.
      *
      * Design decisions:
      * - The flag lives on CUSTOMER-RECORD, not on the account: the
      *   address belongs to the customer, so every account and every
      *   print run for that customer is covered by one flag
      * - Raising the flag attaches a customer-level SERVICE memo, so
      *   the account-load path in MENU shows it on every account the
      *   customer holds without any change of its own; clearing the
      *   flag retires the same memo by the ID kept on the customer
      * - A held document is captured as the exact print lines the
      *   run would have spooled, in HELD-MAIL-LINE-FILE keyed by the
      *   register ID and line number. A reprint therefore reproduces
      *   what was due at the time rather than regenerating it from
      *   today's balances
      * - A print run that is repeated for the same document (same
      *   customer, type and reference) while it is still held does
      *   not register it twice
      * - Release only marks the customer's HELD rows RELEASED; the
      *   MAILRPR batch prints them to the reprint spool and stamps
      *   them REPRINTD, so the reprint joins the normal print flow
      *
      * Operations:
      * - CHECK-MAIL-HOLD: Reports whether a customer's mail is held
      * - RECORD-RETURNED-MAIL: Raises the flag with the return date
      * - RELEASE-RETURNED-MAIL: Clears the flag after an address
      *   update and releases the customer's held documents
      * - BEGIN-HELD-ITEM: Opens a register row for one document
      * - ADD-HELD-LINE: Captures one print line of that document
      * - END-HELD-ITEM: Closes the document with its line count
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILHOLD.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  WS-MAILHOLD-OPERATION.
           05  WS-MHL-OP-STATUS        PIC XX.
               88  MHL-OP-SUCCESS      VALUE '00'.
               88  MHL-OP-DUPLICATE    VALUE '22'.
               88  MHL-OP-NOT-FOUND    VALUE '23'.
               88  MHL-OP-INVALID      VALUE '99'.
           05  WS-MHL-OP-MESSAGE       PIC X(80).

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
       01  WS-INPUT-CUSTOMER-ID        PIC 9(8).
       01  WS-INPUT-ACCOUNT-ID         PIC 9(8).
       01  WS-INPUT-RETURNED-DATE      PIC 9(8).
       01  WS-INPUT-OPERATOR-ID        PIC 9(6).
       01  WS-INPUT-DOC-TYPE           PIC X(8).
       01  WS-INPUT-DOC-REF            PIC X(20).
       01  WS-INPUT-HELD-DATE          PIC 9(8).
       01  WS-INPUT-LINE-TEXT          PIC X(132).

      * Output parameters
       01  WS-MAIL-HELD-FLAG           PIC X.
       01  WS-RELEASED-COUNT           PIC 9(5).

      * Document currently being captured (kept between calls)
       01  WS-CAPTURE-SWITCH           PIC X VALUE 'N'.
           88  CAPTURE-ACTIVE          VALUE 'Y'.
       01  WS-CAPTURE-HELD-ID          PIC 9(10) VALUE 0.
       01  WS-CAPTURE-LINE-NO          PIC 9(5) VALUE 0.

      * Register scan work fields
       01  WS-SCAN-STATUS              PIC XX.
       01  WS-DUPLICATE-FOUND          PIC X.

       01  WS-MEMO-CATEGORY            PIC X(10) VALUE 'SERVICE'.
       01  WS-MEMO-TEXT                PIC X(60).
       01  WS-MEMO-EXPIRY              PIC 9(8) VALUE 0.
       01  WS-MEMO-ACCOUNT-ID          PIC 9(8) VALUE 0.
       01  WS-MEMO-STATUS              PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.

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

       GENERATE-HELD-MAIL-ID.
      *    Generate next held-mail register ID from control file
      *    Output: HML-HELD-ID in HELD-MAIL-RECORD
           CALL 'FILES' USING 'READ-CONTROL' CONTROL-RECORD
               WS-MHL-OP-STATUS.

           IF NOT MHL-OP-SUCCESS
               DISPLAY 'FATAL: Cannot read control file for held '
                   'mail ID'
               STOP RUN
           END-IF.

           ADD 1 TO CTL-LAST-HELD-MAIL-ID.
           MOVE CTL-LAST-HELD-MAIL-ID TO HML-HELD-ID.

           CALL 'FILES' USING 'UPDATE-CONTROL' CONTROL-RECORD
               WS-MHL-OP-STATUS.

      ******************************************************************
      * RETURNED-MAIL FLAG
      ******************************************************************

       CHECK-MAIL-HOLD.
      *    Report whether a customer's outbound mail is being held
      *    Input: WS-INPUT-CUSTOMER-ID
      *    Output: WS-MAIL-HELD-FLAG ('Y' held, 'N' not held),
      *            WS-MHL-OP-STATUS
           MOVE 'N' TO WS-MAIL-HELD-FLAG.
           MOVE WS-INPUT-CUSTOMER-ID TO CUS-ID.

           CALL 'FILES' USING 'OPEN-CUSTOMER-FILE-IO'.
           CALL 'FILES' USING 'READ-CUSTOMER' CUSTOMER-RECORD
               WS-MHL-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-CUSTOMER-FILE'.

           IF MHL-OP-SUCCESS AND CUS-MAIL-RETURNED
               MOVE 'Y' TO WS-MAIL-HELD-FLAG
           END-IF.

       RECORD-RETURNED-MAIL.
      *    Raise the returned-mail flag on a customer
      *    Input: WS-INPUT-CUSTOMER-ID, WS-INPUT-RETURNED-DATE,
      *           WS-INPUT-OPERATOR-ID
      *    Output: CUSTOMER-RECORD, WS-MHL-OP-STATUS
           MOVE WS-INPUT-CUSTOMER-ID TO CUS-ID.

           CALL 'FILES' USING 'OPEN-CUSTOMER-FILE-IO'.
           CALL 'FILES' USING 'READ-CUSTOMER' CUSTOMER-RECORD
               WS-MHL-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-CUSTOMER-FILE'.

           IF NOT MHL-OP-SUCCESS
               MOVE 'Customer not found' TO WS-MHL-OP-MESSAGE
               GO TO RECORD-RETURNED-MAIL-END
           END-IF.

           IF CUS-MAIL-RETURNED
               MOVE '99' TO WS-MHL-OP-STATUS
               MOVE 'Returned mail is already recorded'
                   TO WS-MHL-OP-MESSAGE
               GO TO RECORD-RETURNED-MAIL-END
           END-IF.

           IF WS-INPUT-RETURNED-DATE = 0
               MOVE '99' TO WS-MHL-OP-STATUS
               MOVE 'A return date is required' TO WS-MHL-OP-MESSAGE
               GO TO RECORD-RETURNED-MAIL-END
           END-IF.

      *    The memo goes on the customer, so every account they hold
      *    shows it at load
           MOVE SPACES TO WS-MEMO-TEXT.
           STRING 'RETURNED MAIL ' WS-INPUT-RETURNED-DATE
               ' - confirm address before mailing'
               DELIMITED BY SIZE INTO WS-MEMO-TEXT.

           CALL 'MEMOS' USING 'ADD-MEMO'
               WS-MEMO-ACCOUNT-ID WS-INPUT-CUSTOMER-ID
               WS-MEMO-CATEGORY WS-MEMO-TEXT
               WS-MEMO-EXPIRY WS-INPUT-OPERATOR-ID
               MEMO-RECORD WS-MEMO-STATUS.

           IF WS-MEMO-STATUS NOT = '00'
               MOVE 0 TO MEM-MEMO-ID
           END-IF.

      *    Re-read before the rewrite: the memo call has been and
      *    gone in between
           MOVE WS-INPUT-CUSTOMER-ID TO CUS-ID.
           CALL 'FILES' USING 'OPEN-CUSTOMER-FILE-IO'.
           CALL 'FILES' USING 'READ-CUSTOMER' CUSTOMER-RECORD
               WS-MHL-OP-STATUS.

           MOVE 'R' TO CUS-MAIL-STATUS.
           MOVE WS-INPUT-RETURNED-DATE TO CUS-MAIL-RETURNED-DATE.
           MOVE MEM-MEMO-ID TO CUS-MAIL-MEMO-ID.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO CUS-UPDATED-TS.

           CALL 'FILES' USING 'UPDATE-CUSTOMER' CUSTOMER-RECORD
               WS-MHL-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-CUSTOMER-FILE'.

           MOVE 'Returned mail recorded - mail is now held'
               TO WS-MHL-OP-MESSAGE.

       RECORD-RETURNED-MAIL-END.
           EXIT.

       RELEASE-RETURNED-MAIL.
      *    Clear the returned-mail flag once a new address is on file
      *    and release everything held for the customer for reprint
      *    Input: WS-INPUT-CUSTOMER-ID, WS-INPUT-OPERATOR-ID
      *    Output: WS-RELEASED-COUNT, WS-MHL-OP-STATUS
      *            ('23' when the customer's mail was not held)
           MOVE 0 TO WS-RELEASED-COUNT.
           MOVE WS-INPUT-CUSTOMER-ID TO CUS-ID.

           CALL 'FILES' USING 'OPEN-CUSTOMER-FILE-IO'.
           CALL 'FILES' USING 'READ-CUSTOMER' CUSTOMER-RECORD
               WS-MHL-OP-STATUS.

           IF NOT MHL-OP-SUCCESS
               CALL 'FILES' USING 'CLOSE-CUSTOMER-FILE'
               MOVE 'Customer not found' TO WS-MHL-OP-MESSAGE
               GO TO RELEASE-RETURNED-MAIL-END
           END-IF.

           IF NOT CUS-MAIL-RETURNED
               CALL 'FILES' USING 'CLOSE-CUSTOMER-FILE'
               MOVE '23' TO WS-MHL-OP-STATUS
               MOVE 'Mail is not held for this customer'
                   TO WS-MHL-OP-MESSAGE
               GO TO RELEASE-RETURNED-MAIL-END
           END-IF.

           MOVE CUS-MAIL-MEMO-ID TO MEM-MEMO-ID.
           MOVE SPACE TO CUS-MAIL-STATUS.
           MOVE 0 TO CUS-MAIL-RETURNED-DATE.
           MOVE 0 TO CUS-MAIL-MEMO-ID.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO CUS-UPDATED-TS.

           CALL 'FILES' USING 'UPDATE-CUSTOMER' CUSTOMER-RECORD
               WS-MHL-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-CUSTOMER-FILE'.

           IF MEM-MEMO-ID > 0
               CALL 'MEMOS' USING 'REMOVE-MEMO'
                   MEM-MEMO-ID WS-INPUT-OPERATOR-ID
                   MEMO-RECORD WS-MEMO-STATUS
           END-IF.

      *    Flip the customer's HELD rows to RELEASED
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-INPUT-CUSTOMER-ID TO HML-CUSTOMER-ID.

           CALL 'FILES' USING 'OPEN-HELD-MAIL-FILE-IO'.
           CALL 'FILES' USING 'START-HELD-MAIL-BY-CUSTOMER'
               HELD-MAIL-RECORD WS-SCAN-STATUS.

           PERFORM RELEASE-NEXT-HELD-ITEM
               UNTIL WS-SCAN-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-HELD-MAIL-FILE'.

           MOVE '00' TO WS-MHL-OP-STATUS.
           MOVE 'Returned mail cleared' TO WS-MHL-OP-MESSAGE.

       RELEASE-RETURNED-MAIL-END.
           EXIT.

       RELEASE-NEXT-HELD-ITEM.
      *    Read the customer's next register row and release it if
      *    it is still held; stop once the customer changes
           CALL 'FILES' USING 'READ-NEXT-HELD-MAIL' HELD-MAIL-RECORD
               WS-SCAN-STATUS.

           IF WS-SCAN-STATUS = '00'
               IF HML-CUSTOMER-ID NOT = WS-INPUT-CUSTOMER-ID
                   MOVE '10' TO WS-SCAN-STATUS
               ELSE
                   IF HML-HELD
                       MOVE 'RELEASED' TO HML-STATUS
                       MOVE WS-CURRENT-DATE TO HML-RELEASED-DATE
                       CALL 'FILES' USING 'UPDATE-HELD-MAIL'
                           HELD-MAIL-RECORD WS-MHL-OP-STATUS
                       ADD 1 TO WS-RELEASED-COUNT
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * HELD-DOCUMENT CAPTURE
      ******************************************************************

       BEGIN-HELD-ITEM.
      *    Open a register row for one diverted document; lines passed
      *    to ADD-HELD-LINE are captured under it until END-HELD-ITEM
      *    Input: WS-INPUT-CUSTOMER-ID, WS-INPUT-ACCOUNT-ID,
      *           WS-INPUT-DOC-TYPE, WS-INPUT-DOC-REF,
      *           WS-INPUT-HELD-DATE
      *    Output: WS-MHL-OP-STATUS ('00' captured, '22' the same
      *            document is already held and its lines are dropped)
           MOVE 'N' TO WS-CAPTURE-SWITCH.
           MOVE 0 TO WS-CAPTURE-LINE-NO.

           CALL 'FILES' USING 'OPEN-HELD-MAIL-FILE-IO'.

           PERFORM CHECK-ALREADY-HELD.
           IF WS-DUPLICATE-FOUND = 'Y'
               CALL 'FILES' USING 'CLOSE-HELD-MAIL-FILE'
               MOVE '22' TO WS-MHL-OP-STATUS
               MOVE 'Document is already held' TO WS-MHL-OP-MESSAGE
               GO TO BEGIN-HELD-ITEM-END
           END-IF.

           INITIALIZE HELD-MAIL-RECORD.
           PERFORM GENERATE-HELD-MAIL-ID.

           MOVE WS-INPUT-CUSTOMER-ID TO HML-CUSTOMER-ID.
           MOVE WS-INPUT-ACCOUNT-ID TO HML-ACCOUNT-ID.
           MOVE WS-INPUT-DOC-TYPE TO HML-DOC-TYPE.
           MOVE WS-INPUT-DOC-REF TO HML-DOC-REF.
           MOVE WS-INPUT-HELD-DATE TO HML-HELD-DATE.
           MOVE 0 TO HML-LINE-COUNT.
           MOVE 'HELD' TO HML-STATUS.
           MOVE 0 TO HML-RELEASED-DATE.
           MOVE 0 TO HML-REPRINTED-DATE.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO HML-CREATED-TS.

           CALL 'FILES' USING 'WRITE-HELD-MAIL' HELD-MAIL-RECORD
               WS-MHL-OP-STATUS.

           IF NOT MHL-OP-SUCCESS
               CALL 'FILES' USING 'CLOSE-HELD-MAIL-FILE'
               MOVE 'Cannot write held-mail register'
                   TO WS-MHL-OP-MESSAGE
               GO TO BEGIN-HELD-ITEM-END
           END-IF.

           MOVE HML-HELD-ID TO WS-CAPTURE-HELD-ID.
           MOVE 'Y' TO WS-CAPTURE-SWITCH.
           CALL 'FILES' USING 'OPEN-HELD-MAIL-LINE-FILE-IO'.

           MOVE 'Document held' TO WS-MHL-OP-MESSAGE.

       BEGIN-HELD-ITEM-END.
           EXIT.

       CHECK-ALREADY-HELD.
      *    Look through the customer's register rows for the same
      *    document still in HELD status
      *    Output: WS-DUPLICATE-FOUND
           MOVE 'N' TO WS-DUPLICATE-FOUND.
           MOVE WS-INPUT-CUSTOMER-ID TO HML-CUSTOMER-ID.

           CALL 'FILES' USING 'START-HELD-MAIL-BY-CUSTOMER'
               HELD-MAIL-RECORD WS-SCAN-STATUS.

           PERFORM CHECK-NEXT-HELD-ITEM
               UNTIL WS-SCAN-STATUS NOT = '00'.

       CHECK-NEXT-HELD-ITEM.
      *    Compare one of the customer's register rows
           CALL 'FILES' USING 'READ-NEXT-HELD-MAIL' HELD-MAIL-RECORD
               WS-SCAN-STATUS.

           IF WS-SCAN-STATUS = '00'
               IF HML-CUSTOMER-ID NOT = WS-INPUT-CUSTOMER-ID
                   MOVE '10' TO WS-SCAN-STATUS
               ELSE
                   IF HML-HELD AND
                           HML-DOC-TYPE = WS-INPUT-DOC-TYPE AND
                           HML-DOC-REF = WS-INPUT-DOC-REF AND
                           HML-ACCOUNT-ID = WS-INPUT-ACCOUNT-ID
                       MOVE 'Y' TO WS-DUPLICATE-FOUND
                       MOVE '10' TO WS-SCAN-STATUS
                   END-IF
               END-IF
           END-IF.

       ADD-HELD-LINE.
      *    Capture one print line of the document being held; a
      *    no-op when no capture is active (duplicate document)
      *    Input: WS-INPUT-LINE-TEXT
           IF CAPTURE-ACTIVE
               ADD 1 TO WS-CAPTURE-LINE-NO
               MOVE WS-CAPTURE-HELD-ID TO HLL-HELD-ID
               MOVE WS-CAPTURE-LINE-NO TO HLL-LINE-NO
               MOVE WS-INPUT-LINE-TEXT TO HLL-TEXT
               CALL 'FILES' USING 'WRITE-HELD-MAIL-LINE'
                   HELD-MAIL-LINE-RECORD WS-MHL-OP-STATUS
           END-IF.

       END-HELD-ITEM.
      *    Close the document being held, recording its line count
      *    Output: WS-MHL-OP-STATUS
           IF NOT CAPTURE-ACTIVE
               MOVE '00' TO WS-MHL-OP-STATUS
               GO TO END-HELD-ITEM-END
           END-IF.

           CALL 'FILES' USING 'CLOSE-HELD-MAIL-LINE-FILE'.

           MOVE WS-CAPTURE-HELD-ID TO HML-HELD-ID.
           CALL 'FILES' USING 'READ-HELD-MAIL' HELD-MAIL-RECORD
               WS-MHL-OP-STATUS.
           IF MHL-OP-SUCCESS
               MOVE WS-CAPTURE-LINE-NO TO HML-LINE-COUNT
               CALL 'FILES' USING 'UPDATE-HELD-MAIL' HELD-MAIL-RECORD
                   WS-MHL-OP-STATUS
           END-IF.

           CALL 'FILES' USING 'CLOSE-HELD-MAIL-FILE'.
           MOVE 'N' TO WS-CAPTURE-SWITCH.

       END-HELD-ITEM-END.
           EXIT.

       END PROGRAM MAILHOLD.
