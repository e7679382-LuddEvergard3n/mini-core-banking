      ******************************************************************
      * COLLECT.COB - Collections Worklist Module
      *
      * The collections queue holds one case per delinquent loan and
      * per overdrawn account, built and aged every night by
      * COLLQ.COB. This module is the collector's side of it: every
      * call, visit or letter is logged against the case with its
      * outcome, and a borrower's promise to pay is recorded with
      * the amount and the date it falls due so the nightly check
      * can tell whether it was kept.
      *
      * Design decisions:
      * - The contact log is append only: each contact is a new row
      *   under the next contact sequence number from the control
      *   record, keyed under its case, so the log of a case reads
      *   in the order the contacts were made
      * - A promise to pay is a contact whose outcome is PROMISE,
      *   carrying its amount and due date. It also records the
      *   figure it will be measured against - the loan's
      *   outstanding balance, or the overdrawn account's balance,
      *   at the moment it was given - so the nightly check measures
      *   repayment as the movement in that figure since the promise
      * - Only one OPEN promise per case at a time; a new promise is
      *   refused until the nightly check has settled the last one
      * - Contacts are logged only against an OPEN case; a cured
      *   case has nothing left to collect
      * - Collector assignment is by bucket (the business rules
      *   COLLECTOR-* parameters, changed through REFCHG.COB) and is
      *   made by the nightly build, not here
      *
      * Operations:
      * - GET-COLLECTION-CASE: Retrieves one case by source and
      *   loan or account number
      * - LOG-CONTACT: Logs one contact, with a promise to pay when
      *   the outcome is PROMISE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  WS-CLC-OPERATION.
           05  WS-CLC-OP-STATUS        PIC XX.
               88  CLC-OP-SUCCESS      VALUE '00'.
               88  CLC-OP-NOT-FOUND    VALUE '23'.
               88  CLC-OP-INVALID      VALUE '99'.
           05  WS-CLC-OP-MESSAGE       PIC X(80).

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
       01  WS-INPUT-SOURCE             PIC X(4).
       01  WS-INPUT-REFERENCE-ID       PIC 9(8).
       01  WS-INPUT-METHOD             PIC X(6).
       01  WS-INPUT-OUTCOME            PIC X(10).
       01  WS-INPUT-NOTE               PIC X(40).
       01  WS-INPUT-PTP-AMOUNT         PIC S9(13)V99.
       01  WS-INPUT-PTP-DATE           PIC 9(8).
       01  WS-INPUT-OPERATOR-ID        PIC 9(6).

       01  WS-POSTING-DATE             PIC 9(8).
       01  WS-BASE-FIGURE              PIC S9(13)V99.
       01  WS-LOOKUP-STATUS            PIC XX.
       01  WS-CONTROL-STATUS           PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-AUDIT-DETAILS            PIC X(50).
       01  WS-AUDIT-ACCOUNT-ID         PIC 9(8).

      * Open-promise check working data (see LOG-CONTACT)
       01  WS-SCAN-STATUS              PIC XX.
       01  WS-OPEN-PROMISE-SWITCH      PIC 9 VALUE 0.
           88  CASE-HAS-OPEN-PROMISE   VALUE 1.

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

      ******************************************************************
      * COLLECTIONS CASE OPERATIONS
      ******************************************************************

       GET-COLLECTION-CASE.
      *    Retrieve one case by source and loan or account number
      *    Input: WS-INPUT-SOURCE, WS-INPUT-REFERENCE-ID
      *    Output: COLLECTION-CASE-RECORD, WS-CLC-OP-STATUS
           MOVE WS-INPUT-SOURCE TO CLC-SOURCE.
           MOVE WS-INPUT-REFERENCE-ID TO CLC-REFERENCE-ID.

           CALL 'FILES' USING 'OPEN-COLLECTION-CASE-FILE-IO'.
           CALL 'FILES' USING 'READ-COLLECTION-CASE'
               COLLECTION-CASE-RECORD WS-CLC-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-COLLECTION-CASE-FILE'.

           IF CLC-OP-SUCCESS
               MOVE 'Case retrieved' TO WS-CLC-OP-MESSAGE
           ELSE
               MOVE 'No collections case for that loan or account'
                   TO WS-CLC-OP-MESSAGE
           END-IF.

      ******************************************************************
      * CONTACT LOG OPERATIONS
      ******************************************************************

       LOG-CONTACT.
      *    Log one contact against an open case; an outcome of
      *    PROMISE records a promise to pay with its amount and date
      *    Input: WS-INPUT-SOURCE, WS-INPUT-REFERENCE-ID,
      *           WS-INPUT-METHOD, WS-INPUT-OUTCOME, WS-INPUT-NOTE,
      *           WS-INPUT-PTP-AMOUNT, WS-INPUT-PTP-DATE,
      *           WS-INPUT-OPERATOR-ID
      *    Output: COLLECTION-CONTACT-RECORD, WS-CLC-OP-STATUS,
      *            WS-CLC-OP-MESSAGE
           MOVE WS-INPUT-METHOD TO CPT-METHOD.
           IF NOT CPT-METHOD-VALID
               MOVE '99' TO WS-CLC-OP-STATUS
               MOVE 'Method must be PHONE, VISIT, LETTER, SMS or EMAIL'
                   TO WS-CLC-OP-MESSAGE
               GO TO LOG-CONTACT-END
           END-IF.

           MOVE WS-INPUT-OUTCOME TO CPT-OUTCOME.
           IF NOT CPT-OUTCOME-VALID
               MOVE '99' TO WS-CLC-OP-STATUS
               MOVE 'Outcome not recognised - see the outcome list'
                   TO WS-CLC-OP-MESSAGE
               GO TO LOG-CONTACT-END
           END-IF.

           PERFORM GET-COLLECTION-CASE.

           IF NOT CLC-OP-SUCCESS
               GO TO LOG-CONTACT-END
           END-IF.

           IF NOT CLC-OPEN
               MOVE '99' TO WS-CLC-OP-STATUS
               MOVE 'Case is cured - nothing left to collect'
                   TO WS-CLC-OP-MESSAGE
               GO TO LOG-CONTACT-END
           END-IF.

           CALL 'CALENDAR' USING 'GET-POSTING-DATE' WS-POSTING-DATE.
           MOVE 0 TO WS-BASE-FIGURE.

           IF WS-INPUT-OUTCOME = 'PROMISE'
               PERFORM VALIDATE-PROMISE THRU VALIDATE-PROMISE-END
               IF NOT CLC-OP-SUCCESS
                   GO TO LOG-CONTACT-END
               END-IF
           END-IF.

           CALL 'FILES' USING 'READ-CONTROL' CONTROL-RECORD
               WS-CONTROL-STATUS.

           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'FATAL: Cannot read control file for '
                   'collections contact'
               STOP RUN
           END-IF.

           IF CTL-LAST-COLL-CONTACT-ID NOT NUMERIC
               MOVE 0 TO CTL-LAST-COLL-CONTACT-ID
           END-IF.

           ADD 1 TO CTL-LAST-COLL-CONTACT-ID.

           CALL 'FILES' USING 'UPDATE-CONTROL' CONTROL-RECORD
               WS-CONTROL-STATUS.

           PERFORM GET-CURRENT-TIMESTAMP.

           INITIALIZE COLLECTION-CONTACT-RECORD.
           MOVE CLC-SOURCE TO CPT-SOURCE.
           MOVE CLC-REFERENCE-ID TO CPT-REFERENCE-ID.
           MOVE CTL-LAST-COLL-CONTACT-ID TO CPT-CONTACT-ID.
           MOVE WS-POSTING-DATE TO CPT-CONTACT-DATE.
           MOVE WS-INPUT-METHOD TO CPT-METHOD.
           MOVE WS-INPUT-OUTCOME TO CPT-OUTCOME.
           MOVE WS-INPUT-NOTE TO CPT-NOTE.
           MOVE WS-INPUT-OPERATOR-ID TO CPT-OPERATOR-ID.
           MOVE WS-TIMESTAMP TO CPT-RECORDED-TS.

           IF CPT-OUTCOME-PROMISE
               MOVE WS-INPUT-PTP-AMOUNT TO CPT-PTP-AMOUNT
               MOVE WS-INPUT-PTP-DATE TO CPT-PTP-DATE
               MOVE 'OPEN' TO CPT-PTP-STATUS
               MOVE WS-BASE-FIGURE TO CPT-PTP-BASE-FIGURE
           ELSE
               MOVE 0 TO CPT-PTP-AMOUNT
               MOVE 0 TO CPT-PTP-DATE
               MOVE SPACES TO CPT-PTP-STATUS
               MOVE 0 TO CPT-PTP-BASE-FIGURE
           END-IF.
           MOVE 0 TO CPT-PTP-PAID-AMOUNT.
           MOVE 0 TO CPT-PTP-SETTLED-DATE.

           CALL 'FILES' USING 'OPEN-COLLECTION-CONTACT-FILE-IO'.
           CALL 'FILES' USING 'WRITE-COLLECTION-CONTACT'
               COLLECTION-CONTACT-RECORD WS-CLC-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-COLLECTION-CONTACT-FILE'.

           IF NOT CLC-OP-SUCCESS
               MOVE 'Failed to log contact' TO WS-CLC-OP-MESSAGE
               GO TO LOG-CONTACT-END
           END-IF.

      *    The case carries its latest contact for the worklist
           MOVE WS-POSTING-DATE TO CLC-LAST-CONTACT-DATE.
           MOVE WS-INPUT-OUTCOME TO CLC-LAST-OUTCOME.
           MOVE WS-TIMESTAMP TO CLC-UPDATED-TS.

           CALL 'FILES' USING 'OPEN-COLLECTION-CASE-FILE-IO'.
           CALL 'FILES' USING 'UPDATE-COLLECTION-CASE'
               COLLECTION-CASE-RECORD WS-LOOKUP-STATUS.
           CALL 'FILES' USING 'CLOSE-COLLECTION-CASE-FILE'.

           MOVE CLC-ACCOUNT-ID TO WS-AUDIT-ACCOUNT-ID.
           MOVE SPACES TO WS-AUDIT-DETAILS.
           STRING 'Case ' CLC-SOURCE DELIMITED BY SPACE
                  ' ' CLC-REFERENCE-ID ' ' DELIMITED BY SIZE
                  CPT-METHOD DELIMITED BY SPACE
                  ' ' CPT-OUTCOME DELIMITED BY SPACE
                  ' contact ' CPT-CONTACT-ID
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-DETAILS.
           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-INPUT-OPERATOR-ID 'COLLECTION-CONTACT'
               WS-AUDIT-ACCOUNT-ID WS-AUDIT-DETAILS WS-AUDIT-STATUS.

           IF CPT-OUTCOME-PROMISE
               MOVE 'Contact logged - promise to pay recorded'
                   TO WS-CLC-OP-MESSAGE
           ELSE
               MOVE 'Contact logged' TO WS-CLC-OP-MESSAGE
           END-IF.

       LOG-CONTACT-END.
           EXIT.

       VALIDATE-PROMISE.
      *    Check a promise to pay and take the figure it will be
      *    measured against
      *    Input: COLLECTION-CASE-RECORD, WS-INPUT-PTP-AMOUNT,
      *           WS-INPUT-PTP-DATE, WS-POSTING-DATE
      *    Output: WS-BASE-FIGURE, WS-CLC-OP-STATUS,
      *            WS-CLC-OP-MESSAGE
           IF WS-INPUT-PTP-AMOUNT NOT > 0
               MOVE '99' TO WS-CLC-OP-STATUS
               MOVE 'A promise needs an amount greater than zero'
                   TO WS-CLC-OP-MESSAGE
               GO TO VALIDATE-PROMISE-END
           END-IF.

           IF WS-INPUT-PTP-DATE < WS-POSTING-DATE
               MOVE '99' TO WS-CLC-OP-STATUS
               MOVE 'A promise cannot fall due in the past'
                   TO WS-CLC-OP-MESSAGE
               GO TO VALIDATE-PROMISE-END
           END-IF.

           MOVE 0 TO WS-OPEN-PROMISE-SWITCH.
           MOVE CLC-SOURCE TO CPT-SOURCE.
           MOVE CLC-REFERENCE-ID TO CPT-REFERENCE-ID.

           CALL 'FILES' USING 'OPEN-COLLECTION-CONTACT-FILE-IO'.
           CALL 'FILES' USING 'START-COLLECTION-CONTACT-BY-CASE'
               COLLECTION-CONTACT-RECORD WS-SCAN-STATUS.

           PERFORM SCAN-NEXT-CASE-CONTACT
               UNTIL WS-SCAN-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-COLLECTION-CONTACT-FILE'.

           IF CASE-HAS-OPEN-PROMISE
               MOVE '99' TO WS-CLC-OP-STATUS
               MOVE 'The case already has an open promise to pay'
                   TO WS-CLC-OP-MESSAGE
               GO TO VALIDATE-PROMISE-END
           END-IF.

           IF CLC-SOURCE-LOAN
               MOVE CLC-REFERENCE-ID TO LN-LOAN-ID
               CALL 'FILES' USING 'OPEN-LOAN-FILE-IO'
               CALL 'FILES' USING 'READ-LOAN' LOAN-RECORD
                   WS-LOOKUP-STATUS
               CALL 'FILES' USING 'CLOSE-LOAN-FILE'
               IF WS-LOOKUP-STATUS = '00'
                   MOVE LN-OUTSTANDING TO WS-BASE-FIGURE
               END-IF
           ELSE
               CALL 'ACCOUNT' USING 'GET-ACCOUNT'
                   CLC-REFERENCE-ID ACCOUNT-RECORD WS-LOOKUP-STATUS
               IF WS-LOOKUP-STATUS = '00'
                   MOVE ACC-BALANCE TO WS-BASE-FIGURE
               END-IF
           END-IF.

           IF WS-LOOKUP-STATUS NOT = '00'
               MOVE '23' TO WS-CLC-OP-STATUS
               MOVE 'Loan or account behind the case not found'
                   TO WS-CLC-OP-MESSAGE
               GO TO VALIDATE-PROMISE-END
           END-IF.

           MOVE '00' TO WS-CLC-OP-STATUS.

       VALIDATE-PROMISE-END.
           EXIT.

       SCAN-NEXT-CASE-CONTACT.
      *    Read the case's contacts looking for a promise still OPEN
           CALL 'FILES' USING 'READ-NEXT-COLLECTION-CONTACT'
               COLLECTION-CONTACT-RECORD WS-SCAN-STATUS.

           IF WS-SCAN-STATUS = '00'
               IF CPT-SOURCE NOT = CLC-SOURCE
                       OR CPT-REFERENCE-ID NOT = CLC-REFERENCE-ID
                   MOVE '10' TO WS-SCAN-STATUS
               ELSE
                   IF CPT-PTP-OPEN
                       MOVE 1 TO WS-OPEN-PROMISE-SWITCH
                   END-IF
               END-IF
           END-IF.

       END PROGRAM COLLECT.
