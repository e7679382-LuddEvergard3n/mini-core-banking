      ******************************************************************
      * COMPLAINTS.COB - Customer Complaint / Service Case Module
      *
      * Gives a customer complaint a case of its own instead of a
      * memo on the account that nobody chases. A case is opened
      * against the customer (and, where it concerns one, the
      * account, the posting or the transaction dispute it is
      * about), carries a category, the channel it came in by, the
      * operator who owns it and a response deadline, and is closed
      * with an outcome and a resolution note. The nightly CMPAGING
      * step flags cases close to or past their deadline; the
      * monthly CMPSUMM report gives the regulator its counts by
      * category and average time to resolve.
      *
      * Design decisions:
      * - The response deadline is counted in business days from
      *   the posting date on the shared calendar, so a weekend or
      *   a bank holiday never eats into the time the branch has
      * - Service levels are flat constants (fraud complaints get
      *   the short clock), flagged like the other module constants
      *   to move to the shared parameter copybook when one exists
      * - A complaint about a posting that is already under dispute
      *   picks the dispute case reference up from the transaction,
      *   so the two cases can be read side by side
      * - Resolved cases are kept as the complaint history; the
      *   resolved date is the posting date, the same day the aging
      *   and the monthly report measure against
      * - Open, reassign and resolve actions are written to the
      *   audit trail
      *
      * Operations:
      * - OPEN-COMPLAINT: Register a new case and set its deadline
      * - GET-COMPLAINT: Read one case by case number
      * - ASSIGN-COMPLAINT: Hand an open case to another operator
      * - RESOLVE-COMPLAINT: Close an open case with its outcome
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINTS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  WS-COMPLAINT-OPERATION.
           05  WS-CMP-OP-STATUS        PIC XX.
               88  CMP-OP-SUCCESS      VALUE '00'.
               88  CMP-OP-NOT-FOUND    VALUE '23'.
               88  CMP-OP-INVALID      VALUE '99'.
           05  WS-CMP-OP-MESSAGE       PIC X(80).

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

      * Response service levels, business days - flat constants
      * until the shared parameter copybook exists
       01  WS-STANDARD-SLA-DAYS        PIC 9(3) VALUE 10.
       01  WS-FRAUD-SLA-DAYS           PIC 9(3) VALUE 5.

      * Input parameters for operations
       01  WS-INPUT-CASE-ID            PIC 9(8).
       01  WS-INPUT-CUSTOMER-ID        PIC 9(8).
       01  WS-INPUT-ACCOUNT-ID         PIC 9(8).
       01  WS-INPUT-TXN-ID             PIC 9(12).
       01  WS-INPUT-CATEGORY           PIC X(8).
       01  WS-INPUT-CHANNEL            PIC X(8).
       01  WS-INPUT-SUMMARY            PIC X(60).
       01  WS-INPUT-ASSIGNED-OPER-ID   PIC 9(6).
       01  WS-INPUT-OUTCOME            PIC X(8).
       01  WS-INPUT-RESOLUTION         PIC X(60).
       01  WS-INPUT-OPERATOR-ID        PIC 9(6).

       01  WS-CUS-STATUS               PIC XX.
       01  WS-ACC-STATUS               PIC XX.
       01  WS-TXN-STATUS               PIC XX.
       01  WS-OPER-STATUS              PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-AUDIT-DETAILS            PIC X(50).
       01  WS-POSTING-DATE             PIC 9(8).
       01  WS-DEADLINE-DATE            PIC 9(8).
       01  WS-SLA-DAYS                 PIC 9(3).
       01  WS-DISPUTE-REF              PIC X(20).

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

       GENERATE-COMPLAINT-ID.
      *    Generate next complaint case number from control file
      *    Output: CMP-CASE-ID in COMPLAINT-RECORD
           CALL 'FILES' USING 'READ-CONTROL' CONTROL-RECORD
               WS-CMP-OP-STATUS.

           IF NOT CMP-OP-SUCCESS
               DISPLAY 'FATAL: Cannot read control file for case ID'
               STOP RUN
           END-IF.

           ADD 1 TO CTL-LAST-COMPLAINT-ID.
           MOVE CTL-LAST-COMPLAINT-ID TO CMP-CASE-ID.

           CALL 'FILES' USING 'UPDATE-CONTROL' CONTROL-RECORD
               WS-CMP-OP-STATUS.

       ADD-ONE-BUSINESS-DAY.
      *    Move WS-DEADLINE-DATE on to the next business day
           CALL 'CALENDAR' USING 'ADJUST-TO-NEXT-BUSINESS-DAY'
               WS-DEADLINE-DATE.

       CHECK-ASSIGNED-OPERATOR.
      *    The case owner must be a live operator
      *    Input: WS-INPUT-ASSIGNED-OPER-ID
      *    Output: WS-CMP-OP-STATUS, WS-CMP-OP-MESSAGE
           MOVE '00' TO WS-CMP-OP-STATUS.

           CALL 'OPERATOR' USING 'GET-OPERATOR'
               WS-INPUT-ASSIGNED-OPER-ID OPERATOR-RECORD
               WS-OPER-STATUS.

           IF WS-OPER-STATUS NOT = '00'
               MOVE '99' TO WS-CMP-OP-STATUS
               MOVE 'Assigned operator not found' TO WS-CMP-OP-MESSAGE
               GO TO CHECK-ASSIGNED-OPERATOR-END
           END-IF.

           IF NOT OP-ACTIVE
               MOVE '99' TO WS-CMP-OP-STATUS
               MOVE 'Assigned operator is disabled'
                   TO WS-CMP-OP-MESSAGE
           END-IF.

       CHECK-ASSIGNED-OPERATOR-END.
           EXIT.

       READ-COMPLAINT-CASE.
      *    Read the case named by WS-INPUT-CASE-ID
      *    Output: COMPLAINT-RECORD, WS-CMP-OP-STATUS
           MOVE WS-INPUT-CASE-ID TO CMP-CASE-ID.

           CALL 'FILES' USING 'OPEN-COMPLAINT-FILE-IO'.
           CALL 'FILES' USING 'READ-COMPLAINT' COMPLAINT-RECORD
               WS-CMP-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-COMPLAINT-FILE'.

       REWRITE-COMPLAINT-CASE.
      *    Rewrite the case now held in COMPLAINT-RECORD
      *    Output: WS-CMP-OP-STATUS
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO CMP-UPDATED-TS.

           CALL 'FILES' USING 'OPEN-COMPLAINT-FILE-IO'.
           CALL 'FILES' USING 'UPDATE-COMPLAINT' COMPLAINT-RECORD
               WS-CMP-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-COMPLAINT-FILE'.

      ******************************************************************
      * COMPLAINT OPERATIONS
      ******************************************************************

       OPEN-COMPLAINT.
      *    Register a new complaint case and set its response deadline
      *    Input: WS-INPUT-CUSTOMER-ID, WS-INPUT-ACCOUNT-ID (0 = none),
      *           WS-INPUT-TXN-ID (0 = none), WS-INPUT-CATEGORY,
      *           WS-INPUT-CHANNEL, WS-INPUT-SUMMARY,
      *           WS-INPUT-ASSIGNED-OPER-ID, WS-INPUT-OPERATOR-ID
      *    Output: COMPLAINT-RECORD, WS-CMP-OP-STATUS,
      *            WS-CMP-OP-MESSAGE
           INITIALIZE COMPLAINT-RECORD.
           MOVE WS-INPUT-CATEGORY TO CMP-CATEGORY.
           MOVE WS-INPUT-CHANNEL TO CMP-CHANNEL.

           IF NOT CMP-CAT-FEES AND NOT CMP-CAT-SERVICE
                   AND NOT CMP-CAT-CARD AND NOT CMP-CAT-FRAUD
                   AND NOT CMP-CAT-LOAN AND NOT CMP-CAT-PAYMENT
                   AND NOT CMP-CAT-ACCOUNT AND NOT CMP-CAT-OTHER
               MOVE '99' TO WS-CMP-OP-STATUS
               MOVE 'Unknown complaint category' TO WS-CMP-OP-MESSAGE
               GO TO OPEN-COMPLAINT-END
           END-IF.

           IF NOT CMP-CHAN-PHONE AND NOT CMP-CHAN-PAPER
                   AND NOT CMP-CHAN-BRANCH AND NOT CMP-CHAN-EMAIL
                   AND NOT CMP-CHAN-OMBUDSMAN
               MOVE '99' TO WS-CMP-OP-STATUS
               MOVE 'Unknown complaint channel' TO WS-CMP-OP-MESSAGE
               GO TO OPEN-COMPLAINT-END
           END-IF.

           IF WS-INPUT-SUMMARY = SPACES
               MOVE '99' TO WS-CMP-OP-STATUS
               MOVE 'Complaint summary is required' TO WS-CMP-OP-MESSAGE
               GO TO OPEN-COMPLAINT-END
           END-IF.

           CALL 'CUSTOMER' USING 'GET-CUSTOMER'
               WS-INPUT-CUSTOMER-ID CUSTOMER-RECORD WS-CUS-STATUS.

           IF WS-CUS-STATUS NOT = '00'
               MOVE '23' TO WS-CMP-OP-STATUS
               MOVE 'Customer not found' TO WS-CMP-OP-MESSAGE
               GO TO OPEN-COMPLAINT-END
           END-IF.

      *    An account named on the case must be the customer's own
           IF WS-INPUT-ACCOUNT-ID NOT = 0
               CALL 'ACCOUNT' USING 'GET-ACCOUNT'
                   WS-INPUT-ACCOUNT-ID ACCOUNT-RECORD WS-ACC-STATUS
               IF WS-ACC-STATUS NOT = '00'
                   MOVE '23' TO WS-CMP-OP-STATUS
                   MOVE 'Account not found' TO WS-CMP-OP-MESSAGE
                   GO TO OPEN-COMPLAINT-END
               END-IF
               IF ACC-CUSTOMER-ID NOT = WS-INPUT-CUSTOMER-ID
                   MOVE '99' TO WS-CMP-OP-STATUS
                   MOVE 'Account does not belong to this customer'
                       TO WS-CMP-OP-MESSAGE
                   GO TO OPEN-COMPLAINT-END
               END-IF
           END-IF.

      *    A posting named on the case must be on that account; if
      *    it is already disputed, the case carries the dispute ref
           MOVE SPACES TO WS-DISPUTE-REF.
           IF WS-INPUT-TXN-ID NOT = 0
               IF WS-INPUT-ACCOUNT-ID = 0
                   MOVE '99' TO WS-CMP-OP-STATUS
                   MOVE 'A transaction needs its account on the case'
                       TO WS-CMP-OP-MESSAGE
                   GO TO OPEN-COMPLAINT-END
               END-IF
               MOVE WS-INPUT-TXN-ID TO TXN-ID
               CALL 'FILES' USING 'OPEN-TRANSACTION-FILE-IO'
               CALL 'FILES' USING 'READ-TRANSACTION'
                   TRANSACTION-RECORD WS-TXN-STATUS
               CALL 'FILES' USING 'CLOSE-TRANSACTION-FILE'
               IF WS-TXN-STATUS NOT = '00'
                   MOVE '23' TO WS-CMP-OP-STATUS
                   MOVE 'Transaction not found' TO WS-CMP-OP-MESSAGE
                   GO TO OPEN-COMPLAINT-END
               END-IF
               IF TXN-ACCOUNT-ID NOT = WS-INPUT-ACCOUNT-ID
                   MOVE '99' TO WS-CMP-OP-STATUS
                   MOVE 'Transaction is not on this account'
                       TO WS-CMP-OP-MESSAGE
                   GO TO OPEN-COMPLAINT-END
               END-IF
               IF TXN-DISPUTE-CASE NOT = SPACES
                   MOVE TXN-DISPUTE-CASE TO WS-DISPUTE-REF
               END-IF
           END-IF.

           PERFORM CHECK-ASSIGNED-OPERATOR
               THRU CHECK-ASSIGNED-OPERATOR-END.
           IF NOT CMP-OP-SUCCESS
               GO TO OPEN-COMPLAINT-END
           END-IF.

      *    The clock runs in business days from the posting date
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-POSTING-DATE.

           IF CMP-CAT-FRAUD
               MOVE WS-FRAUD-SLA-DAYS TO WS-SLA-DAYS
           ELSE
               MOVE WS-STANDARD-SLA-DAYS TO WS-SLA-DAYS
           END-IF.

           MOVE WS-POSTING-DATE TO WS-DEADLINE-DATE.
           PERFORM ADD-ONE-BUSINESS-DAY WS-SLA-DAYS TIMES.

           PERFORM GENERATE-COMPLAINT-ID.

           MOVE WS-INPUT-CUSTOMER-ID TO CMP-CUSTOMER-ID.
           MOVE WS-INPUT-ACCOUNT-ID TO CMP-ACCOUNT-ID.
           MOVE WS-INPUT-TXN-ID TO CMP-TXN-ID.
           MOVE WS-DISPUTE-REF TO CMP-DISPUTE-REF.
           MOVE WS-INPUT-SUMMARY TO CMP-SUMMARY.
           MOVE WS-INPUT-ASSIGNED-OPER-ID TO CMP-ASSIGNED-OPER-ID.
           MOVE 'OPEN' TO CMP-STATUS.
           MOVE WS-POSTING-DATE TO CMP-OPENED-DATE.
           MOVE WS-DEADLINE-DATE TO CMP-DEADLINE-DATE.
           MOVE WS-INPUT-OPERATOR-ID TO CMP-OPENED-BY.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO CMP-CREATED-TS.
           MOVE WS-TIMESTAMP TO CMP-UPDATED-TS.

           CALL 'FILES' USING 'OPEN-COMPLAINT-FILE-IO'.
           CALL 'FILES' USING 'WRITE-COMPLAINT' COMPLAINT-RECORD
               WS-CMP-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-COMPLAINT-FILE'.

           IF NOT CMP-OP-SUCCESS
               MOVE 'Complaint case could not be written'
                   TO WS-CMP-OP-MESSAGE
               GO TO OPEN-COMPLAINT-END
           END-IF.

           MOVE SPACES TO WS-AUDIT-DETAILS.
           STRING 'Case ' CMP-CASE-ID ' ' CMP-CATEGORY
               ' due ' CMP-DEADLINE-DATE
               DELIMITED BY SIZE INTO WS-AUDIT-DETAILS.
           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-INPUT-OPERATOR-ID 'COMPLAINT-OPEN'
               CMP-ACCOUNT-ID WS-AUDIT-DETAILS WS-AUDIT-STATUS.

           MOVE 'Complaint case opened' TO WS-CMP-OP-MESSAGE.

       OPEN-COMPLAINT-END.
           EXIT.

       GET-COMPLAINT.
      *    Read one case by case number
      *    Input: WS-INPUT-CASE-ID
      *    Output: COMPLAINT-RECORD, WS-CMP-OP-STATUS
           PERFORM READ-COMPLAINT-CASE.

           IF CMP-OP-SUCCESS
               MOVE 'Complaint case found' TO WS-CMP-OP-MESSAGE
           ELSE
               MOVE 'Complaint case not found' TO WS-CMP-OP-MESSAGE
           END-IF.

       GET-COMPLAINT-END.
           EXIT.

       ASSIGN-COMPLAINT.
      *    Hand an open case to another operator; the deadline does
      *    not move with it
      *    Input: WS-INPUT-CASE-ID, WS-INPUT-ASSIGNED-OPER-ID,
      *           WS-INPUT-OPERATOR-ID
      *    Output: COMPLAINT-RECORD, WS-CMP-OP-STATUS,
      *            WS-CMP-OP-MESSAGE
           PERFORM READ-COMPLAINT-CASE.

           IF NOT CMP-OP-SUCCESS
               MOVE 'Complaint case not found' TO WS-CMP-OP-MESSAGE
               GO TO ASSIGN-COMPLAINT-END
           END-IF.

           IF NOT CMP-OPEN
               MOVE '99' TO WS-CMP-OP-STATUS
               MOVE 'Complaint case is already resolved'
                   TO WS-CMP-OP-MESSAGE
               GO TO ASSIGN-COMPLAINT-END
           END-IF.

           PERFORM CHECK-ASSIGNED-OPERATOR
               THRU CHECK-ASSIGNED-OPERATOR-END.
           IF NOT CMP-OP-SUCCESS
               GO TO ASSIGN-COMPLAINT-END
           END-IF.

           MOVE SPACES TO WS-AUDIT-DETAILS.
           STRING 'Case ' CMP-CASE-ID ' from ' CMP-ASSIGNED-OPER-ID
               ' to ' WS-INPUT-ASSIGNED-OPER-ID
               DELIMITED BY SIZE INTO WS-AUDIT-DETAILS.

           MOVE WS-INPUT-ASSIGNED-OPER-ID TO CMP-ASSIGNED-OPER-ID.
           PERFORM REWRITE-COMPLAINT-CASE.

           IF NOT CMP-OP-SUCCESS
               MOVE 'Complaint case could not be updated'
                   TO WS-CMP-OP-MESSAGE
               GO TO ASSIGN-COMPLAINT-END
           END-IF.

           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-INPUT-OPERATOR-ID 'COMPLAINT-ASSIGN'
               CMP-ACCOUNT-ID WS-AUDIT-DETAILS WS-AUDIT-STATUS.

           MOVE 'Complaint case reassigned' TO WS-CMP-OP-MESSAGE.

       ASSIGN-COMPLAINT-END.
           EXIT.

       RESOLVE-COMPLAINT.
      *    Close an open case with its outcome and resolution note
      *    Input: WS-INPUT-CASE-ID, WS-INPUT-OUTCOME,
      *           WS-INPUT-RESOLUTION, WS-INPUT-OPERATOR-ID
      *    Output: COMPLAINT-RECORD, WS-CMP-OP-STATUS,
      *            WS-CMP-OP-MESSAGE
           PERFORM READ-COMPLAINT-CASE.

           IF NOT CMP-OP-SUCCESS
               MOVE 'Complaint case not found' TO WS-CMP-OP-MESSAGE
               GO TO RESOLVE-COMPLAINT-END
           END-IF.

           IF NOT CMP-OPEN
               MOVE '99' TO WS-CMP-OP-STATUS
               MOVE 'Complaint case is already resolved'
                   TO WS-CMP-OP-MESSAGE
               GO TO RESOLVE-COMPLAINT-END
           END-IF.

           MOVE WS-INPUT-OUTCOME TO CMP-OUTCOME.
           IF NOT CMP-UPHELD AND NOT CMP-PARTIAL
                   AND NOT CMP-REJECTED AND NOT CMP-WITHDRAWN
               MOVE '99' TO WS-CMP-OP-STATUS
               MOVE 'Unknown complaint outcome' TO WS-CMP-OP-MESSAGE
               GO TO RESOLVE-COMPLAINT-END
           END-IF.

           IF WS-INPUT-RESOLUTION = SPACES
               MOVE '99' TO WS-CMP-OP-STATUS
               MOVE 'Resolution note is required' TO WS-CMP-OP-MESSAGE
               GO TO RESOLVE-COMPLAINT-END
           END-IF.

           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-POSTING-DATE.

           MOVE 'RESOLVED' TO CMP-STATUS.
           MOVE WS-INPUT-RESOLUTION TO CMP-RESOLUTION.
           MOVE WS-POSTING-DATE TO CMP-RESOLVED-DATE.
           MOVE WS-INPUT-OPERATOR-ID TO CMP-RESOLVED-BY.
           PERFORM REWRITE-COMPLAINT-CASE.

           IF NOT CMP-OP-SUCCESS
               MOVE 'Complaint case could not be updated'
                   TO WS-CMP-OP-MESSAGE
               GO TO RESOLVE-COMPLAINT-END
           END-IF.

           MOVE SPACES TO WS-AUDIT-DETAILS.
           STRING 'Case ' CMP-CASE-ID ' ' CMP-OUTCOME
               DELIMITED BY SIZE INTO WS-AUDIT-DETAILS.
           IF CMP-RESOLVED-DATE > CMP-DEADLINE-DATE
               STRING 'Case ' CMP-CASE-ID ' ' CMP-OUTCOME
                   ' past deadline'
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAILS
           END-IF.
           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-INPUT-OPERATOR-ID 'COMPLAINT-RESOLVE'
               CMP-ACCOUNT-ID WS-AUDIT-DETAILS WS-AUDIT-STATUS.

           MOVE 'Complaint case resolved' TO WS-CMP-OP-MESSAGE.

       RESOLVE-COMPLAINT-END.
           EXIT.

       END PROGRAM COMPLAINTS.
