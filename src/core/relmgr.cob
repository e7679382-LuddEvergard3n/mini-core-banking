      ******************************************************************
      * RELMGR.COB - Relationship Manager Portfolio Module
      *
      * Keeps the relationship manager master - who looks after the
      * bank's corporate and high-value customers - and each
      * customer's place in a manager's book (CUS-RM-CODE on the
      * customer master). Every change of manager, one customer at a
      * time or a whole book handed over when a manager moves on, is
      * supervised and leaves a row in the RM assignment history, so
      * who held a customer on any date reads straight off the file.
      *
      * Design decisions:
      * - A manager is a named operator at a home branch serving one
      *   segment, CORPORATE or PRIVATE; the RM code is the key the
      *   customer master and the book report carry
      * - Managers are never deleted. An INACTIVE manager keeps their
      *   history but cannot take customers on, and cannot be made
      *   inactive while their book still holds anyone - the book
      *   is handed over first, so no customer is left with a
      *   manager who has gone
      * - Removing a customer from every book is an assignment to
      *   spaces, recorded in the history like any other change
      * - The history is append only, numbered from the control
      *   record's RM event sequence and keyed customer then event,
      *   the same way the consent register keeps its events
      * - Memos and alerts are not copied anywhere when a customer
      *   moves: the manager's work queue on the RM desk is worked
      *   out from CUS-RM-CODE when it is shown, so it follows a
      *   reassignment the moment it is made
      *
      * Operations:
      * - ADD-RELATIONSHIP-MANAGER: Puts a new manager on the master
      * - SET-RM-STATUS: Makes a manager ACTIVE or INACTIVE
      * - GET-RELATIONSHIP-MANAGER: Reads one manager by RM code
      * - FIND-RM-BY-OPERATOR: Finds the manager an operator logs in
      *   as, for the work queue and "my book"
      * - ASSIGN-CUSTOMER-RM: Places one customer in a manager's
      *   book (or takes them out of any book)
      * - HANDOVER-RM-BOOK: Moves every customer in one manager's
      *   book to another
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMGR.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  WS-RMG-OPERATION.
           05  WS-RMG-OP-STATUS        PIC XX.
               88  RMG-OP-SUCCESS      VALUE '00'.
               88  RMG-OP-DUPLICATE    VALUE '22'.
               88  RMG-OP-NOT-FOUND    VALUE '23'.
               88  RMG-OP-INVALID      VALUE '99'.
           05  WS-RMG-OP-MESSAGE       PIC X(80).

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
       01  WS-INPUT-RM-CODE            PIC X(6).
       01  WS-INPUT-RM-NAME            PIC X(30).
       01  WS-INPUT-RM-OPERATOR-ID     PIC 9(6).
       01  WS-INPUT-BRANCH-CODE        PIC X(4).
       01  WS-INPUT-SEGMENT            PIC X(10).
       01  WS-INPUT-RM-STATUS          PIC X(8).
       01  WS-INPUT-CUSTOMER-ID        PIC 9(8).
       01  WS-INPUT-FROM-RM-CODE       PIC X(6).
       01  WS-INPUT-TO-RM-CODE         PIC X(6).
       01  WS-INPUT-REASON             PIC X(40).
       01  WS-INPUT-OPERATOR-ID        PIC 9(6).

      * Result of HANDOVER-RM-BOOK
       01  WS-CUSTOMERS-MOVED          PIC 9(6).

       01  WS-POSTING-DATE             PIC 9(8).
       01  WS-CONTROL-STATUS           PIC XX.
       01  WS-OPER-STATUS              PIC XX.
       01  WS-BRANCH-CHECK-STATUS      PIC XX.
       01  WS-BRANCH-CHECK-MESSAGE     PIC X(80).
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-AUDIT-DETAILS            PIC X(50).
       01  WS-SCAN-STATUS              PIC XX.
       01  WS-WRITE-STATUS             PIC XX.

      * The manager a customer is leaving and how the change came
      * about (see MOVE-ONE-CUSTOMER)
       01  WS-FROM-RM-CODE             PIC X(6).
       01  WS-ASSIGN-KIND              PIC X(8).
       01  WS-FOUND-SWITCH             PIC 9 VALUE 0.
           88  RM-WAS-FOUND            VALUE 1.

      * A book is collected before it is moved: rewriting a
      * customer's RM code moves the record along the very key the
      * scan is reading by
       01  WS-BOOK-TABLE.
           05  WS-BOOK-COUNT           PIC 9(5) VALUE 0.
           05  WS-BOOK-CUSTOMER-ID     PIC 9(8) OCCURS 2000 TIMES.
       01  WS-BOOK-MAX                 PIC 9(5) VALUE 2000.
       01  WS-BOOK-IDX                 PIC 9(5).
       01  WS-BOOK-FULL-SWITCH         PIC 9 VALUE 0.
           88  BOOK-TABLE-FULL         VALUE 1.

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

       READ-RM-ROW.
      *    Read the manager named by WS-INPUT-RM-CODE
      *    Output: RELATIONSHIP-MANAGER-RECORD, WS-RMG-OP-STATUS
           MOVE WS-INPUT-RM-CODE TO RMG-RM-CODE.

           CALL 'FILES' USING 'OPEN-RM-FILE-IO'.
           CALL 'FILES' USING 'READ-RM' RELATIONSHIP-MANAGER-RECORD
               WS-RMG-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-RM-FILE'.

      ******************************************************************
      * RELATIONSHIP MANAGER MASTER
      ******************************************************************

       ADD-RELATIONSHIP-MANAGER.
      *    Put a new manager on the master, ACTIVE
      *    Input: WS-INPUT-RM-CODE, WS-INPUT-RM-NAME,
      *           WS-INPUT-RM-OPERATOR-ID, WS-INPUT-BRANCH-CODE,
      *           WS-INPUT-SEGMENT, WS-INPUT-OPERATOR-ID
      *    Output: RELATIONSHIP-MANAGER-RECORD, WS-RMG-OP-STATUS,
      *            WS-RMG-OP-MESSAGE
           IF WS-INPUT-RM-CODE = SPACES
               MOVE '99' TO WS-RMG-OP-STATUS
               MOVE 'An RM code is required' TO WS-RMG-OP-MESSAGE
               GO TO ADD-RELATIONSHIP-MANAGER-END
           END-IF.

           IF WS-INPUT-RM-NAME = SPACES
               MOVE '99' TO WS-RMG-OP-STATUS
               MOVE 'A manager name is required' TO WS-RMG-OP-MESSAGE
               GO TO ADD-RELATIONSHIP-MANAGER-END
           END-IF.

           INITIALIZE RELATIONSHIP-MANAGER-RECORD.
           MOVE WS-INPUT-SEGMENT TO RMG-SEGMENT.
           IF NOT RMG-SEGMENT-VALID
               MOVE '99' TO WS-RMG-OP-STATUS
               MOVE 'Segment must be CORPORATE or PRIVATE'
                   TO WS-RMG-OP-MESSAGE
               GO TO ADD-RELATIONSHIP-MANAGER-END
           END-IF.

      *    The manager must be a live operator, so their queue has
      *    someone to log in and work it
           CALL 'OPERATOR' USING 'GET-OPERATOR'
               WS-INPUT-RM-OPERATOR-ID OPERATOR-RECORD
               WS-OPER-STATUS.

           IF WS-OPER-STATUS NOT = '00'
               MOVE '99' TO WS-RMG-OP-STATUS
               MOVE 'Manager operator ID not found'
                   TO WS-RMG-OP-MESSAGE
               GO TO ADD-RELATIONSHIP-MANAGER-END
           END-IF.

           IF NOT OP-ACTIVE
               MOVE '99' TO WS-RMG-OP-STATUS
               MOVE 'Manager operator is disabled' TO WS-RMG-OP-MESSAGE
               GO TO ADD-RELATIONSHIP-MANAGER-END
           END-IF.

           CALL 'BRANCHES' USING 'VALIDATE-BRANCH-CODE'
               WS-INPUT-BRANCH-CODE BRANCH-RECORD
               WS-BRANCH-CHECK-STATUS WS-BRANCH-CHECK-MESSAGE.

           IF WS-BRANCH-CHECK-STATUS NOT = '00'
               MOVE '99' TO WS-RMG-OP-STATUS
               MOVE WS-BRANCH-CHECK-MESSAGE TO WS-RMG-OP-MESSAGE
               GO TO ADD-RELATIONSHIP-MANAGER-END
           END-IF.

      *    One manager record per operator, or the work queue could
      *    not tell which book to show
           PERFORM SCAN-RM-FOR-OPERATOR.
           IF RM-WAS-FOUND
               MOVE '99' TO WS-RMG-OP-STATUS
               MOVE 'That operator is already a relationship manager'
                   TO WS-RMG-OP-MESSAGE
               GO TO ADD-RELATIONSHIP-MANAGER-END
           END-IF.

           INITIALIZE RELATIONSHIP-MANAGER-RECORD.
           MOVE WS-INPUT-RM-CODE TO RMG-RM-CODE.
           MOVE WS-INPUT-RM-NAME TO RMG-NAME.
           MOVE WS-INPUT-RM-OPERATOR-ID TO RMG-OPERATOR-ID.
           MOVE WS-INPUT-BRANCH-CODE TO RMG-BRANCH-CODE.
           MOVE WS-INPUT-SEGMENT TO RMG-SEGMENT.
           MOVE 'ACTIVE' TO RMG-STATUS.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO RMG-CREATED-TS.
           MOVE WS-TIMESTAMP TO RMG-UPDATED-TS.

           CALL 'FILES' USING 'OPEN-RM-FILE-IO'.
           CALL 'FILES' USING 'WRITE-RM' RELATIONSHIP-MANAGER-RECORD
               WS-RMG-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-RM-FILE'.

           IF RMG-OP-DUPLICATE
               MOVE 'That RM code is already on the master'
                   TO WS-RMG-OP-MESSAGE
               GO TO ADD-RELATIONSHIP-MANAGER-END
           END-IF.

           IF NOT RMG-OP-SUCCESS
               MOVE 'Failed to add relationship manager'
                   TO WS-RMG-OP-MESSAGE
               GO TO ADD-RELATIONSHIP-MANAGER-END
           END-IF.

           MOVE SPACES TO WS-AUDIT-DETAILS.
           STRING 'RM ' RMG-RM-CODE ' added, operator '
                  RMG-OPERATOR-ID ' ' RMG-SEGMENT
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-DETAILS.
           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-INPUT-OPERATOR-ID 'RM-ADD'
               0 WS-AUDIT-DETAILS WS-AUDIT-STATUS.

           MOVE 'Relationship manager added' TO WS-RMG-OP-MESSAGE.

       ADD-RELATIONSHIP-MANAGER-END.
           EXIT.

       SET-RM-STATUS.
      *    Make a manager ACTIVE or INACTIVE; a manager with anyone
      *    left in their book cannot be made inactive
      *    Input: WS-INPUT-RM-CODE, WS-INPUT-RM-STATUS,
      *           WS-INPUT-OPERATOR-ID
      *    Output: RELATIONSHIP-MANAGER-RECORD, WS-RMG-OP-STATUS,
      *            WS-RMG-OP-MESSAGE
           IF WS-INPUT-RM-STATUS NOT = 'ACTIVE'
                   AND WS-INPUT-RM-STATUS NOT = 'INACTIVE'
               MOVE '99' TO WS-RMG-OP-STATUS
               MOVE 'Status must be ACTIVE or INACTIVE'
                   TO WS-RMG-OP-MESSAGE
               GO TO SET-RM-STATUS-END
           END-IF.

           PERFORM READ-RM-ROW.
           IF NOT RMG-OP-SUCCESS
               MOVE 'Relationship manager not found'
                   TO WS-RMG-OP-MESSAGE
               GO TO SET-RM-STATUS-END
           END-IF.

           IF RMG-STATUS = WS-INPUT-RM-STATUS
               MOVE '99' TO WS-RMG-OP-STATUS
               MOVE 'Manager already has that status'
                   TO WS-RMG-OP-MESSAGE
               GO TO SET-RM-STATUS-END
           END-IF.

           IF WS-INPUT-RM-STATUS = 'INACTIVE'
               PERFORM COLLECT-RM-BOOK
               IF WS-BOOK-COUNT > 0
                   MOVE '99' TO WS-RMG-OP-STATUS
                   MOVE 'Book is not empty - hand it over first'
                       TO WS-RMG-OP-MESSAGE
                   GO TO SET-RM-STATUS-END
               END-IF
      *        COLLECT-RM-BOOK read customers, not the manager
               PERFORM READ-RM-ROW
           END-IF.

           MOVE WS-INPUT-RM-STATUS TO RMG-STATUS.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO RMG-UPDATED-TS.

           CALL 'FILES' USING 'OPEN-RM-FILE-IO'.
           CALL 'FILES' USING 'UPDATE-RM' RELATIONSHIP-MANAGER-RECORD
               WS-RMG-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-RM-FILE'.

           IF NOT RMG-OP-SUCCESS
               MOVE 'Failed to update relationship manager'
                   TO WS-RMG-OP-MESSAGE
               GO TO SET-RM-STATUS-END
           END-IF.

           MOVE SPACES TO WS-AUDIT-DETAILS.
           STRING 'RM ' RMG-RM-CODE ' set ' RMG-STATUS
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-DETAILS.
           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-INPUT-OPERATOR-ID 'RM-STATUS'
               0 WS-AUDIT-DETAILS WS-AUDIT-STATUS.

           MOVE 'Relationship manager status updated'
               TO WS-RMG-OP-MESSAGE.

       SET-RM-STATUS-END.
           EXIT.

       GET-RELATIONSHIP-MANAGER.
      *    Read one manager by RM code
      *    Input: WS-INPUT-RM-CODE
      *    Output: RELATIONSHIP-MANAGER-RECORD, WS-RMG-OP-STATUS
           PERFORM READ-RM-ROW.

           IF RMG-OP-SUCCESS
               MOVE 'Relationship manager retrieved'
                   TO WS-RMG-OP-MESSAGE
           ELSE
               MOVE 'Relationship manager not found'
                   TO WS-RMG-OP-MESSAGE
           END-IF.

       FIND-RM-BY-OPERATOR.
      *    Find the manager record an operator works as
      *    Input: WS-INPUT-RM-OPERATOR-ID
      *    Output: RELATIONSHIP-MANAGER-RECORD, WS-RMG-OP-STATUS
      *            ('23' when the operator is not a manager)
           PERFORM SCAN-RM-FOR-OPERATOR.

           IF RM-WAS-FOUND
               MOVE '00' TO WS-RMG-OP-STATUS
               MOVE 'Relationship manager found' TO WS-RMG-OP-MESSAGE
           ELSE
               INITIALIZE RELATIONSHIP-MANAGER-RECORD
               MOVE '23' TO WS-RMG-OP-STATUS
               MOVE 'Operator is not a relationship manager'
                   TO WS-RMG-OP-MESSAGE
           END-IF.

       SCAN-RM-FOR-OPERATOR.
      *    One pass over the master - a few dozen rows at most -
      *    stopping at the manager for WS-INPUT-RM-OPERATOR-ID
           MOVE 0 TO WS-FOUND-SWITCH.

           CALL 'FILES' USING 'OPEN-RM-FILE-IO'.
           CALL 'FILES' USING 'START-RM-FILE-TOP' WS-SCAN-STATUS.

           PERFORM CHECK-NEXT-RM-OPERATOR
               UNTIL WS-SCAN-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-RM-FILE'.

       CHECK-NEXT-RM-OPERATOR.
      *    Read one manager and stop if it is the operator's
           CALL 'FILES' USING 'READ-NEXT-RM'
               RELATIONSHIP-MANAGER-RECORD WS-SCAN-STATUS.

           IF WS-SCAN-STATUS = '00'
                   AND RMG-OPERATOR-ID = WS-INPUT-RM-OPERATOR-ID
               MOVE 1 TO WS-FOUND-SWITCH
               MOVE '10' TO WS-SCAN-STATUS
           END-IF.

      ******************************************************************
      * PORTFOLIO REASSIGNMENT
      ******************************************************************

       ASSIGN-CUSTOMER-RM.
      *    Place one customer in a manager's book; a blank target
      *    takes the customer out of any book
      *    Input: WS-INPUT-CUSTOMER-ID, WS-INPUT-TO-RM-CODE,
      *           WS-INPUT-REASON, WS-INPUT-OPERATOR-ID
      *    Output: CUSTOMER-RECORD, WS-RMG-OP-STATUS,
      *            WS-RMG-OP-MESSAGE
           IF WS-INPUT-REASON = SPACES
               MOVE '99' TO WS-RMG-OP-STATUS
               MOVE 'A reason for the change is required'
                   TO WS-RMG-OP-MESSAGE
               GO TO ASSIGN-CUSTOMER-RM-END
           END-IF.

           IF WS-INPUT-TO-RM-CODE NOT = SPACES
               PERFORM CHECK-TARGET-RM THRU CHECK-TARGET-RM-END
               IF NOT RMG-OP-SUCCESS
                   GO TO ASSIGN-CUSTOMER-RM-END
               END-IF
           END-IF.

           MOVE 'ASSIGN' TO WS-ASSIGN-KIND.
           PERFORM MOVE-ONE-CUSTOMER THRU MOVE-ONE-CUSTOMER-END.

           IF RMG-OP-SUCCESS
               IF WS-INPUT-TO-RM-CODE = SPACES
                   MOVE 'Customer removed from the RM book'
                       TO WS-RMG-OP-MESSAGE
               ELSE
                   MOVE 'Customer assigned to the relationship manager'
                       TO WS-RMG-OP-MESSAGE
               END-IF
           END-IF.

       ASSIGN-CUSTOMER-RM-END.
           EXIT.

       HANDOVER-RM-BOOK.
      *    Move every customer in one manager's book to another, a
      *    history row each, marked as a handover
      *    Input: WS-INPUT-FROM-RM-CODE, WS-INPUT-TO-RM-CODE,
      *           WS-INPUT-REASON, WS-INPUT-OPERATOR-ID
      *    Output: WS-CUSTOMERS-MOVED, WS-RMG-OP-STATUS,
      *            WS-RMG-OP-MESSAGE
           MOVE 0 TO WS-CUSTOMERS-MOVED.

           IF WS-INPUT-REASON = SPACES
               MOVE '99' TO WS-RMG-OP-STATUS
               MOVE 'A reason for the handover is required'
                   TO WS-RMG-OP-MESSAGE
               GO TO HANDOVER-RM-BOOK-END
           END-IF.

           IF WS-INPUT-FROM-RM-CODE = SPACES
                   OR WS-INPUT-TO-RM-CODE = SPACES
               MOVE '99' TO WS-RMG-OP-STATUS
               MOVE 'Both the outgoing and incoming RM are required'
                   TO WS-RMG-OP-MESSAGE
               GO TO HANDOVER-RM-BOOK-END
           END-IF.

           IF WS-INPUT-FROM-RM-CODE = WS-INPUT-TO-RM-CODE
               MOVE '99' TO WS-RMG-OP-STATUS
               MOVE 'Outgoing and incoming RM must differ'
                   TO WS-RMG-OP-MESSAGE
               GO TO HANDOVER-RM-BOOK-END
           END-IF.

      *    The outgoing manager need not be active - a book is often
      *    handed over because its manager has already left
           MOVE WS-INPUT-FROM-RM-CODE TO WS-INPUT-RM-CODE.
           PERFORM READ-RM-ROW.
           IF NOT RMG-OP-SUCCESS
               MOVE 'Outgoing relationship manager not found'
                   TO WS-RMG-OP-MESSAGE
               GO TO HANDOVER-RM-BOOK-END
           END-IF.

           PERFORM CHECK-TARGET-RM THRU CHECK-TARGET-RM-END.
           IF NOT RMG-OP-SUCCESS
               GO TO HANDOVER-RM-BOOK-END
           END-IF.

           MOVE WS-INPUT-FROM-RM-CODE TO WS-INPUT-RM-CODE.
           PERFORM COLLECT-RM-BOOK.

           IF WS-BOOK-COUNT = 0
               MOVE '23' TO WS-RMG-OP-STATUS
               MOVE 'The outgoing manager has no customers'
                   TO WS-RMG-OP-MESSAGE
               GO TO HANDOVER-RM-BOOK-END
           END-IF.

           MOVE 'HANDOVER' TO WS-ASSIGN-KIND.
           PERFORM HAND-OVER-NEXT-CUSTOMER
               VARYING WS-BOOK-IDX FROM 1 BY 1
               UNTIL WS-BOOK-IDX > WS-BOOK-COUNT.

           MOVE SPACES TO WS-AUDIT-DETAILS.
           STRING 'Book ' WS-INPUT-FROM-RM-CODE ' to '
                  WS-INPUT-TO-RM-CODE ', ' WS-CUSTOMERS-MOVED
                  ' customers'
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-DETAILS.
           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-INPUT-OPERATOR-ID 'RM-HANDOVER'
               0 WS-AUDIT-DETAILS WS-AUDIT-STATUS.

           MOVE '00' TO WS-RMG-OP-STATUS.
           IF BOOK-TABLE-FULL
               MOVE 'Part of the book moved - run the handover again'
                   TO WS-RMG-OP-MESSAGE
           ELSE
               MOVE 'Book handed over' TO WS-RMG-OP-MESSAGE
           END-IF.

       HANDOVER-RM-BOOK-END.
           EXIT.

       HAND-OVER-NEXT-CUSTOMER.
      *    Move one collected customer to the incoming manager
           MOVE WS-BOOK-CUSTOMER-ID(WS-BOOK-IDX)
               TO WS-INPUT-CUSTOMER-ID.
           PERFORM MOVE-ONE-CUSTOMER THRU MOVE-ONE-CUSTOMER-END.

           IF RMG-OP-SUCCESS
               ADD 1 TO WS-CUSTOMERS-MOVED
           END-IF.

       CHECK-TARGET-RM.
      *    The manager a customer moves to must be on the master and
      *    ACTIVE
      *    Input: WS-INPUT-TO-RM-CODE
      *    Output: WS-RMG-OP-STATUS, WS-RMG-OP-MESSAGE
           MOVE WS-INPUT-TO-RM-CODE TO WS-INPUT-RM-CODE.
           PERFORM READ-RM-ROW.

           IF NOT RMG-OP-SUCCESS
               MOVE 'Incoming relationship manager not found'
                   TO WS-RMG-OP-MESSAGE
               GO TO CHECK-TARGET-RM-END
           END-IF.

           IF NOT RMG-ACTIVE
               MOVE '99' TO WS-RMG-OP-STATUS
               MOVE 'Incoming relationship manager is inactive'
                   TO WS-RMG-OP-MESSAGE
           END-IF.

       CHECK-TARGET-RM-END.
           EXIT.

       COLLECT-RM-BOOK.
      *    Collect the customer IDs in WS-INPUT-RM-CODE's book by the
      *    customer file's RM code key
      *    Output: WS-BOOK-TABLE, WS-BOOK-FULL-SWITCH
           MOVE 0 TO WS-BOOK-COUNT.
           MOVE 0 TO WS-BOOK-FULL-SWITCH.
           MOVE WS-INPUT-RM-CODE TO CUS-RM-CODE.

           CALL 'FILES' USING 'OPEN-CUSTOMER-FILE-IO'.
           CALL 'FILES' USING 'START-CUSTOMER-BY-RM' CUSTOMER-RECORD
               WS-SCAN-STATUS.

           PERFORM COLLECT-NEXT-BOOK-CUSTOMER
               UNTIL WS-SCAN-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-CUSTOMER-FILE'.

       COLLECT-NEXT-BOOK-CUSTOMER.
      *    Read one customer by RM code, stopping where the book ends
           CALL 'FILES' USING 'READ-NEXT-CUSTOMER' CUSTOMER-RECORD
               WS-SCAN-STATUS.

           IF WS-SCAN-STATUS = '00'
               IF CUS-RM-CODE NOT = WS-INPUT-RM-CODE
                   MOVE '10' TO WS-SCAN-STATUS
               ELSE
                   IF WS-BOOK-COUNT NOT < WS-BOOK-MAX
                       MOVE 1 TO WS-BOOK-FULL-SWITCH
                       MOVE '10' TO WS-SCAN-STATUS
                   ELSE
                       ADD 1 TO WS-BOOK-COUNT
                       MOVE CUS-ID TO WS-BOOK-CUSTOMER-ID(WS-BOOK-COUNT)
                   END-IF
               END-IF
           END-IF.

       MOVE-ONE-CUSTOMER.
      *    Record the change in the history, then stamp the new
      *    manager and the posting date on the customer
      *    Input: WS-INPUT-CUSTOMER-ID, WS-INPUT-TO-RM-CODE,
      *           WS-ASSIGN-KIND, WS-INPUT-REASON,
      *           WS-INPUT-OPERATOR-ID
      *    Output: CUSTOMER-RECORD, WS-RMG-OP-STATUS,
      *            WS-RMG-OP-MESSAGE
           MOVE WS-INPUT-CUSTOMER-ID TO CUS-ID.
           CALL 'FILES' USING 'OPEN-CUSTOMER-FILE-IO'.
           CALL 'FILES' USING 'READ-CUSTOMER' CUSTOMER-RECORD
               WS-RMG-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-CUSTOMER-FILE'.

           IF NOT RMG-OP-SUCCESS
               MOVE 'Customer not found' TO WS-RMG-OP-MESSAGE
               GO TO MOVE-ONE-CUSTOMER-END
           END-IF.

           IF CUS-RM-CODE = WS-INPUT-TO-RM-CODE
               MOVE '99' TO WS-RMG-OP-STATUS
               IF WS-INPUT-TO-RM-CODE = SPACES
                   MOVE 'Customer is not in any RM book'
                       TO WS-RMG-OP-MESSAGE
               ELSE
                   MOVE 'Customer is already in that RM book'
                       TO WS-RMG-OP-MESSAGE
               END-IF
               GO TO MOVE-ONE-CUSTOMER-END
           END-IF.

           MOVE CUS-RM-CODE TO WS-FROM-RM-CODE.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE' WS-POSTING-DATE.

           CALL 'FILES' USING 'READ-CONTROL' CONTROL-RECORD
               WS-CONTROL-STATUS.

           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'FATAL: Cannot read control file for '
                   'RM assignment event'
               STOP RUN
           END-IF.

           IF CTL-LAST-RM-EVENT-ID NOT NUMERIC
               MOVE 0 TO CTL-LAST-RM-EVENT-ID
           END-IF.

           ADD 1 TO CTL-LAST-RM-EVENT-ID.

           CALL 'FILES' USING 'UPDATE-CONTROL' CONTROL-RECORD
               WS-CONTROL-STATUS.

           INITIALIZE RM-ASSIGNMENT-RECORD.
           MOVE WS-INPUT-CUSTOMER-ID TO RMA-CUSTOMER-ID.
           MOVE CTL-LAST-RM-EVENT-ID TO RMA-EVENT-ID.
           MOVE WS-FROM-RM-CODE TO RMA-FROM-RM-CODE.
           MOVE WS-INPUT-TO-RM-CODE TO RMA-TO-RM-CODE.
           MOVE WS-POSTING-DATE TO RMA-EFFECTIVE-DATE.
           MOVE WS-ASSIGN-KIND TO RMA-KIND.
           MOVE WS-INPUT-REASON TO RMA-REASON.
           MOVE WS-INPUT-OPERATOR-ID TO RMA-OPERATOR-ID.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO RMA-RECORDED-TS.

           CALL 'FILES' USING 'OPEN-RM-ASSIGNMENT-FILE-IO'.
           CALL 'FILES' USING 'WRITE-RM-ASSIGNMENT'
               RM-ASSIGNMENT-RECORD WS-WRITE-STATUS.
           CALL 'FILES' USING 'CLOSE-RM-ASSIGNMENT-FILE'.

           IF WS-WRITE-STATUS NOT = '00'
               MOVE WS-WRITE-STATUS TO WS-RMG-OP-STATUS
               MOVE 'Failed to record the RM assignment history'
                   TO WS-RMG-OP-MESSAGE
               GO TO MOVE-ONE-CUSTOMER-END
           END-IF.

      *    Re-read before the rewrite: the history write has been and
      *    gone in between
           MOVE WS-INPUT-CUSTOMER-ID TO CUS-ID.
           CALL 'FILES' USING 'OPEN-CUSTOMER-FILE-IO'.
           CALL 'FILES' USING 'READ-CUSTOMER' CUSTOMER-RECORD
               WS-RMG-OP-STATUS.

           MOVE WS-INPUT-TO-RM-CODE TO CUS-RM-CODE.
           IF WS-INPUT-TO-RM-CODE = SPACES
               MOVE 0 TO CUS-RM-SINCE-DATE
           ELSE
               MOVE WS-POSTING-DATE TO CUS-RM-SINCE-DATE
           END-IF.
           MOVE WS-TIMESTAMP TO CUS-UPDATED-TS.

           CALL 'FILES' USING 'UPDATE-CUSTOMER' CUSTOMER-RECORD
               WS-RMG-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-CUSTOMER-FILE'.

           IF NOT RMG-OP-SUCCESS
               MOVE 'Failed to update the customer RM code'
                   TO WS-RMG-OP-MESSAGE
               GO TO MOVE-ONE-CUSTOMER-END
           END-IF.

      *    A book handover is audited once, for the whole book
           IF WS-ASSIGN-KIND = 'ASSIGN'
               MOVE SPACES TO WS-AUDIT-DETAILS
               STRING 'Customer ' WS-INPUT-CUSTOMER-ID ' RM '
                      WS-FROM-RM-CODE ' to ' WS-INPUT-TO-RM-CODE
                      DELIMITED BY SIZE
                      INTO WS-AUDIT-DETAILS
               CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
                   WS-INPUT-OPERATOR-ID 'RM-ASSIGN'
                   0 WS-AUDIT-DETAILS WS-AUDIT-STATUS
           END-IF.

       MOVE-ONE-CUSTOMER-END.
           EXIT.

       END PROGRAM RELMGR.
