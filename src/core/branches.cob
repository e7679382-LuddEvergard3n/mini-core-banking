      ******************************************************************
      * BRANCHES.COB - Branch Master Module
      *
      * Keeps the branch master: one row per branch code with the
      * branch's name, address, region, status and the dates it
      * opened and closed. Until it existed a branch code was four
      * bare characters nothing checked, so a typo opened an account
      * on a branch that does not exist and every report printed
      * "0003" instead of a name.
      *
      * Design decisions:
      * - A blank branch code means '0001', the system's original
      *   single implicit branch, the same default account opening,
      *   drawers and the branch general ledger already apply
      * - Two checks for a captured code: VALIDATE-BRANCH-CODE
      *   accepts a branch that is OPEN or CLOSING, for the day to
      *   day work a closing branch still does until its merger
      *   runs (drawers, vault counts, vouchers); VALIDATE-BRANCH-
      *   FOR-NEW-BUSINESS accepts only an OPEN branch, for
      *   anything that would put new business on the book of a
      *   branch that is going away (account opening, moving an
      *   account in, a new ATM or safe deposit box)
      * - A closure is a merger: a supervisor schedules it with the
      *   receiving branch and the posting date it takes effect,
      *   and the BRMERGE batch carries it out in one audited run
      *   and marks the branch CLOSED. The receiving branch must be
      *   OPEN and not itself closing, and a branch another branch
      *   is about to merge into cannot be scheduled to close, so a
      *   merger never lands on a branch that is going away
      * - Closed branches stay on file: history, statements and
      *   period snapshots still carry their code and name
      * - Every change to the master is written to the audit trail
      *
      * Operations:
      * - ADD-BRANCH: Opens a new branch on the master
      * - AMEND-BRANCH: Changes a branch's name, address or region
      * - GET-BRANCH: Reads one branch
      * - GET-BRANCH-NAME: Returns the name to print for a code
      * - VALIDATE-BRANCH-CODE: Checks a code for day to day work
      * - VALIDATE-BRANCH-FOR-NEW-BUSINESS: Checks a code for new
      *   business
      * - SCHEDULE-BRANCH-MERGER: Puts a branch on CLOSING with its
      *   receiving branch and merger date (supervisor)
      * - CANCEL-BRANCH-MERGER: Takes a CLOSING branch back to OPEN
      *   (supervisor)
      * - COMPLETE-BRANCH-MERGER: Marks a merged branch CLOSED (the
      *   merger batch only)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCHES.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  WS-BRANCH-OPERATION.
           05  WS-BRN-OP-STATUS        PIC XX.
               88  BRN-OP-SUCCESS      VALUE '00'.
               88  BRN-OP-NOT-FOUND    VALUE '23'.
               88  BRN-OP-INVALID      VALUE '99'.
           05  WS-BRN-OP-MESSAGE       PIC X(80).

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
       01  WS-INPUT-BRANCH-CODE        PIC X(4).
       01  WS-INPUT-BRANCH-NAME        PIC X(30).
       01  WS-INPUT-BRANCH-ADDRESS     PIC X(60).
       01  WS-INPUT-BRANCH-REGION      PIC X(10).
       01  WS-INPUT-MERGE-INTO-CODE    PIC X(4).
       01  WS-INPUT-MERGE-DATE         PIC 9(8).
       01  WS-INPUT-OPERATOR-ID        PIC 9(6).

      * Name returned by GET-BRANCH-NAME
       01  WS-BRANCH-NAME-OUT          PIC X(30).

      * The system's original single implicit branch - the code a
      * blank branch has always meant
       01  WS-DEFAULT-BRANCH-CODE      PIC X(4) VALUE '0001'.

       01  WS-FILE-STATUS              PIC XX.
       01  WS-SCAN-STATUS              PIC XX.
       01  WS-OPER-STATUS              PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-AUDIT-ACTION             PIC X(20).
       01  WS-AUDIT-DETAILS            PIC X(50).
       01  WS-POSTING-DATE             PIC 9(8).
       01  WS-CODE-CHAR-IDX            PIC 9.
       01  WS-INBOUND-MERGER           PIC 9.
           88  INBOUND-MERGER-FOUND    VALUE 1.

      * The branch a merger is being scheduled for, held while the
      * receiving branch is read into BRANCH-RECORD
       01  WS-CLOSING-BRANCH-IMAGE     PIC X(200).

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

       READ-BRANCH-ROW.
      *    Read the branch named by WS-INPUT-BRANCH-CODE (blank for
      *    '0001')
      *    Output: BRANCH-RECORD, WS-BRN-OP-STATUS
           IF WS-INPUT-BRANCH-CODE = SPACES
               MOVE WS-DEFAULT-BRANCH-CODE TO WS-INPUT-BRANCH-CODE
           END-IF.

           INITIALIZE BRANCH-RECORD.
           MOVE WS-INPUT-BRANCH-CODE TO BRN-BRANCH-CODE.

           CALL 'FILES' USING 'OPEN-BRANCH-FILE-IO'.
           CALL 'FILES' USING 'READ-BRANCH' BRANCH-RECORD
               WS-BRN-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-BRANCH-FILE'.

       REWRITE-BRANCH-ROW.
      *    Rewrite the branch now held in BRANCH-RECORD
      *    Output: WS-BRN-OP-STATUS
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO BRN-UPDATED-TS.

           CALL 'FILES' USING 'OPEN-BRANCH-FILE-IO'.
           CALL 'FILES' USING 'UPDATE-BRANCH' BRANCH-RECORD
               WS-BRN-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-BRANCH-FILE'.

       RECORD-BRANCH-AUDIT.
      *    Write the audit entry for a change to the master; branch
      *    changes carry no account, so account 0
      *    Input: WS-AUDIT-ACTION, WS-AUDIT-DETAILS,
      *           WS-INPUT-OPERATOR-ID
           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-INPUT-OPERATOR-ID WS-AUDIT-ACTION
               0 WS-AUDIT-DETAILS WS-AUDIT-STATUS.

       CHECK-SUPERVISOR.
      *    Scheduling or cancelling a closure is a supervisor's call
      *    Input: WS-INPUT-OPERATOR-ID
      *    Output: WS-BRN-OP-STATUS, WS-BRN-OP-MESSAGE
           MOVE '00' TO WS-BRN-OP-STATUS.

           CALL 'OPERATOR' USING 'GET-OPERATOR'
               WS-INPUT-OPERATOR-ID OPERATOR-RECORD WS-OPER-STATUS.

           IF WS-OPER-STATUS NOT = '00'
               MOVE '99' TO WS-BRN-OP-STATUS
               MOVE 'Operator not found' TO WS-BRN-OP-MESSAGE
               GO TO CHECK-SUPERVISOR-END
           END-IF.

           IF NOT OP-ROLE-SUPERVISOR OR NOT OP-ACTIVE
               MOVE '99' TO WS-BRN-OP-STATUS
               MOVE 'Branch closures need an active supervisor'
                   TO WS-BRN-OP-MESSAGE
           END-IF.

       CHECK-SUPERVISOR-END.
           EXIT.

      ******************************************************************
      * MASTER MAINTENANCE
      ******************************************************************

       ADD-BRANCH.
      *    Open a new branch on the master
      *    Input: WS-INPUT-BRANCH-CODE, WS-INPUT-BRANCH-NAME,
      *           WS-INPUT-BRANCH-ADDRESS, WS-INPUT-BRANCH-REGION,
      *           WS-INPUT-OPERATOR-ID
      *    Output: BRANCH-RECORD, WS-BRN-OP-STATUS, WS-BRN-OP-MESSAGE
           IF WS-INPUT-BRANCH-CODE IS NOT NUMERIC
               MOVE '99' TO WS-BRN-OP-STATUS
               MOVE 'Branch code must be four digits'
                   TO WS-BRN-OP-MESSAGE
               GO TO ADD-BRANCH-END
           END-IF.

           IF WS-INPUT-BRANCH-CODE = '0000'
               MOVE '99' TO WS-BRN-OP-STATUS
               MOVE 'Branch code 0000 is not allowed'
                   TO WS-BRN-OP-MESSAGE
               GO TO ADD-BRANCH-END
           END-IF.

           IF WS-INPUT-BRANCH-NAME = SPACES
               MOVE '99' TO WS-BRN-OP-STATUS
               MOVE 'Branch name is required' TO WS-BRN-OP-MESSAGE
               GO TO ADD-BRANCH-END
           END-IF.

           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-POSTING-DATE.

           INITIALIZE BRANCH-RECORD.
           MOVE WS-INPUT-BRANCH-CODE TO BRN-BRANCH-CODE.
           MOVE WS-INPUT-BRANCH-NAME TO BRN-NAME.
           MOVE WS-INPUT-BRANCH-ADDRESS TO BRN-ADDRESS.
           MOVE WS-INPUT-BRANCH-REGION TO BRN-REGION.
           MOVE 'OPEN' TO BRN-STATUS.
           MOVE WS-POSTING-DATE TO BRN-OPENED-DATE.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO BRN-CREATED-TS.
           MOVE WS-TIMESTAMP TO BRN-UPDATED-TS.

           CALL 'FILES' USING 'OPEN-BRANCH-FILE-IO'.
           CALL 'FILES' USING 'WRITE-BRANCH' BRANCH-RECORD
               WS-BRN-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-BRANCH-FILE'.

           IF NOT BRN-OP-SUCCESS
               MOVE 'Branch code is already on the master'
                   TO WS-BRN-OP-MESSAGE
               GO TO ADD-BRANCH-END
           END-IF.

           MOVE 'BRANCH-ADD' TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-DETAILS.
           STRING 'Branch ' BRN-BRANCH-CODE ' ' BRN-NAME
               DELIMITED BY SIZE INTO WS-AUDIT-DETAILS.
           PERFORM RECORD-BRANCH-AUDIT.

           MOVE 'Branch added' TO WS-BRN-OP-MESSAGE.

       ADD-BRANCH-END.
           EXIT.

       AMEND-BRANCH.
      *    Change a branch's name, address or region; a blank input
      *    leaves that detail as it is. A closed branch is history
      *    and is not amended.
      *    Input: WS-INPUT-BRANCH-CODE, WS-INPUT-BRANCH-NAME,
      *           WS-INPUT-BRANCH-ADDRESS, WS-INPUT-BRANCH-REGION,
      *           WS-INPUT-OPERATOR-ID
      *    Output: BRANCH-RECORD, WS-BRN-OP-STATUS, WS-BRN-OP-MESSAGE
           PERFORM READ-BRANCH-ROW.

           IF NOT BRN-OP-SUCCESS
               MOVE 'Branch not on the master' TO WS-BRN-OP-MESSAGE
               GO TO AMEND-BRANCH-END
           END-IF.

           IF BRN-CLOSED
               MOVE '99' TO WS-BRN-OP-STATUS
               MOVE 'Branch is closed' TO WS-BRN-OP-MESSAGE
               GO TO AMEND-BRANCH-END
           END-IF.

           IF WS-INPUT-BRANCH-NAME NOT = SPACES
               MOVE WS-INPUT-BRANCH-NAME TO BRN-NAME
           END-IF.
           IF WS-INPUT-BRANCH-ADDRESS NOT = SPACES
               MOVE WS-INPUT-BRANCH-ADDRESS TO BRN-ADDRESS
           END-IF.
           IF WS-INPUT-BRANCH-REGION NOT = SPACES
               MOVE WS-INPUT-BRANCH-REGION TO BRN-REGION
           END-IF.

           PERFORM REWRITE-BRANCH-ROW.

           IF NOT BRN-OP-SUCCESS
               MOVE 'Branch could not be updated' TO WS-BRN-OP-MESSAGE
               GO TO AMEND-BRANCH-END
           END-IF.

           MOVE 'BRANCH-AMEND' TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-DETAILS.
           STRING 'Branch ' BRN-BRANCH-CODE ' ' BRN-NAME
               DELIMITED BY SIZE INTO WS-AUDIT-DETAILS.
           PERFORM RECORD-BRANCH-AUDIT.

           MOVE 'Branch details updated' TO WS-BRN-OP-MESSAGE.

       AMEND-BRANCH-END.
           EXIT.

       GET-BRANCH.
      *    Read one branch
      *    Input: WS-INPUT-BRANCH-CODE (blank for '0001')
      *    Output: BRANCH-RECORD, WS-BRN-OP-STATUS
           PERFORM READ-BRANCH-ROW.

           IF BRN-OP-SUCCESS
               MOVE 'Branch found' TO WS-BRN-OP-MESSAGE
           ELSE
               MOVE 'Branch not on the master' TO WS-BRN-OP-MESSAGE
           END-IF.

       GET-BRANCH-NAME.
      *    The name a report or statement prints for a branch code;
      *    a code missing from the master prints as such rather
      *    than failing the report
      *    Input: WS-INPUT-BRANCH-CODE (blank for '0001')
      *    Output: WS-BRANCH-NAME-OUT
           PERFORM READ-BRANCH-ROW.

           IF BRN-OP-SUCCESS
               MOVE BRN-NAME TO WS-BRANCH-NAME-OUT
           ELSE
               MOVE '(branch not on master)' TO WS-BRANCH-NAME-OUT
           END-IF.

      ******************************************************************
      * CAPTURE VALIDATION
      ******************************************************************

       VALIDATE-BRANCH-CODE.
      *    A branch code keyed for day to day work must be on the
      *    master and not yet closed
      *    Input: WS-INPUT-BRANCH-CODE (blank for '0001')
      *    Output: BRANCH-RECORD, WS-BRN-OP-STATUS, WS-BRN-OP-MESSAGE
           PERFORM READ-BRANCH-ROW.

           IF NOT BRN-OP-SUCCESS
               MOVE '23' TO WS-BRN-OP-STATUS
               MOVE 'Branch code is not on the branch master'
                   TO WS-BRN-OP-MESSAGE
               GO TO VALIDATE-BRANCH-CODE-END
           END-IF.

           IF BRN-CLOSED
               MOVE '99' TO WS-BRN-OP-STATUS
               MOVE SPACES TO WS-BRN-OP-MESSAGE
               STRING 'Branch is closed - its book is now at branch '
                   BRN-MERGE-INTO-CODE
                   DELIMITED BY SIZE INTO WS-BRN-OP-MESSAGE
               GO TO VALIDATE-BRANCH-CODE-END
           END-IF.

           MOVE 'Branch code valid' TO WS-BRN-OP-MESSAGE.

       VALIDATE-BRANCH-CODE-END.
           EXIT.

       VALIDATE-BRANCH-FOR-NEW-BUSINESS.
      *    As VALIDATE-BRANCH-CODE, but a branch scheduled to close
      *    takes no new business either
      *    Input: WS-INPUT-BRANCH-CODE (blank for '0001')
      *    Output: BRANCH-RECORD, WS-BRN-OP-STATUS, WS-BRN-OP-MESSAGE
           PERFORM VALIDATE-BRANCH-CODE THRU VALIDATE-BRANCH-CODE-END.

           IF NOT BRN-OP-SUCCESS
               GO TO VALIDATE-BRANCH-FOR-NEW-BUSINESS-END
           END-IF.

           IF BRN-CLOSING
               MOVE '99' TO WS-BRN-OP-STATUS
               MOVE SPACES TO WS-BRN-OP-MESSAGE
               STRING 'Branch is closing - use branch '
                   BRN-MERGE-INTO-CODE
                   DELIMITED BY SIZE INTO WS-BRN-OP-MESSAGE
           END-IF.

       VALIDATE-BRANCH-FOR-NEW-BUSINESS-END.
           EXIT.

      ******************************************************************
      * CLOSURE / MERGER
      ******************************************************************

       SCHEDULE-BRANCH-MERGER.
      *    Put a branch on CLOSING, recording the branch that takes
      *    over its book and the posting date the merger batch may
      *    carry it out on or after
      *    Input: WS-INPUT-BRANCH-CODE, WS-INPUT-MERGE-INTO-CODE,
      *           WS-INPUT-MERGE-DATE, WS-INPUT-OPERATOR-ID
      *    Output: BRANCH-RECORD, WS-BRN-OP-STATUS, WS-BRN-OP-MESSAGE
           PERFORM CHECK-SUPERVISOR THRU CHECK-SUPERVISOR-END.
           IF NOT BRN-OP-SUCCESS
               GO TO SCHEDULE-BRANCH-MERGER-END
           END-IF.

           IF WS-INPUT-MERGE-INTO-CODE = WS-INPUT-BRANCH-CODE
               MOVE '99' TO WS-BRN-OP-STATUS
               MOVE 'A branch cannot merge into itself'
                   TO WS-BRN-OP-MESSAGE
               GO TO SCHEDULE-BRANCH-MERGER-END
           END-IF.

           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-POSTING-DATE.

           IF WS-INPUT-MERGE-DATE < WS-POSTING-DATE
               MOVE '99' TO WS-BRN-OP-STATUS
               MOVE 'Merger date cannot be before the posting date'
                   TO WS-BRN-OP-MESSAGE
               GO TO SCHEDULE-BRANCH-MERGER-END
           END-IF.

      *    The receiving branch must be open for business
           MOVE WS-INPUT-BRANCH-CODE TO WS-CLOSING-BRANCH-IMAGE(1:4).
           MOVE WS-INPUT-MERGE-INTO-CODE TO WS-INPUT-BRANCH-CODE.
           PERFORM VALIDATE-BRANCH-FOR-NEW-BUSINESS
               THRU VALIDATE-BRANCH-FOR-NEW-BUSINESS-END.
           MOVE WS-CLOSING-BRANCH-IMAGE(1:4) TO WS-INPUT-BRANCH-CODE.
           IF NOT BRN-OP-SUCCESS
               MOVE SPACES TO WS-BRN-OP-MESSAGE
               STRING 'Receiving branch ' WS-INPUT-MERGE-INTO-CODE
                   ' is not open'
                   DELIMITED BY SIZE INTO WS-BRN-OP-MESSAGE
               GO TO SCHEDULE-BRANCH-MERGER-END
           END-IF.

      *    Nothing may be about to merge into the branch closing
           PERFORM FIND-INBOUND-MERGER.
           IF INBOUND-MERGER-FOUND
               MOVE '99' TO WS-BRN-OP-STATUS
               MOVE 'Another branch is scheduled to merge into this one'
                   TO WS-BRN-OP-MESSAGE
               GO TO SCHEDULE-BRANCH-MERGER-END
           END-IF.

           PERFORM READ-BRANCH-ROW.
           IF NOT BRN-OP-SUCCESS
               MOVE 'Branch not on the master' TO WS-BRN-OP-MESSAGE
               GO TO SCHEDULE-BRANCH-MERGER-END
           END-IF.

           IF NOT BRN-OPEN
               MOVE '99' TO WS-BRN-OP-STATUS
               MOVE 'Only an open branch can be scheduled to close'
                   TO WS-BRN-OP-MESSAGE
               GO TO SCHEDULE-BRANCH-MERGER-END
           END-IF.

           MOVE 'CLOSING' TO BRN-STATUS.
           MOVE WS-INPUT-MERGE-INTO-CODE TO BRN-MERGE-INTO-CODE.
           MOVE WS-INPUT-MERGE-DATE TO BRN-MERGE-DATE.
           MOVE WS-INPUT-OPERATOR-ID TO BRN-MERGE-APPROVED-BY.
           PERFORM REWRITE-BRANCH-ROW.

           IF NOT BRN-OP-SUCCESS
               MOVE 'Branch could not be updated' TO WS-BRN-OP-MESSAGE
               GO TO SCHEDULE-BRANCH-MERGER-END
           END-IF.

           MOVE 'BRANCH-MERGE-SCHED' TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-DETAILS.
           STRING 'Branch ' BRN-BRANCH-CODE ' into '
               BRN-MERGE-INTO-CODE ' on ' BRN-MERGE-DATE
               DELIMITED BY SIZE INTO WS-AUDIT-DETAILS.
           PERFORM RECORD-BRANCH-AUDIT.

           MOVE 'Branch closure scheduled' TO WS-BRN-OP-MESSAGE.

       SCHEDULE-BRANCH-MERGER-END.
           EXIT.

       FIND-INBOUND-MERGER.
      *    Is any CLOSING branch due to merge into the branch named
      *    by WS-INPUT-BRANCH-CODE?
      *    Output: WS-INBOUND-MERGER
           MOVE 0 TO WS-INBOUND-MERGER.

           CALL 'FILES' USING 'OPEN-BRANCH-FILE-IO'.
           CALL 'FILES' USING 'START-BRANCH-FILE-TOP' WS-SCAN-STATUS.
           PERFORM CHECK-NEXT-INBOUND-MERGER
               UNTIL WS-SCAN-STATUS NOT = '00'.
           CALL 'FILES' USING 'CLOSE-BRANCH-FILE'.

       CHECK-NEXT-INBOUND-MERGER.
           CALL 'FILES' USING 'READ-NEXT-BRANCH' BRANCH-RECORD
               WS-SCAN-STATUS.

           IF WS-SCAN-STATUS = '00'
               IF BRN-CLOSING AND
                       BRN-MERGE-INTO-CODE = WS-INPUT-BRANCH-CODE
                   MOVE 1 TO WS-INBOUND-MERGER
                   MOVE '10' TO WS-SCAN-STATUS
               END-IF
           END-IF.

       CANCEL-BRANCH-MERGER.
      *    Take a CLOSING branch back to OPEN before its merger runs
      *    Input: WS-INPUT-BRANCH-CODE, WS-INPUT-OPERATOR-ID
      *    Output: BRANCH-RECORD, WS-BRN-OP-STATUS, WS-BRN-OP-MESSAGE
           PERFORM CHECK-SUPERVISOR THRU CHECK-SUPERVISOR-END.
           IF NOT BRN-OP-SUCCESS
               GO TO CANCEL-BRANCH-MERGER-END
           END-IF.

           PERFORM READ-BRANCH-ROW.
           IF NOT BRN-OP-SUCCESS
               MOVE 'Branch not on the master' TO WS-BRN-OP-MESSAGE
               GO TO CANCEL-BRANCH-MERGER-END
           END-IF.

           IF NOT BRN-CLOSING
               MOVE '99' TO WS-BRN-OP-STATUS
               MOVE 'Branch is not scheduled to close'
                   TO WS-BRN-OP-MESSAGE
               GO TO CANCEL-BRANCH-MERGER-END
           END-IF.

           MOVE SPACES TO WS-AUDIT-DETAILS.
           STRING 'Branch ' BRN-BRANCH-CODE ' into '
               BRN-MERGE-INTO-CODE ' cancelled'
               DELIMITED BY SIZE INTO WS-AUDIT-DETAILS.

           MOVE 'OPEN' TO BRN-STATUS.
           MOVE SPACES TO BRN-MERGE-INTO-CODE.
           MOVE 0 TO BRN-MERGE-DATE.
           MOVE 0 TO BRN-MERGE-APPROVED-BY.
           PERFORM REWRITE-BRANCH-ROW.

           IF NOT BRN-OP-SUCCESS
               MOVE 'Branch could not be updated' TO WS-BRN-OP-MESSAGE
               GO TO CANCEL-BRANCH-MERGER-END
           END-IF.

           MOVE 'BRANCH-MERGE-CANCEL' TO WS-AUDIT-ACTION.
           PERFORM RECORD-BRANCH-AUDIT.

           MOVE 'Branch closure cancelled' TO WS-BRN-OP-MESSAGE.

       CANCEL-BRANCH-MERGER-END.
           EXIT.

       COMPLETE-BRANCH-MERGER.
      *    Mark a CLOSING branch CLOSED once the merger batch has
      *    moved its book; the merger instruction stays on the row
      *    as the record of where the book went
      *    Input: WS-INPUT-BRANCH-CODE, WS-INPUT-OPERATOR-ID (zero
      *           for the batch)
      *    Output: BRANCH-RECORD, WS-BRN-OP-STATUS, WS-BRN-OP-MESSAGE
           PERFORM READ-BRANCH-ROW.
           IF NOT BRN-OP-SUCCESS
               MOVE 'Branch not on the master' TO WS-BRN-OP-MESSAGE
               GO TO COMPLETE-BRANCH-MERGER-END
           END-IF.

           IF NOT BRN-CLOSING
               MOVE '99' TO WS-BRN-OP-STATUS
               MOVE 'Branch is not scheduled to close'
                   TO WS-BRN-OP-MESSAGE
               GO TO COMPLETE-BRANCH-MERGER-END
           END-IF.

           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-POSTING-DATE.

           MOVE 'CLOSED' TO BRN-STATUS.
           MOVE WS-POSTING-DATE TO BRN-CLOSED-DATE.
           PERFORM REWRITE-BRANCH-ROW.

           IF NOT BRN-OP-SUCCESS
               MOVE 'Branch could not be updated' TO WS-BRN-OP-MESSAGE
               GO TO COMPLETE-BRANCH-MERGER-END
           END-IF.

           MOVE 'BRANCH-CLOSED' TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-DETAILS.
           STRING 'Branch ' BRN-BRANCH-CODE ' merged into '
               BRN-MERGE-INTO-CODE
               DELIMITED BY SIZE INTO WS-AUDIT-DETAILS.
           PERFORM RECORD-BRANCH-AUDIT.

           MOVE 'Branch closed' TO WS-BRN-OP-MESSAGE.

       COMPLETE-BRANCH-MERGER-END.
           EXIT.

       END PROGRAM BRANCHES.
