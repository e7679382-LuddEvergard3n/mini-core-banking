      ******************************************************************
      * INSIDER.COB - Monthly Insider Activity Report
      *
      * Standalone report program for compliance's monthly review of
      * staff banking. An operator who banks with us is linked to
      * their own customer record and may declare related customers
      * (see SET-OPERATOR-CUSTOMER and ADD-RELATED-CUSTOMER in
      * OPERATOR.COB); every account those customers hold, or act
      * for as guardian, is a staff-linked account. This report
      * lists every transaction of the month on a staff-linked
      * account, with the staff member it is linked to and the
      * operators who keyed and approved it:
      *
      * 1. the operator file is read for every staff link;
      * 2. the account file is read for every account held by (or,
      *    on a minor's account, answering to) a linked customer;
      * 3. the transaction file is read for the month's transactions
      *    on those accounts, on either side of a transfer.
      *
      * Design decisions:
      * - The month is taken as YYYYMM from the command line; run
      *   without one (as the month-end schedule launches it) it
      *   reports the month of the current posting date
      * - Every transaction is listed, whoever keyed it: the review
      *   is of the staff member's banking, not only of conflicts
      * - A line is flagged SELF when the linked operator keyed or
      *   approved the transaction themselves - the postings
      *   CHECK-STAFF-CONFLICT should have refused, so any such line
      *   predates the link or needs explaining
      * - Refused attempts are logged as FAILED transactions, so they
      *   appear here too with the operator who tried them
      * - An account linked to more than one operator is listed once
      *   per operator
      * - Read-only over the operator, account and transaction files
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSIDER.
       AUTHOR. PORTFOLIO.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  WS-OP-STATUS                PIC XX.

       01  WS-COMMAND-ARGS             PIC X(80).
       01  WS-PERIOD-INPUT             PIC X(6).
       01  WS-PERIOD                   PIC 9(6).
       01  WS-POSTING-DATE             PIC 9(8).

      * Every staff link on the operator file: one row per operator
      * and linked customer
       01  WS-LINK-MAX                 PIC 9(4) VALUE 2000.
       01  WS-LINK-COUNT               PIC 9(4) VALUE 0.
       01  WS-LINK-TABLE.
           05  WS-LINK-ENTRY OCCURS 2000 TIMES.
               10  WS-LNK-OPERATOR-ID  PIC 9(6).
               10  WS-LNK-CUSTOMER-ID  PIC 9(8).
               10  WS-LNK-RELATION     PIC X(7).
       01  WS-LINK-IDX                 PIC 9(4).
       01  WS-NEW-LINK-CUSTOMER-ID     PIC 9(8).
       01  WS-NEW-LINK-RELATION        PIC X(7).
       01  WS-REL-IDX                  PIC 9.

      * Every staff-linked account: one row per account and operator
       01  WS-STAFF-ACCT-MAX           PIC 9(4) VALUE 5000.
       01  WS-STAFF-ACCT-COUNT         PIC 9(4) VALUE 0.
       01  WS-STAFF-ACCT-TABLE.
           05  WS-STAFF-ACCT-ENTRY OCCURS 5000 TIMES.
               10  WS-SA-ACCOUNT-ID    PIC 9(8).
               10  WS-SA-OPERATOR-ID   PIC 9(6).
               10  WS-SA-RELATION      PIC X(7).
       01  WS-SA-IDX                   PIC 9(4).

       01  WS-TXN-PERIOD               PIC X(6).
       01  WS-SELF-FLAG                PIC X(4).
       01  WS-DISPLAY-AMOUNT           PIC -(12)9.99.

       01  WS-REPORT-COUNTERS.
           05  WS-OPERATORS-SCANNED    PIC 9(6) VALUE 0.
           05  WS-LINKS-LOADED         PIC 9(6) VALUE 0.
           05  WS-LINKS-DROPPED        PIC 9(6) VALUE 0.
           05  WS-ACCOUNTS-SCANNED     PIC 9(8) VALUE 0.
           05  WS-ACCOUNTS-LINKED      PIC 9(6) VALUE 0.
           05  WS-ACCOUNTS-DROPPED     PIC 9(6) VALUE 0.
           05  WS-TXNS-SCANNED         PIC 9(10) VALUE 0.
           05  WS-TXNS-LISTED          PIC 9(8) VALUE 0.
           05  WS-TXNS-SELF            PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the monthly insider activity report
           PERFORM DETERMINE-PERIOD.
           PERFORM DISPLAY-BANNER.
           PERFORM LOAD-STAFF-LINKS.
           PERFORM LOAD-STAFF-ACCOUNTS THRU LOAD-STAFF-ACCOUNTS-END.
           PERFORM SCAN-TRANSACTIONS THRU SCAN-TRANSACTIONS-END.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * SETUP
      ******************************************************************

       DETERMINE-PERIOD.
      *    The month to report: YYYYMM from the command line, else
      *    the month of the current posting date
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           MOVE WS-COMMAND-ARGS(1:6) TO WS-PERIOD-INPUT.

           IF WS-PERIOD-INPUT IS NUMERIC
               MOVE WS-PERIOD-INPUT TO WS-PERIOD
           ELSE
               CALL 'CALENDAR' USING 'GET-POSTING-DATE'
                   WS-POSTING-DATE
               MOVE WS-POSTING-DATE(1:6) TO WS-PERIOD
           END-IF.
           MOVE WS-PERIOD TO WS-TXN-PERIOD.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           DISPLAY '================================================'.
           DISPLAY 'INSIDER ACTIVITY REPORT'.
           DISPLAY 'Reporting month: ' WS-PERIOD.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Operators scanned:     ' WS-OPERATORS-SCANNED.
           DISPLAY 'Staff links:           ' WS-LINKS-LOADED.
           DISPLAY 'Staff-linked accounts: ' WS-ACCOUNTS-LINKED.
           DISPLAY 'Transactions scanned:  ' WS-TXNS-SCANNED.
           DISPLAY 'Transactions listed:   ' WS-TXNS-LISTED.
           DISPLAY 'Keyed/approved by self:' WS-TXNS-SELF.
           IF WS-LINKS-DROPPED > 0 OR WS-ACCOUNTS-DROPPED > 0
               DISPLAY 'WARNING: table full - links not loaded: '
                   WS-LINKS-DROPPED ', accounts not loaded: '
                   WS-ACCOUNTS-DROPPED
           END-IF.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * PASS 1 - STAFF LINKS FROM THE OPERATOR FILE
      ******************************************************************

       LOAD-STAFF-LINKS.
      *    Single sequential pass over OPERATOR-FILE
           CALL 'FILES' USING 'OPEN-OPERATOR-FILE-IO'.
           CALL 'FILES' USING 'START-OPERATOR-FILE-TOP' WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               PERFORM LOAD-NEXT-OPERATOR
                   UNTIL WS-OP-STATUS = '10'
           END-IF.

           CALL 'FILES' USING 'CLOSE-OPERATOR-FILE'.

       LOAD-NEXT-OPERATOR.
      *    Read one operator and keep their own and related links
           CALL 'FILES' USING 'READ-NEXT-OPERATOR' OPERATOR-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-OPERATORS-SCANNED
               IF OP-CUSTOMER-ID NOT = 0
                   MOVE OP-CUSTOMER-ID TO WS-NEW-LINK-CUSTOMER-ID
                   MOVE 'OWN' TO WS-NEW-LINK-RELATION
                   PERFORM ADD-STAFF-LINK
               END-IF
               PERFORM ADD-RELATED-LINK
                   VARYING WS-REL-IDX FROM 1 BY 1
                   UNTIL WS-REL-IDX > OP-RELATED-COUNT
           END-IF.

       ADD-RELATED-LINK.
      *    Keep one declared related customer
           MOVE OP-RELATED-CUSTOMER-ID(WS-REL-IDX)
               TO WS-NEW-LINK-CUSTOMER-ID.
           MOVE 'RELATED' TO WS-NEW-LINK-RELATION.
           PERFORM ADD-STAFF-LINK.

       ADD-STAFF-LINK.
      *    Append one link to the table
      *    Input: OP-ID, WS-NEW-LINK-CUSTOMER-ID, WS-NEW-LINK-RELATION
           IF WS-LINK-COUNT < WS-LINK-MAX
               ADD 1 TO WS-LINK-COUNT
               MOVE OP-ID TO WS-LNK-OPERATOR-ID(WS-LINK-COUNT)
               MOVE WS-NEW-LINK-CUSTOMER-ID
                   TO WS-LNK-CUSTOMER-ID(WS-LINK-COUNT)
               MOVE WS-NEW-LINK-RELATION
                   TO WS-LNK-RELATION(WS-LINK-COUNT)
               ADD 1 TO WS-LINKS-LOADED
           ELSE
               ADD 1 TO WS-LINKS-DROPPED
           END-IF.

      ******************************************************************
      * PASS 2 - STAFF-LINKED ACCOUNTS
      ******************************************************************

       LOAD-STAFF-ACCOUNTS.
      *    Single sequential pass over ACCOUNT-FILE
           IF WS-LINK-COUNT = 0
               GO TO LOAD-STAFF-ACCOUNTS-END
           END-IF.

           CALL 'FILES' USING 'OPEN-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'START-ACCOUNT-FILE-TOP' WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               PERFORM CHECK-NEXT-ACCOUNT
                   UNTIL WS-OP-STATUS = '10'
           END-IF.

           CALL 'FILES' USING 'CLOSE-ACCOUNT-FILE'.

       LOAD-STAFF-ACCOUNTS-END.
           EXIT.

       CHECK-NEXT-ACCOUNT.
      *    Read one account and match it against every staff link
           CALL 'FILES' USING 'READ-NEXT-ACCOUNT' ACCOUNT-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-ACCOUNTS-SCANNED
               PERFORM MATCH-ACCOUNT-TO-LINK
                   VARYING WS-LINK-IDX FROM 1 BY 1
                   UNTIL WS-LINK-IDX > WS-LINK-COUNT
           END-IF.

       MATCH-ACCOUNT-TO-LINK.
      *    The account is staff-linked when the link's customer holds
      *    it or is the guardian on a minor's account
           IF ACC-CUSTOMER-ID = WS-LNK-CUSTOMER-ID(WS-LINK-IDX) OR
                   (ACC-GUARDIAN-CUSTOMER-ID NOT = 0 AND
                    ACC-GUARDIAN-CUSTOMER-ID =
                        WS-LNK-CUSTOMER-ID(WS-LINK-IDX))
               IF WS-STAFF-ACCT-COUNT < WS-STAFF-ACCT-MAX
                   ADD 1 TO WS-STAFF-ACCT-COUNT
                   MOVE ACC-ID TO WS-SA-ACCOUNT-ID(WS-STAFF-ACCT-COUNT)
                   MOVE WS-LNK-OPERATOR-ID(WS-LINK-IDX)
                       TO WS-SA-OPERATOR-ID(WS-STAFF-ACCT-COUNT)
                   MOVE WS-LNK-RELATION(WS-LINK-IDX)
                       TO WS-SA-RELATION(WS-STAFF-ACCT-COUNT)
                   ADD 1 TO WS-ACCOUNTS-LINKED
               ELSE
                   ADD 1 TO WS-ACCOUNTS-DROPPED
               END-IF
           END-IF.

      ******************************************************************
      * PASS 3 - THE MONTH'S TRANSACTIONS
      ******************************************************************

       SCAN-TRANSACTIONS.
      *    Single sequential pass over TRANSACTION-FILE
           IF WS-STAFF-ACCT-COUNT = 0
               DISPLAY 'No staff-linked accounts on file.'
               GO TO SCAN-TRANSACTIONS-END
           END-IF.

           DISPLAY 'Flag Txn ID       Account    Staff  Link    '
               'Type       Amount           Status     Keyed  Appr'.
           DISPLAY '------------------------------------------------'.

           CALL 'FILES' USING 'OPEN-TRANSACTION-FILE-IO'.
           CALL 'FILES' USING 'START-TRANSACTION-FILE-TOP'
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               PERFORM CHECK-NEXT-TRANSACTION
                   UNTIL WS-OP-STATUS = '10'
           END-IF.

           CALL 'FILES' USING 'CLOSE-TRANSACTION-FILE'.

       SCAN-TRANSACTIONS-END.
           EXIT.

       CHECK-NEXT-TRANSACTION.
      *    Read one transaction and, if it falls in the month, list it
      *    against every staff link on either of its accounts
           CALL 'FILES' USING 'READ-NEXT-TRANSACTION'
               TRANSACTION-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-TXNS-SCANNED
               IF TXN-TIMESTAMP(1:6) = WS-TXN-PERIOD
                   PERFORM MATCH-TRANSACTION-TO-ACCOUNT
                       VARYING WS-SA-IDX FROM 1 BY 1
                       UNTIL WS-SA-IDX > WS-STAFF-ACCT-COUNT
               END-IF
           END-IF.

       MATCH-TRANSACTION-TO-ACCOUNT.
      *    List the transaction when it touches this staff account
           IF TXN-ACCOUNT-ID = WS-SA-ACCOUNT-ID(WS-SA-IDX) OR
                   (TXN-DEST-ACCOUNT-ID NOT = 0 AND
                    TXN-DEST-ACCOUNT-ID = WS-SA-ACCOUNT-ID(WS-SA-IDX))
               PERFORM LIST-STAFF-TRANSACTION
           END-IF.

       LIST-STAFF-TRANSACTION.
      *    One report line: flagged SELF when the linked operator
      *    keyed or approved it
           IF TXN-OPERATOR-ID = WS-SA-OPERATOR-ID(WS-SA-IDX) OR
                   TXN-APPROVER-OP-ID = WS-SA-OPERATOR-ID(WS-SA-IDX)
               MOVE 'SELF' TO WS-SELF-FLAG
               ADD 1 TO WS-TXNS-SELF
           ELSE
               MOVE SPACES TO WS-SELF-FLAG
           END-IF.

           ADD 1 TO WS-TXNS-LISTED.
           MOVE TXN-AMOUNT TO WS-DISPLAY-AMOUNT.
           DISPLAY WS-SELF-FLAG ' ' TXN-ID ' '
               WS-SA-ACCOUNT-ID(WS-SA-IDX) ' '
               WS-SA-OPERATOR-ID(WS-SA-IDX) ' '
               WS-SA-RELATION(WS-SA-IDX) ' ' TXN-TYPE ' '
               WS-DISPLAY-AMOUNT ' ' TXN-STATUS ' '
               TXN-OPERATOR-ID ' ' TXN-APPROVER-OP-ID.

       END PROGRAM INSIDER.
