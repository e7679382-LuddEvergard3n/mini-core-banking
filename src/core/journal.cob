      * - DR adds to a chart row's booked balance and CR subtracts,
      *   matching the sign convention POST-TO-DESIGNATED-GL-ACCOUNT
      *   already uses
      * - A voucher books to one branch's share of each row it
      *   moves (see GLBRANCH.COB); a voucher keyed without a
      *   branch books to the head office branch '0001'
      * - A line on a suspense row under open-item control opens (or
      *   clears) an open item referenced 'JV' and the voucher
      *   number, the same as a customer posting there; rejecting a
      *   write-off voucher hands its item back to the open list
      * - The year-end closing voucher (see YEARCLOSE.COB) is the one
      *   voucher that posts without a checker: its lines are read
      *   off the closed December balances, not keyed, so there is
      *   no judgement for a second operator to check. It still has
      *   to balance, and it is audited as JV-YEAR-CLOSE
      *
      * Operations:
      * - CREATE-JOURNAL-VOUCHER: Validates and saves a PENDING
      * - APPROVE-JOURNAL-VOUCHER: Checker posts a pending voucher
      * - REJECT-JOURNAL-VOUCHER: Checker refuses a pending voucher
      * - GET-JOURNAL-VOUCHER: Reads one voucher
      * - POST-CLOSING-VOUCHER: Saves and posts a system-built
      *   year-end closing voucher in one step
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURNAL.
           88  VOUCHER-LINES-INVALID   VALUE 1.
       01  WS-GLA-STATUS               PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-LINE-MOVEMENT            PIC S9(13)V99.
       01  WS-BRANCH-STATUS            PIC XX.
       01  WS-OPEN-ITEM-STATUS         PIC XX.
       01  WS-VOUCHER-REFERENCE        PIC X(20).

       PROCEDURE DIVISION.


           PERFORM GENERATE-VOUCHER-ID.

           IF JVR-BRANCH-CODE = SPACES
               MOVE '0001' TO JVR-BRANCH-CODE
           END-IF.
           MOVE 'PENDING' TO JVR-STATUS.
           MOVE WS-INPUT-OPERATOR-ID TO JVR-MAKER-OP-ID.
           MOVE 0 TO JVR-CHECKER-OP-ID.
       POST-ONE-VOUCHER-LINE.
      *    Move one line's amount on its chart row: DR adds to the
      *    booked balance, CR subtracts - the same sign convention
      *    the automatic GL mirror postings use. A line on a row
      *    under open-item control is registered as an open item.
           MOVE JVR-LINE-GLA-ID(WS-LINE-IDX) TO GLA-ID.

           CALL 'FILES' USING 'OPEN-GL-ACCOUNT-FILE-IO'.

           IF WS-GLA-STATUS = '00'
               IF JVR-LINE-DRCR(WS-LINE-IDX) = 'DR'
                   MOVE JVR-LINE-AMOUNT(WS-LINE-IDX)
                       TO WS-LINE-MOVEMENT
               ELSE
                   COMPUTE WS-LINE-MOVEMENT =
                       0 - JVR-LINE-AMOUNT(WS-LINE-IDX)
               END-IF
               ADD WS-LINE-MOVEMENT TO GLA-BALANCE
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO GLA-UPDATED-TS
               CALL 'FILES' USING 'UPDATE-GL-ACCOUNT'
                   GL-ACCOUNT-RECORD WS-GLA-STATUS
               CALL 'GLBRANCH' USING 'POST-BRANCH-GL-MOVEMENT'
                   JVR-BRANCH-CODE GLA-ID WS-LINE-MOVEMENT
                   WS-BRANCH-STATUS
           ELSE
               DISPLAY 'WARNING: Voucher line GLA '
                   JVR-LINE-GLA-ID(WS-LINE-IDX)

           CALL 'FILES' USING 'CLOSE-GL-ACCOUNT-FILE'.

           IF WS-GLA-STATUS = '00' AND GLA-OPEN-ITEM-MANAGED
               MOVE SPACES TO WS-VOUCHER-REFERENCE
               STRING 'JV' JVR-VOUCHER-ID
                   DELIMITED BY SIZE INTO WS-VOUCHER-REFERENCE
               CALL 'OPENITEM' USING 'REGISTER-OPEN-ITEM'
                   GLA-ID JVR-BRANCH-CODE WS-LINE-MOVEMENT
                   WS-VOUCHER-REFERENCE 0 'JV' JVR-DESCRIPTION
                   JVR-VOUCHER-ID OPEN-ITEM-RECORD
                   WS-OPEN-ITEM-STATUS
           END-IF.

       POST-CLOSING-VOUCHER.
      *    Save and post a year-end closing voucher built by the
      *    close batch; it must balance like any other voucher
      *    Input: JOURNAL-VOUCHER-RECORD (lines, description and
      *           branch), WS-INPUT-OPERATOR-ID
      *    Output: JOURNAL-VOUCHER-RECORD, WS-JNL-OP-STATUS
           IF JVR-LINE-COUNT < 2 OR JVR-LINE-COUNT > 10
               MOVE '99' TO WS-JNL-OP-STATUS
               MOVE 'A voucher needs between 2 and 10 lines'
                   TO WS-JNL-OP-MESSAGE
               GO TO POST-CLOSING-VOUCHER-END
           END-IF.

           PERFORM VALIDATE-VOUCHER-LINES.

           IF VOUCHER-LINES-INVALID
               MOVE '99' TO WS-JNL-OP-STATUS
               GO TO POST-CLOSING-VOUCHER-END
           END-IF.

           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               MOVE '99' TO WS-JNL-OP-STATUS
               MOVE 'Voucher does not balance debits against credits'
                   TO WS-JNL-OP-MESSAGE
               GO TO POST-CLOSING-VOUCHER-END
           END-IF.

           PERFORM GENERATE-VOUCHER-ID.

           IF JVR-BRANCH-CODE = SPACES
               MOVE '0001' TO JVR-BRANCH-CODE
           END-IF.

           PERFORM POST-ONE-VOUCHER-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > JVR-LINE-COUNT.

           MOVE 'POSTED' TO JVR-STATUS.
           MOVE WS-INPUT-OPERATOR-ID TO JVR-MAKER-OP-ID.
           MOVE WS-INPUT-OPERATOR-ID TO JVR-CHECKER-OP-ID.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO JVR-CREATED-TS.
           MOVE WS-TIMESTAMP TO JVR-DECIDED-TS.

           CALL 'FILES' USING 'OPEN-JOURNAL-VOUCHER-FILE-IO'.
           CALL 'FILES' USING 'WRITE-JOURNAL-VOUCHER'
               JOURNAL-VOUCHER-RECORD WS-JNL-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-JOURNAL-VOUCHER-FILE'.

           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-INPUT-OPERATOR-ID 'JV-YEAR-CLOSE' 0
               JVR-DESCRIPTION WS-AUDIT-STATUS.

           IF JNL-OP-SUCCESS
               MOVE 'Closing voucher posted to the general ledger'
                   TO WS-JNL-OP-MESSAGE
           ELSE
               MOVE 'Closing voucher posted but not saved'
                   TO WS-JNL-OP-MESSAGE
           END-IF.

       POST-CLOSING-VOUCHER-END.
           EXIT.

       REJECT-JOURNAL-VOUCHER.
      *    Refuse a PENDING voucher; nothing posts
      *    Input: WS-INPUT-VOUCHER-ID, WS-INPUT-OPERATOR-ID (the
               JOURNAL-VOUCHER-RECORD WS-JNL-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-JOURNAL-VOUCHER-FILE'.

      *    A write-off voucher's item goes back on the open list
           CALL 'OPENITEM' USING 'RELEASE-WRITE-OFF'
               JVR-VOUCHER-ID WS-OPEN-ITEM-STATUS.

           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-INPUT-OPERATOR-ID 'JV-REJECT' 0
               'Journal voucher rejected' WS-AUDIT-STATUS.
