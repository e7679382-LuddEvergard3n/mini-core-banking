       01  WS-INPUT-BOX-NUMBER         PIC 9(4).
       01  WS-INPUT-BOX-SIZE           PIC X(6).
       01  WS-INPUT-TARIFF             PIC S9(13)V99.
      * Branch whose strongroom holds the box (blank for '0001')
       01  WS-INPUT-BRANCH-CODE        PIC X(4).
       01  WS-INPUT-ACCOUNT-ID         PIC 9(8).
       01  WS-INPUT-CUSTOMER-ID        PIC 9(8).
       01  WS-INPUT-OPERATOR-ID        PIC 9(6).

       01  WS-ACCT-STATUS              PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-BRANCH-CHECK-STATUS      PIC XX.
       01  WS-BRANCH-CHECK-MESSAGE     PIC X(80).

       PROCEDURE DIVISION.

       REGISTER-BOX.
      *    Put one physical box on the register, VACANT
      *    Input: WS-INPUT-BOX-NUMBER, WS-INPUT-BOX-SIZE,
      *           WS-INPUT-TARIFF, WS-INPUT-BRANCH-CODE,
      *           WS-INPUT-OPERATOR-ID
      *    Output: SAFEBOX-RECORD, WS-SBX-OP-STATUS
           IF WS-INPUT-TARIFF NOT > 0
               MOVE '99' TO WS-SBX-OP-STATUS
               GO TO REGISTER-BOX-END
           END-IF.

           IF WS-INPUT-BRANCH-CODE = SPACES
               MOVE '0001' TO WS-INPUT-BRANCH-CODE
           END-IF.

      *    A new box is new business - its branch must be on the
      *    branch master and open, not closed or closing
           CALL 'BRANCHES' USING 'VALIDATE-BRANCH-FOR-NEW-BUSINESS'
               WS-INPUT-BRANCH-CODE BRANCH-RECORD
               WS-BRANCH-CHECK-STATUS WS-BRANCH-CHECK-MESSAGE.

           IF WS-BRANCH-CHECK-STATUS NOT = '00'
               MOVE '99' TO WS-SBX-OP-STATUS
               MOVE WS-BRANCH-CHECK-MESSAGE TO WS-SBX-OP-MESSAGE
               GO TO REGISTER-BOX-END
           END-IF.

           INITIALIZE SAFEBOX-RECORD.
           MOVE WS-INPUT-BOX-NUMBER TO SBX-BOX-NUMBER.
           MOVE WS-INPUT-BOX-SIZE TO SBX-SIZE.
           MOVE WS-INPUT-TARIFF TO SBX-ANNUAL-TARIFF.
           MOVE WS-INPUT-BRANCH-CODE TO SBX-BRANCH-CODE.
           MOVE 'VACANT' TO SBX-STATUS.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO SBX-CREATED-TS.
