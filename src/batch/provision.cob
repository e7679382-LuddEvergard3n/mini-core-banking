      * - The provision is carried on GLA 2400 (LOAN LOSS PROVISION)
      *   against GLA 5100 (PROVISION EXPENSE); only the movement
      *   posts, so a stable book posts nothing
      * - Paid-off and written-off loans provision at zero by
      *   simply not being counted; their previous provision unwinds
      *   through the same movement (a write-off has already used up
      *   its share of GLA 2400 - see WRITE-OFF-LOAN in LOANS.COB)
      * - Each branch's share of GLA 2400/5100 (see GLBRANCH.COB) is
      *   trued up the same way, from the required provision of the
      *   loans whose borrower account the branch holds against that
      *   branch's booked share - so the branch shares still sum to
      *   the chart movement, and a borrower moved between branches
      *   takes the provision with it at the next run
      * - A classification report prints per run: each loan, its
      *   class, days past due and required provision
      * - Restructured loans (LN-RESTRUCTURED) are reported apart
      *   from the performing book, marked R on their row and
      *   subtotalled separately, and are never classed better than
      *   B while they remain on the book - a restructure cures the
      *   arrears on paper, not the credit risk
      *
      * Author: Portfolio Project
      * Date: 2026
       01  WS-CLASS-IDX                PIC 9.
       01  WS-LOAN-CLASS               PIC X.
       01  WS-LOAN-RATE                PIC 9(3)V99.
       01  WS-RESTRUCTURED-MARK        PIC X.

      * Days past due computed from LN-ARREARS-SINCE-DATE
       01  WS-DPD-WORK.
       01  WS-BOOKED-PROVISION         PIC S9(13)V99 VALUE 0.
       01  WS-PROVISION-MOVEMENT       PIC S9(13)V99 VALUE 0.

      * Per-branch provision: required from the loans each branch's
      * borrowers hold, booked from the branch's share of GLA 2400
       01  WS-BRANCH-PROVISION.
           05  WS-BRP-COUNT            PIC 9(3) VALUE 0.
           05  WS-BRP-ENTRY OCCURS 100 TIMES.
               10  WS-BRP-BRANCH       PIC X(4).
               10  WS-BRP-REQUIRED     PIC S9(13)V99.
               10  WS-BRP-BOOKED       PIC S9(13)V99.
       01  WS-BRP-IDX                  PIC 9(3).
       01  WS-BRP-FOUND                PIC 9(3).
       01  WS-BRP-BRANCH-CODE          PIC X(4).
       01  WS-BRP-MOVEMENT             PIC S9(13)V99.
       01  WS-BRP-GLA-ID               PIC 9(4).
       01  WS-BRP-STATUS               PIC XX.

       01  WS-REPORT-COUNTERS.
           05  WS-LOANS-SCANNED        PIC 9(6) VALUE 0.
           05  WS-LOANS-CLASSIFIED     PIC 9(6) VALUE 0.
           05  WS-PERFORMING-LOANS     PIC 9(6) VALUE 0.
           05  WS-RESTRUCTURED-LOANS   PIC 9(6) VALUE 0.

       01  WS-PERFORMING-PROVISION     PIC S9(13)V99 VALUE 0.
       01  WS-RESTRUCTURED-PROVISION   PIC S9(13)V99 VALUE 0.

       01  WS-DISPLAY-AMOUNT           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-MOVEMENT         PIC -ZZZ,ZZZ,ZZ9.99.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Loans scanned:         ' WS-LOANS-SCANNED.
           DISPLAY 'Loans classified:      ' WS-LOANS-CLASSIFIED.
           DISPLAY '  Performing:          ' WS-PERFORMING-LOANS.
           MOVE WS-PERFORMING-PROVISION TO WS-DISPLAY-AMOUNT.
           DISPLAY '    provision:         ' WS-DISPLAY-AMOUNT.
           DISPLAY '  Restructured:        ' WS-RESTRUCTURED-LOANS.
           MOVE WS-RESTRUCTURED-PROVISION TO WS-DISPLAY-AMOUNT.
           DISPLAY '    provision:         ' WS-DISPLAY-AMOUNT.
           MOVE WS-REQUIRED-PROVISION TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Required provision:    ' WS-DISPLAY-AMOUNT.
           MOVE WS-BOOKED-PROVISION TO WS-DISPLAY-AMOUNT.
               END-IF
           END-PERFORM.

           MOVE SPACE TO WS-RESTRUCTURED-MARK.
           IF LN-RESTRUCTURED
               PERFORM APPLY-RESTRUCTURED-FLOOR
           END-IF.

           COMPUTE WS-LOAN-PROVISION ROUNDED =
               (LN-OUTSTANDING + LN-ARREARS-AMT)
               * WS-LOAN-RATE / 100.

           ADD WS-LOAN-PROVISION TO WS-REQUIRED-PROVISION.
           ADD 1 TO WS-LOANS-CLASSIFIED.
           PERFORM ADD-LOAN-TO-BRANCH-PROVISION.

           IF LN-RESTRUCTURED
               ADD 1 TO WS-RESTRUCTURED-LOANS
               ADD WS-LOAN-PROVISION TO WS-RESTRUCTURED-PROVISION
           ELSE
               ADD 1 TO WS-PERFORMING-LOANS
               ADD WS-LOAN-PROVISION TO WS-PERFORMING-PROVISION
           END-IF.

           MOVE LN-OUTSTANDING TO WS-DISPLAY-AMOUNT.
           MOVE WS-LOAN-PROVISION TO WS-DISPLAY-MOVEMENT.
           DISPLAY LN-LOAN-ID '  ' WS-LOAN-CLASS WS-RESTRUCTURED-MARK
               '  ' WS-DAYS-PAST-DUE '  ' WS-DISPLAY-AMOUNT ' '
               WS-DISPLAY-MOVEMENT.

       APPLY-RESTRUCTURED-FLOOR.
      *    A restructured loan is marked R and never classed current
           MOVE 'R' TO WS-RESTRUCTURED-MARK.
           IF WS-LOAN-CLASS = 'A'
               MOVE WS-CLASS-CODE(2) TO WS-LOAN-CLASS
               MOVE WS-CLASS-RATE-PCT(2) TO WS-LOAN-RATE
           END-IF.

       ADD-LOAN-TO-BRANCH-PROVISION.
      *    Fold the loan's required provision into its borrower's
      *    branch
           MOVE SPACES TO WS-BRP-BRANCH-CODE.
           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               LN-ACCOUNT-ID ACCOUNT-RECORD WS-BRP-STATUS.
           IF WS-BRP-STATUS = '00'
               MOVE ACC-BRANCH-CODE TO WS-BRP-BRANCH-CODE
           END-IF.

           PERFORM FIND-BRANCH-PROVISION-ENTRY.
           IF WS-BRP-FOUND > 0
               ADD WS-LOAN-PROVISION TO WS-BRP-REQUIRED(WS-BRP-FOUND)
           END-IF.

       FIND-BRANCH-PROVISION-ENTRY.
      *    Locate (or add) the table entry of WS-BRP-BRANCH-CODE; a
      *    blank branch is the head office branch '0001'
      *    Output: WS-BRP-FOUND (0 when the table is full)
           IF WS-BRP-BRANCH-CODE = SPACES
               MOVE '0001' TO WS-BRP-BRANCH-CODE
           END-IF.

           MOVE 0 TO WS-BRP-FOUND.
           PERFORM MATCH-ONE-BRANCH-PROVISION
               VARYING WS-BRP-IDX FROM 1 BY 1
               UNTIL WS-BRP-IDX > WS-BRP-COUNT
                   OR WS-BRP-FOUND > 0.

           IF WS-BRP-FOUND = 0
               IF WS-BRP-COUNT < 100
                   ADD 1 TO WS-BRP-COUNT
                   MOVE WS-BRP-COUNT TO WS-BRP-FOUND
                   MOVE WS-BRP-BRANCH-CODE
                       TO WS-BRP-BRANCH(WS-BRP-FOUND)
                   MOVE 0 TO WS-BRP-REQUIRED(WS-BRP-FOUND)
                   MOVE 0 TO WS-BRP-BOOKED(WS-BRP-FOUND)
               ELSE
                   DISPLAY 'WARNING: Branch table full - branch '
                       WS-BRP-BRANCH-CODE ' not provisioned apart'
               END-IF
           END-IF.

       MATCH-ONE-BRANCH-PROVISION.
      *    Test one table entry against WS-BRP-BRANCH-CODE
           IF WS-BRP-BRANCH(WS-BRP-IDX) = WS-BRP-BRANCH-CODE
               MOVE WS-BRP-IDX TO WS-BRP-FOUND
           END-IF.

      ******************************************************************
      * MOVEMENT POSTING
      ******************************************************************
           COMPUTE WS-PROVISION-MOVEMENT =
               WS-REQUIRED-PROVISION - WS-BOOKED-PROVISION.

      *    The branch shares true up on their own, even on a run
      *    whose bank-wide movement nets to nothing
           PERFORM POST-BRANCH-PROVISION-MOVEMENTS.

           IF WS-PROVISION-MOVEMENT = 0
               DISPLAY ' '
               DISPLAY 'Provision already at required level - '
       POST-PROVISION-MOVEMENT-END.
           EXIT.

       POST-BRANCH-PROVISION-MOVEMENTS.
      *    Collect each branch's booked share of GLA 2400, then move
      *    every branch's GLA 2400/5100 shares by its own required
      *    minus booked
           CALL 'FILES' USING 'OPEN-GL-BRANCH-FILE-IO'.
           CALL 'FILES' USING 'START-GL-BRANCH-FILE-TOP' WS-OP-STATUS.

           PERFORM COLLECT-NEXT-BRANCH-PROVISION
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-GL-BRANCH-FILE'.

           PERFORM POST-ONE-BRANCH-PROVISION
               VARYING WS-BRP-IDX FROM 1 BY 1
               UNTIL WS-BRP-IDX > WS-BRP-COUNT.

       COLLECT-NEXT-BRANCH-PROVISION.
      *    Read one branch row and note it if it is a GLA 2400 share
           CALL 'FILES' USING 'READ-NEXT-GL-BRANCH'
               GL-BRANCH-BALANCE-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00' AND GLB-GLA-ID = 2400
               MOVE GLB-BRANCH-CODE TO WS-BRP-BRANCH-CODE
               PERFORM FIND-BRANCH-PROVISION-ENTRY
               IF WS-BRP-FOUND > 0
                   ADD GLB-BALANCE TO WS-BRP-BOOKED(WS-BRP-FOUND)
               END-IF
           END-IF.

       POST-ONE-BRANCH-PROVISION.
      *    Move one branch's GLA 2400 and 5100 shares by its own
      *    required minus booked
           COMPUTE WS-BRP-MOVEMENT = WS-BRP-REQUIRED(WS-BRP-IDX)
               - WS-BRP-BOOKED(WS-BRP-IDX).

           IF WS-BRP-MOVEMENT NOT = 0
               MOVE 2400 TO WS-BRP-GLA-ID
               CALL 'GLBRANCH' USING 'POST-BRANCH-GL-MOVEMENT'
                   WS-BRP-BRANCH(WS-BRP-IDX) WS-BRP-GLA-ID
                   WS-BRP-MOVEMENT WS-BRP-STATUS
               MOVE 5100 TO WS-BRP-GLA-ID
               CALL 'GLBRANCH' USING 'POST-BRANCH-GL-MOVEMENT'
                   WS-BRP-BRANCH(WS-BRP-IDX) WS-BRP-GLA-ID
                   WS-BRP-MOVEMENT WS-BRP-STATUS
           END-IF.

       ADJUST-ONE-GLA-BY-MOVEMENT.
      *    Add the movement to one chart row's booked balance
      *    Input: GLA-ID, WS-PROVISION-MOVEMENT
