      ******************************************************************
      * ACCRTIE.COB - Accrued Interest GL Tie-Out Report
      *
      * Standalone report program. Sums the accrual memo positions
      * every account carries - ACC-ACCRUED-INTEREST (savings
      * interest owed to the customer) and ACC-OD-ACCRUED-INT
      * (overdraft interest the customer owes) - and ties them to the
      * general ledger rows the nightly accrual runs book them to:
      * GLA 2600 ACCRUED INTEREST PAYABLE and GLA 1300 OD INTEREST
      * RECEIVABLE (see INTACCR.COB). Bank-wide first, then branch by
      * branch against each branch's share of the two rows.
      *
      * Design decisions:
      * - Every account is summed, whatever its status: a memo
      *   position left on a closed account is still on the books
      *   until something settles it
      * - The rows carry LEDGER's GL mirror sign convention (GL
      *   CREDIT adds, GL DEBIT subtracts), so the payable ties to
      *   the savings memo total as it stands and the receivable to
      *   the overdraft memo total negated
      * - Read-only unless launched with TRUEUP, which books each
      *   branch's break through the same accrual pairs the nightly
      *   runs use, so the books then agree with the accounts. Meant
      *   for the opening position when accrual booking first goes
      *   live, and for the share of a night's accrual an abended
      *   accrual run never got to book
      * - RETURN-CODE 4 when anything breaks (before any true-up)
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRTIE.
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
       01  WS-GLA-STATUS               PIC XX.
       01  WS-BOOK-STATUS              PIC XX.

      * Chart rows the accruals are booked to
       01  WS-GL-INTEREST-PAYABLE      PIC 9(4) VALUE 2600.
       01  WS-GL-OD-RECEIVABLE         PIC 9(4) VALUE 1300.

      * Optional TRUEUP argument
       01  WS-COMMAND-ARGS             PIC X(80).
       01  WS-TRUEUP-FLAG              PIC X VALUE 'N'.
           88  TRUEUP-REQUESTED        VALUE 'Y'.

      * Bank-wide positions: the memo totals from the accounts and
      * the booked balances of the two rows
       01  WS-BANK-TOTALS.
           05  WS-SAVINGS-MEMO         PIC S9(13)V99 VALUE 0.
           05  WS-OD-MEMO              PIC S9(13)V99 VALUE 0.
           05  WS-PAYABLE-BOOKED       PIC S9(13)V99 VALUE 0.
           05  WS-RECEIVABLE-BOOKED    PIC S9(13)V99 VALUE 0.
           05  WS-SAVINGS-BREAK        PIC S9(13)V99 VALUE 0.
           05  WS-OD-BREAK             PIC S9(13)V99 VALUE 0.

      * The same positions per branch
       01  WS-BRANCH-TIE.
           05  WS-BRT-COUNT            PIC 9(3) VALUE 0.
           05  WS-BRT-ENTRY OCCURS 100 TIMES.
               10  WS-BRT-BRANCH       PIC X(4).
               10  WS-BRT-SAVINGS-MEMO PIC S9(13)V99.
               10  WS-BRT-OD-MEMO      PIC S9(13)V99.
               10  WS-BRT-PAYABLE      PIC S9(13)V99.
               10  WS-BRT-RECEIVABLE   PIC S9(13)V99.
       01  WS-BRT-IDX                  PIC 9(3).
       01  WS-BRT-FOUND                PIC 9(3).
       01  WS-BRT-BRANCH-CODE          PIC X(4).
       01  WS-BRT-SAVINGS-BREAK        PIC S9(13)V99.
       01  WS-BRT-OD-BREAK             PIC S9(13)V99.
       01  WS-BRT-MARK                 PIC X(5).

       01  WS-REPORT-COUNTERS.
           05  WS-ACCOUNTS-SCANNED     PIC 9(8) VALUE 0.
           05  WS-BRANCH-BREAKS        PIC 9(3) VALUE 0.
           05  WS-BRANCHES-TRUED-UP    PIC 9(3) VALUE 0.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-MEMO         PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-BOOKED       PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-BREAK        PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the accrued interest tie-out report
           PERFORM DISPLAY-BANNER.
           PERFORM SUM-ACCOUNT-ACCRUALS.
           PERFORM READ-BOOKED-ACCRUALS.
           PERFORM COLLECT-BRANCH-SHARES.
           PERFORM PRINT-BANK-TIE-OUT.
           PERFORM PRINT-BRANCH-TIE-OUT.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header and pick up the TRUEUP argument
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMMAND-ARGS))
                   = 'TRUEUP'
               MOVE 'Y' TO WS-TRUEUP-FLAG
           END-IF.

           DISPLAY '================================================'.
           DISPLAY 'ACCRUED INTEREST GL TIE-OUT REPORT'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           IF TRUEUP-REQUESTED
               DISPLAY 'Mode: TRUEUP - branch breaks will be booked'
           END-IF.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display final counts and the verdict
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Accounts scanned:      ' WS-ACCOUNTS-SCANNED.
           DISPLAY 'Branches reported:     ' WS-BRT-COUNT.
           DISPLAY 'Branches with a break: ' WS-BRANCH-BREAKS.
           IF TRUEUP-REQUESTED
               DISPLAY 'Branches trued up:     ' WS-BRANCHES-TRUED-UP
           END-IF.
           DISPLAY '------------------------------------------------'.

           IF WS-SAVINGS-BREAK = 0 AND WS-OD-BREAK = 0
                   AND WS-BRANCH-BREAKS = 0
               DISPLAY 'TIE-OUT PASSED - accrued interest on the GL '
                   'agrees with the accounts.'
           ELSE
               DISPLAY 'TIE-OUT FAILED - accrued interest on the GL '
                   'does not agree with the accounts.'
               MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * ACCOUNT MEMO POSITIONS
      ******************************************************************

       SUM-ACCOUNT-ACCRUALS.
      *    Single sequential pass over ACCOUNT-FILE
           CALL 'FILES' USING 'OPEN-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'START-ACCOUNT-FILE-TOP' WS-OP-STATUS.

           PERFORM SUM-NEXT-ACCOUNT
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-ACCOUNT-FILE'.

       SUM-NEXT-ACCOUNT.
      *    Read one account and fold its memo positions into the
      *    bank and branch totals
           CALL 'FILES' USING 'READ-NEXT-ACCOUNT' ACCOUNT-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-ACCOUNTS-SCANNED
               IF ACC-ACCRUED-INTEREST NOT = 0
                       OR ACC-OD-ACCRUED-INT NOT = 0
                   ADD ACC-ACCRUED-INTEREST TO WS-SAVINGS-MEMO
                   ADD ACC-OD-ACCRUED-INT TO WS-OD-MEMO
                   MOVE ACC-BRANCH-CODE TO WS-BRT-BRANCH-CODE
                   PERFORM FIND-BRANCH-TIE-ENTRY
                   IF WS-BRT-FOUND > 0
                       ADD ACC-ACCRUED-INTEREST
                           TO WS-BRT-SAVINGS-MEMO(WS-BRT-FOUND)
                       ADD ACC-OD-ACCRUED-INT
                           TO WS-BRT-OD-MEMO(WS-BRT-FOUND)
                   END-IF
               END-IF
           END-IF.

       FIND-BRANCH-TIE-ENTRY.
      *    Locate (or add) the table entry of WS-BRT-BRANCH-CODE; a
      *    blank branch is the head office branch '0001'
      *    Output: WS-BRT-FOUND (0 when the table is full)
           IF WS-BRT-BRANCH-CODE = SPACES
               MOVE '0001' TO WS-BRT-BRANCH-CODE
           END-IF.

           MOVE 0 TO WS-BRT-FOUND.
           PERFORM MATCH-ONE-BRANCH-TIE
               VARYING WS-BRT-IDX FROM 1 BY 1
               UNTIL WS-BRT-IDX > WS-BRT-COUNT
                   OR WS-BRT-FOUND > 0.

           IF WS-BRT-FOUND = 0
               IF WS-BRT-COUNT < 100
                   ADD 1 TO WS-BRT-COUNT
                   MOVE WS-BRT-COUNT TO WS-BRT-FOUND
                   MOVE WS-BRT-BRANCH-CODE
                       TO WS-BRT-BRANCH(WS-BRT-FOUND)
                   MOVE 0 TO WS-BRT-SAVINGS-MEMO(WS-BRT-FOUND)
                   MOVE 0 TO WS-BRT-OD-MEMO(WS-BRT-FOUND)
                   MOVE 0 TO WS-BRT-PAYABLE(WS-BRT-FOUND)
                   MOVE 0 TO WS-BRT-RECEIVABLE(WS-BRT-FOUND)
               ELSE
                   DISPLAY 'WARNING: Branch table full - branch '
                       WS-BRT-BRANCH-CODE ' not tied out apart'
               END-IF
           END-IF.

       MATCH-ONE-BRANCH-TIE.
      *    Test one table entry against WS-BRT-BRANCH-CODE
           IF WS-BRT-BRANCH(WS-BRT-IDX) = WS-BRT-BRANCH-CODE
               MOVE WS-BRT-IDX TO WS-BRT-FOUND
           END-IF.

      ******************************************************************
      * BOOKED POSITIONS
      ******************************************************************

       READ-BOOKED-ACCRUALS.
      *    Read the two rows' bank-wide booked balances
           CALL 'FILES' USING 'OPEN-GL-ACCOUNT-FILE-IO'.

           MOVE WS-GL-INTEREST-PAYABLE TO GLA-ID.
           CALL 'FILES' USING 'READ-GL-ACCOUNT' GL-ACCOUNT-RECORD
               WS-GLA-STATUS.
           IF WS-GLA-STATUS = '00'
               MOVE GLA-BALANCE TO WS-PAYABLE-BOOKED
           ELSE
               DISPLAY 'WARNING: GLA 2600 missing from the chart'
           END-IF.

           MOVE WS-GL-OD-RECEIVABLE TO GLA-ID.
           CALL 'FILES' USING 'READ-GL-ACCOUNT' GL-ACCOUNT-RECORD
               WS-GLA-STATUS.
           IF WS-GLA-STATUS = '00'
               MOVE GLA-BALANCE TO WS-RECEIVABLE-BOOKED
           ELSE
               DISPLAY 'WARNING: GLA 1300 missing from the chart'
           END-IF.

           CALL 'FILES' USING 'CLOSE-GL-ACCOUNT-FILE'.

           COMPUTE WS-SAVINGS-BREAK =
               WS-PAYABLE-BOOKED - WS-SAVINGS-MEMO.
           COMPUTE WS-OD-BREAK =
               (0 - WS-RECEIVABLE-BOOKED) - WS-OD-MEMO.

       COLLECT-BRANCH-SHARES.
      *    Pick up every branch's share of the two rows
           CALL 'FILES' USING 'OPEN-GL-BRANCH-FILE-IO'.
           CALL 'FILES' USING 'START-GL-BRANCH-FILE-TOP' WS-OP-STATUS.

           PERFORM COLLECT-NEXT-BRANCH-SHARE
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-GL-BRANCH-FILE'.

       COLLECT-NEXT-BRANCH-SHARE.
      *    Read one branch row and note it if it is a share of 2600
      *    or 1300
           CALL 'FILES' USING 'READ-NEXT-GL-BRANCH'
               GL-BRANCH-BALANCE-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               IF GLB-GLA-ID = WS-GL-INTEREST-PAYABLE
                       OR GLB-GLA-ID = WS-GL-OD-RECEIVABLE
                   MOVE GLB-BRANCH-CODE TO WS-BRT-BRANCH-CODE
                   PERFORM FIND-BRANCH-TIE-ENTRY
                   IF WS-BRT-FOUND > 0
                       IF GLB-GLA-ID = WS-GL-INTEREST-PAYABLE
                           ADD GLB-BALANCE
                               TO WS-BRT-PAYABLE(WS-BRT-FOUND)
                       ELSE
                           ADD GLB-BALANCE
                               TO WS-BRT-RECEIVABLE(WS-BRT-FOUND)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * TIE-OUT
      ******************************************************************

       PRINT-BANK-TIE-OUT.
      *    Bank-wide: the payable against the savings memo total, the
      *    receivable (negated) against the overdraft memo total
           DISPLAY 'BANK-WIDE                 Accounts          '
               'GL booked            Break'.
           DISPLAY '------------------------------------------------'.

           MOVE WS-SAVINGS-MEMO TO WS-DISPLAY-MEMO.
           MOVE WS-PAYABLE-BOOKED TO WS-DISPLAY-BOOKED.
           MOVE WS-SAVINGS-BREAK TO WS-DISPLAY-BREAK.
           DISPLAY 'Savings (GL 2600)  ' WS-DISPLAY-MEMO ' '
               WS-DISPLAY-BOOKED ' ' WS-DISPLAY-BREAK.

           MOVE WS-OD-MEMO TO WS-DISPLAY-MEMO.
           COMPUTE WS-DISPLAY-BOOKED = 0 - WS-RECEIVABLE-BOOKED.
           MOVE WS-OD-BREAK TO WS-DISPLAY-BREAK.
           DISPLAY 'Overdraft (GL 1300)' WS-DISPLAY-MEMO ' '
               WS-DISPLAY-BOOKED ' ' WS-DISPLAY-BREAK.
           DISPLAY ' '.

       PRINT-BRANCH-TIE-OUT.
      *    One pair of lines per branch, breaks marked
           DISPLAY 'BY BRANCH                 Accounts          '
               'GL booked            Break'.
           DISPLAY '------------------------------------------------'.

           PERFORM PRINT-ONE-BRANCH-TIE
               VARYING WS-BRT-IDX FROM 1 BY 1
               UNTIL WS-BRT-IDX > WS-BRT-COUNT.

       PRINT-ONE-BRANCH-TIE.
      *    Tie one branch's memo totals to its shares of the two rows
      *    and, in TRUEUP mode, book the break away
           COMPUTE WS-BRT-SAVINGS-BREAK =
               WS-BRT-PAYABLE(WS-BRT-IDX)
               - WS-BRT-SAVINGS-MEMO(WS-BRT-IDX).
           COMPUTE WS-BRT-OD-BREAK =
               (0 - WS-BRT-RECEIVABLE(WS-BRT-IDX))
               - WS-BRT-OD-MEMO(WS-BRT-IDX).

           IF WS-BRT-SAVINGS-BREAK = 0 AND WS-BRT-OD-BREAK = 0
               MOVE SPACES TO WS-BRT-MARK
           ELSE
               MOVE 'BREAK' TO WS-BRT-MARK
               ADD 1 TO WS-BRANCH-BREAKS
           END-IF.

           MOVE WS-BRT-SAVINGS-MEMO(WS-BRT-IDX) TO WS-DISPLAY-MEMO.
           MOVE WS-BRT-PAYABLE(WS-BRT-IDX) TO WS-DISPLAY-BOOKED.
           MOVE WS-BRT-SAVINGS-BREAK TO WS-DISPLAY-BREAK.
           DISPLAY WS-BRT-BRANCH(WS-BRT-IDX) ' Savings      '
               WS-DISPLAY-MEMO ' ' WS-DISPLAY-BOOKED ' '
               WS-DISPLAY-BREAK ' ' WS-BRT-MARK.

           MOVE WS-BRT-OD-MEMO(WS-BRT-IDX) TO WS-DISPLAY-MEMO.
           COMPUTE WS-DISPLAY-BOOKED =
               0 - WS-BRT-RECEIVABLE(WS-BRT-IDX).
           MOVE WS-BRT-OD-BREAK TO WS-DISPLAY-BREAK.
           DISPLAY WS-BRT-BRANCH(WS-BRT-IDX) ' Overdraft    '
               WS-DISPLAY-MEMO ' ' WS-DISPLAY-BOOKED ' '
               WS-DISPLAY-BREAK ' ' WS-BRT-MARK.

           IF TRUEUP-REQUESTED AND WS-BRT-MARK = 'BREAK'
               PERFORM TRUE-UP-ONE-BRANCH
           END-IF.

       TRUE-UP-ONE-BRANCH.
      *    Book the branch's break through the accrual pairs: a
      *    payable short of the accounts books more accrual, one
      *    over them books some back, and likewise the receivable
           COMPUTE WS-BRT-SAVINGS-BREAK = 0 - WS-BRT-SAVINGS-BREAK.
           COMPUTE WS-BRT-OD-BREAK = 0 - WS-BRT-OD-BREAK.

           CALL 'INTACCR' USING 'BOOK-SAVINGS-ACCRUAL'
               WS-BRT-BRANCH(WS-BRT-IDX) WS-BRT-SAVINGS-BREAK
               WS-BOOK-STATUS.
           CALL 'INTACCR' USING 'BOOK-OD-ACCRUAL'
               WS-BRT-BRANCH(WS-BRT-IDX) WS-BRT-OD-BREAK
               WS-BOOK-STATUS.

           ADD 1 TO WS-BRANCHES-TRUED-UP.
           DISPLAY WS-BRT-BRANCH(WS-BRT-IDX)
               ' TRUED UP to the account positions'.

       END PROGRAM ACCRTIE.
