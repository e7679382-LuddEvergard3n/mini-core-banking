      ******************************************************************
      * BRMERGE.COB - Branch Closure / Merger Batch
      *
      * Standalone batch program. Carries out the branch closures a
      * supervisor has scheduled on the branch master (see
      * SCHEDULE-BRANCH-MERGER in BRANCHES.COB). For every CLOSING
      * branch whose merger date has come by the posting date, the
      * whole of its book moves to the receiving branch in one run:
      *
      * 1. every account on the branch, closed ones included, is
      *    re-coded to the receiving branch, each move written to
      *    the audit trail as a BRANCH-TRANSFER so the daily branch
      *    transfer report (BRXFER) shows both managers the move;
      * 2. the vault's cash is added to the receiving branch's vault
      *    and the closing vault is left at zero;
      * 3. teller drawer sessions still open, cash machines and safe
      *    deposit boxes are re-coded to the receiving branch;
      * 4. the branch's share of every general ledger row is moved
      *    to the receiving branch's share of the same row;
      * 5. the branch is marked CLOSED on the master.
      *
      * A control report lists each branch merged with the counts
      * and amounts moved.
      *
      * Design decisions:
      * - The inter-branch rows (due-from 1400, due-to 2200) are not
      *   moved: the nightly reconciliation (IBRECON) rebuilds each
      *   branch's expected position from the inter-branch entry
      *   log, which still names the closed branch. Its residual
      *   position is printed on the report for finance to clear
      *   by journal voucher
      * - The branch GL shares are collected into a working table
      *   first and moved afterwards, so the postings never disturb
      *   the scan cursor (the period-close batch does the same)
      * - A merger whose receiving branch is no longer open is
      *   skipped and the branch left CLOSING, to be rescheduled
      * - A blank branch code on an older account or box means
      *   '0001' and moves with that branch
      * - Rerunnable: a merged branch is CLOSED and no longer picked
      *   up, and an account already re-coded is not moved again
      * - Not part of the end-of-day chain; run on demand once the
      *   day's work at the closing branch is finished. FROM=nnnn
      *   limits the run to one closing branch
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRMERGE.
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
       01  WS-SCAN-STATUS              PIC XX.
       01  WS-UPDATE-STATUS            PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-BRANCH-STATUS            PIC XX.
       01  WS-BRANCH-MESSAGE           PIC X(80).
       01  WS-GLB-STATUS               PIC XX.
       01  WS-AUDIT-DETAILS            PIC X(50).

      * The system's original single implicit branch - the code a
      * blank branch code has always meant
       01  WS-DEFAULT-BRANCH-CODE      PIC X(4) VALUE '0001'.

      * Inter-branch chart rows, left where they are (see IBRECON)
       01  WS-GL-DUE-FROM-ACCOUNT      PIC 9(4) VALUE 1400.
       01  WS-GL-DUE-TO-ACCOUNT        PIC 9(4) VALUE 2200.

      * Optional FROM=nnnn argument
       01  WS-COMMAND-ARGS             PIC X(80).
       01  WS-SELECTED-BRANCH          PIC X(4) VALUE SPACES.

      * The mergers due this run, collected from the branch master
      * before any is worked
       01  WS-MERGER-COUNT             PIC 9(3) VALUE 0.
       01  WS-MERGER-TABLE.
           05  WS-MERGER-ROW OCCURS 100 TIMES.
               10  WS-MG-FROM-CODE     PIC X(4).
               10  WS-MG-INTO-CODE     PIC X(4).
               10  WS-MG-FROM-NAME     PIC X(30).
               10  WS-MG-MERGE-DATE    PIC 9(8).
       01  WS-MERGER-IDX               PIC 9(3).

      * The merger being worked
       01  WS-FROM-BRANCH              PIC X(4).
       01  WS-INTO-BRANCH              PIC X(4).
       01  WS-ROW-BRANCH               PIC X(4).

      * The closing branch's GL shares, collected then moved
       01  WS-GL-ROW-COUNT             PIC 9(3) VALUE 0.
       01  WS-GL-ROW-TABLE.
           05  WS-GL-ROW OCCURS 200 TIMES.
               10  WS-GR-GLA-ID        PIC 9(4).
               10  WS-GR-BALANCE       PIC S9(13)V99.
       01  WS-GL-ROW-IDX               PIC 9(3).
       01  WS-GL-GLA-ID                PIC 9(4).
       01  WS-GL-MOVEMENT              PIC S9(13)V99.

      * Per-merger counts and amounts for the control report
       01  WS-MERGER-FIGURES.
           05  WS-MF-ACCOUNTS          PIC 9(6).
           05  WS-MF-ACCOUNT-BALANCES  PIC S9(13)V99.
           05  WS-MF-VAULT-CASH        PIC S9(13)V99.
           05  WS-MF-DRAWERS           PIC 9(6).
           05  WS-MF-ATMS              PIC 9(6).
           05  WS-MF-BOXES             PIC 9(6).
           05  WS-MF-GL-ROWS           PIC 9(6).
           05  WS-MF-DUE-FROM          PIC S9(13)V99.
           05  WS-MF-DUE-TO            PIC S9(13)V99.
           05  WS-MF-FAILURES          PIC 9(6).

       01  WS-REPORT-COUNTERS.
           05  WS-BRANCHES-SCANNED     PIC 9(6) VALUE 0.
           05  WS-MERGERS-DUE          PIC 9(6) VALUE 0.
           05  WS-MERGERS-DONE         PIC 9(6) VALUE 0.
           05  WS-MERGERS-SKIPPED      PIC 9(6) VALUE 0.
           05  WS-TOTAL-ACCOUNTS       PIC 9(6) VALUE 0.

       01  WS-DISPLAY-AMOUNT           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

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

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.
       01  WS-RUN-DATE-FLAT REDEFINES WS-RUN-DATE PIC 9(8).

      * Shared system posting date (see CALENDAR.COB)
       01  WS-EFFECTIVE-DATE           PIC 9(8).
       01  WS-DATE-WAS-ADJUSTED        PIC 9.
           88  RUN-DATE-WAS-ADJUSTED   VALUE 1.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the branch merger batch job
           PERFORM DISPLAY-BANNER.
           PERFORM COLLECT-DUE-MERGERS.
           PERFORM MERGE-ONE-BRANCH THRU MERGE-ONE-BRANCH-END
               VARYING WS-MERGER-IDX FROM 1 BY 1
               UNTIL WS-MERGER-IDX > WS-MERGER-COUNT.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-EFFECTIVE-DATE.
           IF WS-EFFECTIVE-DATE NOT = WS-RUN-DATE-FLAT
               MOVE 1 TO WS-DATE-WAS-ADJUSTED
           ELSE
               MOVE 0 TO WS-DATE-WAS-ADJUSTED
           END-IF.

           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           IF WS-COMMAND-ARGS(1:5) = 'FROM='
               MOVE WS-COMMAND-ARGS(6:4) TO WS-SELECTED-BRANCH
           END-IF.

           DISPLAY '================================================'.
           DISPLAY 'BRANCH CLOSURE / MERGER'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           IF RUN-DATE-WAS-ADJUSTED
               DISPLAY 'System posting date in effect: '
                   WS-EFFECTIVE-DATE
           END-IF.
           IF WS-SELECTED-BRANCH NOT = SPACES
               DISPLAY 'Closing branch:  ' WS-SELECTED-BRANCH
           END-IF.
           DISPLAY '================================================'.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Branches scanned:      ' WS-BRANCHES-SCANNED.
           DISPLAY 'Mergers due:           ' WS-MERGERS-DUE.
           DISPLAY 'Mergers completed:     ' WS-MERGERS-DONE.
           DISPLAY 'Mergers skipped:       ' WS-MERGERS-SKIPPED.
           DISPLAY 'Accounts moved:        ' WS-TOTAL-ACCOUNTS.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * MERGER SELECTION
      ******************************************************************

       COLLECT-DUE-MERGERS.
      *    Single pass over the branch master for CLOSING branches
      *    whose merger date has come
           CALL 'FILES' USING 'OPEN-BRANCH-FILE-IO'.
           CALL 'FILES' USING 'START-BRANCH-FILE-TOP' WS-SCAN-STATUS.

           PERFORM CHECK-NEXT-BRANCH
               UNTIL WS-SCAN-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-BRANCH-FILE'.

       CHECK-NEXT-BRANCH.
      *    Read one branch and queue its merger if it is due
           CALL 'FILES' USING 'READ-NEXT-BRANCH' BRANCH-RECORD
               WS-SCAN-STATUS.

           IF WS-SCAN-STATUS = '00'
               ADD 1 TO WS-BRANCHES-SCANNED
               IF BRN-CLOSING AND BRN-MERGE-DATE <= WS-EFFECTIVE-DATE
                   IF WS-SELECTED-BRANCH = SPACES OR
                           WS-SELECTED-BRANCH = BRN-BRANCH-CODE
                       PERFORM QUEUE-ONE-MERGER
                   END-IF
               END-IF
           END-IF.

       QUEUE-ONE-MERGER.
           ADD 1 TO WS-MERGERS-DUE.
           IF WS-MERGER-COUNT < 100
               ADD 1 TO WS-MERGER-COUNT
               MOVE BRN-BRANCH-CODE TO WS-MG-FROM-CODE(WS-MERGER-COUNT)
               MOVE BRN-MERGE-INTO-CODE
                   TO WS-MG-INTO-CODE(WS-MERGER-COUNT)
               MOVE BRN-NAME TO WS-MG-FROM-NAME(WS-MERGER-COUNT)
               MOVE BRN-MERGE-DATE
                   TO WS-MG-MERGE-DATE(WS-MERGER-COUNT)
           ELSE
               ADD 1 TO WS-MERGERS-SKIPPED
               DISPLAY 'WARNING: Merger table full - branch '
                   BRN-BRANCH-CODE ' left for the next run'
           END-IF.

      ******************************************************************
      * ONE MERGER
      ******************************************************************

       MERGE-ONE-BRANCH.
      *    Move one closing branch's whole book to its receiving
      *    branch and close it
           MOVE WS-MG-FROM-CODE(WS-MERGER-IDX) TO WS-FROM-BRANCH.
           MOVE WS-MG-INTO-CODE(WS-MERGER-IDX) TO WS-INTO-BRANCH.
           INITIALIZE WS-MERGER-FIGURES.

           DISPLAY ' '.
           DISPLAY 'BRANCH ' WS-FROM-BRANCH ' '
               WS-MG-FROM-NAME(WS-MERGER-IDX)
               '  into ' WS-INTO-BRANCH
               '  (scheduled ' WS-MG-MERGE-DATE(WS-MERGER-IDX) ')'.

      *    The receiving branch must still be open for business
           CALL 'BRANCHES' USING 'VALIDATE-BRANCH-FOR-NEW-BUSINESS'
               WS-INTO-BRANCH BRANCH-RECORD
               WS-BRANCH-STATUS WS-BRANCH-MESSAGE.

           IF WS-BRANCH-STATUS NOT = '00'
               ADD 1 TO WS-MERGERS-SKIPPED
               DISPLAY '  SKIPPED - ' WS-BRANCH-MESSAGE
               GO TO MERGE-ONE-BRANCH-END
           END-IF.

           PERFORM MOVE-ACCOUNTS.
           PERFORM MOVE-VAULT-CASH THRU MOVE-VAULT-CASH-END.
           PERFORM MOVE-DRAWER-SESSIONS.
           PERFORM MOVE-ATMS.
           PERFORM MOVE-SAFE-BOXES.
           PERFORM MOVE-GL-SHARES.

           CALL 'BRANCHES' USING 'COMPLETE-BRANCH-MERGER'
               WS-FROM-BRANCH 0 BRANCH-RECORD
               WS-BRANCH-STATUS WS-BRANCH-MESSAGE.

           IF WS-BRANCH-STATUS = '00'
               ADD 1 TO WS-MERGERS-DONE
           ELSE
               ADD 1 TO WS-MF-FAILURES
               DISPLAY '  Branch master not closed - '
                   WS-BRANCH-MESSAGE
           END-IF.

           ADD WS-MF-ACCOUNTS TO WS-TOTAL-ACCOUNTS.
           PERFORM DISPLAY-MERGER-FIGURES.

       MERGE-ONE-BRANCH-END.
           EXIT.

       DISPLAY-MERGER-FIGURES.
      *    The control figures for one merger
           DISPLAY '  Accounts moved:         ' WS-MF-ACCOUNTS.
           MOVE WS-MF-ACCOUNT-BALANCES TO WS-DISPLAY-AMOUNT.
           DISPLAY '  Their balances:         ' WS-DISPLAY-AMOUNT.
           MOVE WS-MF-VAULT-CASH TO WS-DISPLAY-AMOUNT.
           DISPLAY '  Vault cash moved:       ' WS-DISPLAY-AMOUNT.
           DISPLAY '  Open drawers moved:     ' WS-MF-DRAWERS.
           DISPLAY '  Cash machines moved:    ' WS-MF-ATMS.
           DISPLAY '  Safe boxes moved:       ' WS-MF-BOXES.
           DISPLAY '  GL rows moved:          ' WS-MF-GL-ROWS.
           MOVE WS-MF-DUE-FROM TO WS-DISPLAY-AMOUNT.
           DISPLAY '  Left on due-from 1400:  ' WS-DISPLAY-AMOUNT.
           MOVE WS-MF-DUE-TO TO WS-DISPLAY-AMOUNT.
           DISPLAY '  Left on due-to 2200:    ' WS-DISPLAY-AMOUNT.
           IF WS-MF-DUE-FROM NOT = 0 OR WS-MF-DUE-TO NOT = 0
               DISPLAY '  Inter-branch position to clear by journal '
                   'voucher'
           END-IF.
           DISPLAY '  Failures:               ' WS-MF-FAILURES.

      ******************************************************************
      * ACCOUNTS
      ******************************************************************

       MOVE-ACCOUNTS.
      *    Single sequential pass over ACCOUNT-FILE
           CALL 'FILES' USING 'OPEN-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'START-ACCOUNT-FILE-TOP' WS-OP-STATUS.

           PERFORM CHECK-NEXT-ACCOUNT
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-ACCOUNT-FILE'.

       CHECK-NEXT-ACCOUNT.
      *    Read one account and move it if it sits on the closing
      *    branch
           CALL 'FILES' USING 'READ-NEXT-ACCOUNT' ACCOUNT-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               MOVE ACC-BRANCH-CODE TO WS-ROW-BRANCH
               IF WS-ROW-BRANCH = SPACES
                   MOVE WS-DEFAULT-BRANCH-CODE TO WS-ROW-BRANCH
               END-IF
               IF WS-ROW-BRANCH = WS-FROM-BRANCH
                   PERFORM MOVE-ONE-ACCOUNT THRU MOVE-ONE-ACCOUNT-END
               END-IF
           END-IF.

       MOVE-ONE-ACCOUNT.
      *    Re-code the account and write the same audit line an
      *    operator's branch transfer writes
           MOVE SPACES TO WS-AUDIT-DETAILS.
           STRING 'Branch ' WS-FROM-BRANCH ' -> ' WS-INTO-BRANCH
               ' merger'
               DELIMITED BY SIZE INTO WS-AUDIT-DETAILS.

           MOVE WS-INTO-BRANCH TO ACC-BRANCH-CODE.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO ACC-UPDATED-TS.

           CALL 'FILES' USING 'UPDATE-ACCOUNT' ACCOUNT-RECORD
               WS-UPDATE-STATUS.

           IF WS-UPDATE-STATUS NOT = '00'
               ADD 1 TO WS-MF-FAILURES
               DISPLAY '  FAILED    Account: ' ACC-ID
                   '  Account update failed, status ' WS-UPDATE-STATUS
               GO TO MOVE-ONE-ACCOUNT-END
           END-IF.

           ADD 1 TO WS-MF-ACCOUNTS.
           ADD ACC-BALANCE TO WS-MF-ACCOUNT-BALANCES.

           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY' 0
               'BRANCH-TRANSFER' ACC-ID WS-AUDIT-DETAILS
               WS-AUDIT-STATUS.

       MOVE-ONE-ACCOUNT-END.
           EXIT.

      ******************************************************************
      * VAULT
      ******************************************************************

       MOVE-VAULT-CASH.
      *    Add the closing vault's cash to the receiving vault and
      *    leave the closing vault at zero
           CALL 'FILES' USING 'OPEN-VAULT-FILE-IO'.

           MOVE WS-FROM-BRANCH TO VLT-BRANCH-CODE.
           CALL 'FILES' USING 'READ-VAULT' VAULT-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS NOT = '00' OR VLT-BALANCE = 0
               CALL 'FILES' USING 'CLOSE-VAULT-FILE'
               GO TO MOVE-VAULT-CASH-END
           END-IF.

           MOVE VLT-BALANCE TO WS-MF-VAULT-CASH.
           MOVE 0 TO VLT-BALANCE.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO VLT-UPDATED-TS.
           CALL 'FILES' USING 'UPDATE-VAULT' VAULT-RECORD
               WS-UPDATE-STATUS.

           IF WS-UPDATE-STATUS NOT = '00'
               CALL 'FILES' USING 'CLOSE-VAULT-FILE'
               ADD 1 TO WS-MF-FAILURES
               MOVE 0 TO WS-MF-VAULT-CASH
               DISPLAY '  FAILED    Vault ' WS-FROM-BRANCH
                   ' update failed, status ' WS-UPDATE-STATUS
               GO TO MOVE-VAULT-CASH-END
           END-IF.

           MOVE WS-INTO-BRANCH TO VLT-BRANCH-CODE.
           CALL 'FILES' USING 'READ-VAULT' VAULT-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD WS-MF-VAULT-CASH TO VLT-BALANCE
               MOVE WS-TIMESTAMP TO VLT-UPDATED-TS
               CALL 'FILES' USING 'UPDATE-VAULT' VAULT-RECORD
                   WS-UPDATE-STATUS
           ELSE
               INITIALIZE VAULT-RECORD
               MOVE WS-INTO-BRANCH TO VLT-BRANCH-CODE
               MOVE WS-MF-VAULT-CASH TO VLT-BALANCE
               MOVE WS-TIMESTAMP TO VLT-UPDATED-TS
               CALL 'FILES' USING 'WRITE-VAULT' VAULT-RECORD
                   WS-UPDATE-STATUS
           END-IF.

           CALL 'FILES' USING 'CLOSE-VAULT-FILE'.

           IF WS-UPDATE-STATUS NOT = '00'
               ADD 1 TO WS-MF-FAILURES
               DISPLAY '  FAILED    Vault ' WS-INTO-BRANCH
                   ' update failed, status ' WS-UPDATE-STATUS
           END-IF.

           MOVE SPACES TO WS-AUDIT-DETAILS.
           STRING 'Vault cash ' WS-FROM-BRANCH ' -> ' WS-INTO-BRANCH
               ' merger'
               DELIMITED BY SIZE INTO WS-AUDIT-DETAILS.
           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY' 0
               'VAULT-MERGE' 0 WS-AUDIT-DETAILS WS-AUDIT-STATUS.

       MOVE-VAULT-CASH-END.
           EXIT.

      ******************************************************************
      * DRAWERS, CASH MACHINES AND SAFE BOXES
      ******************************************************************

       MOVE-DRAWER-SESSIONS.
      *    Re-code the drawer sessions still open at the branch;
      *    balanced sessions stay where they were worked
           CALL 'FILES' USING 'OPEN-DRAWER-FILE-IO'.
           CALL 'FILES' USING 'START-DRAWER-FILE-TOP' WS-OP-STATUS.

           PERFORM CHECK-NEXT-DRAWER
               UNTIL WS-OP-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-DRAWER-FILE'.

       CHECK-NEXT-DRAWER.
           CALL 'FILES' USING 'READ-NEXT-DRAWER-SESSION'
               DRAWER-SESSION-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               MOVE DRW-BRANCH-CODE TO WS-ROW-BRANCH
               IF WS-ROW-BRANCH = SPACES
                   MOVE WS-DEFAULT-BRANCH-CODE TO WS-ROW-BRANCH
               END-IF
               IF DRW-OPEN AND WS-ROW-BRANCH = WS-FROM-BRANCH
                   MOVE WS-INTO-BRANCH TO DRW-BRANCH-CODE
                   CALL 'FILES' USING 'UPDATE-DRAWER-SESSION'
                       DRAWER-SESSION-RECORD WS-UPDATE-STATUS
                   IF WS-UPDATE-STATUS = '00'
                       ADD 1 TO WS-MF-DRAWERS
                   ELSE
                       ADD 1 TO WS-MF-FAILURES
                       DISPLAY '  FAILED    Drawer session: '
                           DRW-SESSION-ID
                   END-IF
               END-IF
           END-IF.

       MOVE-ATMS.
      *    Re-code the branch's cash machines
           CALL 'FILES' USING 'OPEN-ATM-FILE-IO'.
           CALL 'FILES' USING 'START-ATM-FILE-TOP' WS-OP-STATUS.

           PERFORM CHECK-NEXT-ATM
               UNTIL WS-OP-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-ATM-FILE'.

       CHECK-NEXT-ATM.
           CALL 'FILES' USING 'READ-NEXT-ATM' ATM-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               IF ATM-BRANCH-CODE = WS-FROM-BRANCH
                   MOVE WS-INTO-BRANCH TO ATM-BRANCH-CODE
                   PERFORM GET-CURRENT-TIMESTAMP
                   MOVE WS-TIMESTAMP TO ATM-UPDATED-TS
                   CALL 'FILES' USING 'UPDATE-ATM' ATM-RECORD
                       WS-UPDATE-STATUS
                   IF WS-UPDATE-STATUS = '00'
                       ADD 1 TO WS-MF-ATMS
                   ELSE
                       ADD 1 TO WS-MF-FAILURES
                       DISPLAY '  FAILED    Cash machine: '
                           ATM-TERMINAL-ID
                   END-IF
               END-IF
           END-IF.

       MOVE-SAFE-BOXES.
      *    Re-code the branch's safe deposit boxes, whatever their
      *    status - the box ledger stays complete at the new branch
           CALL 'FILES' USING 'OPEN-SAFEBOX-FILE-IO'.
           CALL 'FILES' USING 'START-SAFEBOX-FILE-TOP' WS-OP-STATUS.

           PERFORM CHECK-NEXT-SAFE-BOX
               UNTIL WS-OP-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-SAFEBOX-FILE'.

       CHECK-NEXT-SAFE-BOX.
           CALL 'FILES' USING 'READ-NEXT-SAFEBOX' SAFEBOX-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               MOVE SBX-BRANCH-CODE TO WS-ROW-BRANCH
               IF WS-ROW-BRANCH = SPACES
                   MOVE WS-DEFAULT-BRANCH-CODE TO WS-ROW-BRANCH
               END-IF
               IF WS-ROW-BRANCH = WS-FROM-BRANCH
                   MOVE WS-INTO-BRANCH TO SBX-BRANCH-CODE
                   CALL 'FILES' USING 'UPDATE-SAFEBOX' SAFEBOX-RECORD
                       WS-UPDATE-STATUS
                   IF WS-UPDATE-STATUS = '00'
                       ADD 1 TO WS-MF-BOXES
                   ELSE
                       ADD 1 TO WS-MF-FAILURES
                       DISPLAY '  FAILED    Safe box: ' SBX-BOX-NUMBER
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * BRANCH GENERAL LEDGER
      ******************************************************************

       MOVE-GL-SHARES.
      *    Collect the closing branch's GL shares, then move each
      *    one (bar the inter-branch rows) to the receiving branch
           MOVE 0 TO WS-GL-ROW-COUNT.

           CALL 'FILES' USING 'OPEN-GL-BRANCH-FILE-IO'.
           CALL 'FILES' USING 'START-GL-BRANCH-FILE-TOP' WS-OP-STATUS.

           PERFORM COLLECT-NEXT-GL-SHARE
               UNTIL WS-OP-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-GL-BRANCH-FILE'.

           PERFORM MOVE-ONE-GL-SHARE
               VARYING WS-GL-ROW-IDX FROM 1 BY 1
               UNTIL WS-GL-ROW-IDX > WS-GL-ROW-COUNT.

       COLLECT-NEXT-GL-SHARE.
           CALL 'FILES' USING 'READ-NEXT-GL-BRANCH'
               GL-BRANCH-BALANCE-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               IF GLB-BRANCH-CODE = WS-FROM-BRANCH
                   IF WS-GL-ROW-COUNT < 200
                       ADD 1 TO WS-GL-ROW-COUNT
                       MOVE GLB-GLA-ID TO WS-GR-GLA-ID(WS-GL-ROW-COUNT)
                       MOVE GLB-BALANCE
                           TO WS-GR-BALANCE(WS-GL-ROW-COUNT)
                   ELSE
                       ADD 1 TO WS-MF-FAILURES
                       DISPLAY '  WARNING: GL row table full - GLA '
                           GLB-GLA-ID ' not moved'
                   END-IF
               END-IF
           END-IF.

       MOVE-ONE-GL-SHARE.
      *    Take the share off the closing branch and put it on the
      *    receiving branch; the chart row's total is unchanged
           MOVE WS-GR-GLA-ID(WS-GL-ROW-IDX) TO WS-GL-GLA-ID.

           IF WS-GL-GLA-ID = WS-GL-DUE-FROM-ACCOUNT
               MOVE WS-GR-BALANCE(WS-GL-ROW-IDX) TO WS-MF-DUE-FROM
           ELSE
               IF WS-GL-GLA-ID = WS-GL-DUE-TO-ACCOUNT
                   MOVE WS-GR-BALANCE(WS-GL-ROW-IDX) TO WS-MF-DUE-TO
               ELSE
                   IF WS-GR-BALANCE(WS-GL-ROW-IDX) NOT = 0
                       COMPUTE WS-GL-MOVEMENT =
                           0 - WS-GR-BALANCE(WS-GL-ROW-IDX)
                       CALL 'GLBRANCH' USING 'POST-BRANCH-GL-MOVEMENT'
                           WS-FROM-BRANCH WS-GL-GLA-ID
                           WS-GL-MOVEMENT WS-GLB-STATUS
                       MOVE WS-GR-BALANCE(WS-GL-ROW-IDX)
                           TO WS-GL-MOVEMENT
                       CALL 'GLBRANCH' USING 'POST-BRANCH-GL-MOVEMENT'
                           WS-INTO-BRANCH WS-GL-GLA-ID
                           WS-GL-MOVEMENT WS-GLB-STATUS
                       IF WS-GLB-STATUS = '00'
                           ADD 1 TO WS-MF-GL-ROWS
                       ELSE
                           ADD 1 TO WS-MF-FAILURES
                           DISPLAY '  FAILED    GL row ' WS-GL-GLA-ID
                       END-IF
                   END-IF
               END-IF
           END-IF.

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

       END PROGRAM BRMERGE.
