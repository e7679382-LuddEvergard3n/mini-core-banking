      ******************************************************************
      * TRNREFR.COB - Training Sandbox Refresh
      *
      * Standalone batch program, run by operations whenever the
      * training sandbox should be brought up to date - typically
      * before a training course. Rebuilds the training data set
      * from the live one, masking it on the way, so a trainee who
      * chooses training mode at login (see MAIN.COB) works on
      * realistic accounts and balances without ever seeing a real
      * customer's name or tax ID.
      *
      * Steps:
      * 1. Refuse to run from inside a training data set
      * 2. Unload every master from the live data set through
      *    FILES.COB, the same passes the cold backup makes, masking
      *    names and tax IDs in each record before it is written to
      *    the refresh set in training/data/; the holiday calendar,
      *    job schedule and ledger seals go across as well
      * 3. Assign FILES.COB to the training data set and reload
      *    every file from the refresh set, the way the restore
      *    does
      * 4. Start the sandbox with an empty journal, session
      *    register, nightly exceptions register and sign-offs,
      *    and print spool archive and catalogue
      * 5. Stamp the sandbox's control record as a training data set
      *
      * Design decisions:
      * - The sandbox is a second data set: FILES.COB assigns every
      *   file under training/ once SELECT-TRAINING-DATA-SET is
      *   called, and a batch job started from training/ finds the
      *   sandbox in its data/ directory
      * - Nothing unmasked ever reaches training/: each record is
      *   masked in storage before it is written to the refresh set,
      *   and the sandbox is loaded only from that set
      * - Masking is deterministic - each masked value is folded
      *   from the original - so one person keeps one masked name
      *   and one masked tax ID across customer, account, signer
      *   and alias rows, and a refresh masks them the same way
      * - A masked name reads TRAINING NAME nnnnnnnn; a masked tax
      *   ID is a made-up CPF (a CNPJ for a 14-character original)
      *   with correct check digits, so the sandbox passes the same
      *   validation as live
      * - Tax-ID aliases are reloaded under the masked tax ID, so
      *   alias payments still work in training
      * - Sanctions watchlist entries and staff names are not
      *   customer data and are left as they are
      * - The stamped control record is what the terminal checks
      *   before it will enter training mode, and what every
      *   interface file program checks before it will cut a file.
      *   It is stamped last, so a refresh that stops part way
      *   leaves a sandbox no terminal will enter
      * - A refresh simply replaces the previous sandbox's files; it
      *   is safe to run again at any time. Print spools and
      *   extracts trainees produced are left where they are.
      * - training/data/ is created once by operations, like data/
      * - RETURN-CODE 8 when the refresh is refused or the refresh
      *   set cannot be written (the sandbox is then untouched), 4
      *   when records could not be reloaded into the sandbox
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNREFR.
       AUTHOR. PORTFOLIO.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Masked, type-tagged images of the live data set, written
      *    here and read back to load the sandbox
           SELECT REFRESH-SET-FILE
               ASSIGN TO "training/data/refresh_set.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REFRESH-SET-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFRESH-SET-FILE.
       01  REFRESH-SET-FILE-REC        PIC X(662).

       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  REFRESH-SET-FILE-STATUS     PIC XX.
       01  WS-OP-STATUS                PIC XX.
       01  WS-SET-STATUS               PIC XX.
       01  WS-DATA-SET-STATUS          PIC XX.
       01  WS-CONTROL-STATUS           PIC XX.

      * Masking working data. WS-MASK-SOURCE holds the value to be
      * masked; the fold over its non-blank characters seeds both
      * the masked name number and the masked tax ID digits.
       01  WS-MASK-SOURCE              PIC X(40).
       01  WS-MASK-CHAR                PIC X.
       01  WS-MASK-IDX                 PIC 99.
       01  WS-MASK-FOLD                PIC 9(12).
       01  WS-MASK-FOLD-MODULUS        PIC 9(12) VALUE 999999999989.

       01  WS-MASKED-NAME.
           05  FILLER                  PIC X(14)
                                       VALUE 'TRAINING NAME '.
           05  WS-MASKED-NAME-NO       PIC 9(8).
           05  FILLER                  PIC X(8) VALUE SPACES.

       01  WS-MASK-COMPACT             PIC X(20).
       01  WS-MASK-LENGTH              PIC 99.
       01  WS-MASK-KIND                PIC X(4).
           88  MASK-AS-CPF             VALUE 'CPF'.
           88  MASK-AS-CNPJ            VALUE 'CNPJ'.
       01  WS-MASK-BASE-CPF            PIC 9(9).
       01  WS-MASK-BASE-CNPJ           PIC 9(12).
       01  WS-MASKED-DIGITS.
           05  WS-MASKED-DIGIT         PIC 9 OCCURS 14 TIMES.
       01  WS-MASK-ID-LENGTH           PIC 99.
       01  WS-MASK-SUM-LENGTH          PIC 99.
       01  WS-MASK-DIGIT-IDX           PIC 99.
       01  WS-MASK-WEIGHT              PIC 99.
       01  WS-MASK-SUM                 PIC 9(5).
       01  WS-MASK-REMAINDER           PIC 99.
       01  WS-MASKED-TAX-ID            PIC X(20).

       01  WS-HOLDER-IDX               PIC 9.
       01  WS-BENEFICIARY-IDX          PIC 9.

      * Reload state: which sandbox file is currently open for
      * rebuilding
       01  WS-CURRENT-LOAD-TYPE        PIC X(12) VALUE SPACES.

       01  WS-REPORT-COUNTERS.
           05  WS-COUNT-STAGED         PIC 9(8) VALUE 0.
           05  WS-COUNT-LOADED         PIC 9(8) VALUE 0.
           05  WS-COUNT-NOT-LOADED     PIC 9(8) VALUE 0.
           05  WS-COUNT-CUSTOMERS      PIC 9(8) VALUE 0.
           05  WS-COUNT-ACCOUNTS       PIC 9(8) VALUE 0.
           05  WS-COUNT-SIGNERS        PIC 9(8) VALUE 0.
           05  WS-COUNT-ALIASES        PIC 9(8) VALUE 0.
           05  WS-COUNT-INSTANT        PIC 9(8) VALUE 0.
           05  WS-COUNT-FX-COUNTER     PIC 9(8) VALUE 0.
           05  WS-COUNT-CHEQUES        PIC 9(8) VALUE 0.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the training sandbox refresh
           PERFORM DISPLAY-BANNER.
           PERFORM CHECK-LIVE-DATA-SET.

           PERFORM OPEN-REFRESH-SET.
           PERFORM UNLOAD-ACCOUNTS.
           PERFORM UNLOAD-LEDGER.
           PERFORM UNLOAD-TRANSACTIONS.
           PERFORM UNLOAD-CONTROL.
           PERFORM UNLOAD-OPERATORS.
           PERFORM UNLOAD-AUDIT.
           PERFORM UNLOAD-SNAPSHOTS.
           PERFORM UNLOAD-ALERTS.
           PERFORM UNLOAD-CARDS.
           PERFORM UNLOAD-STANDING-ORDERS.
           PERFORM UNLOAD-ARCHIVE.
           PERFORM UNLOAD-CUSTOMERS.
           PERFORM UNLOAD-LOANS.
           PERFORM UNLOAD-CHEQUES.
           PERFORM UNLOAD-WIRE-ITEMS.
           PERFORM UNLOAD-CLEARING-SUSPENSE.
           PERFORM UNLOAD-FX-RATES.
           PERFORM UNLOAD-FX-POSITIONS.
           PERFORM UNLOAD-WATCHLIST.
           PERFORM UNLOAD-GL-ACCOUNTS.
           PERFORM UNLOAD-DRAWERS.
           PERFORM UNLOAD-SWEEPS.
           PERFORM UNLOAD-FUTURE-PAYMENTS.
           PERFORM UNLOAD-DD-MANDATES.
           PERFORM UNLOAD-ALIASES.
           PERFORM UNLOAD-RUN-CONTROL.
           PERFORM UNLOAD-GARNISHMENTS.
           PERFORM UNLOAD-ESCROWS.
           PERFORM UNLOAD-FUNDS-HOLDS.
           PERFORM UNLOAD-AVAIL-HOLDS.
           PERFORM UNLOAD-WDNOTICES.
           PERFORM UNLOAD-SIGNERS.
           PERFORM UNLOAD-MEMOS.
           PERFORM UNLOAD-PASSBOOKS.
           PERFORM UNLOAD-COLLATERAL.
           PERFORM UNLOAD-SAFEBOXES.
           PERFORM UNLOAD-SAFEBOX-LOG.
           PERFORM UNLOAD-BILLERS.
           PERFORM UNLOAD-BILL-PAYMENTS.
           PERFORM UNLOAD-DEPOSITED-ITEMS.
           PERFORM UNLOAD-COLLECT-ORIGS.
           PERFORM UNLOAD-VOUCHERS.
           PERFORM UNLOAD-GL-PERIODS.
           PERFORM UNLOAD-VAULTS.
           PERFORM UNLOAD-SHIPMENTS.
           PERFORM UNLOAD-NOTICES.
           PERFORM UNLOAD-WAIVED-FEES.
           PERFORM UNLOAD-LOAN-APPLICATIONS.
           PERFORM UNLOAD-LOAN-RESTRUCTURES.
           PERFORM UNLOAD-LOAN-RECOVERIES.
           PERFORM UNLOAD-REFERENCE-RATES.
           PERFORM UNLOAD-CARD-AUTHS.
           PERFORM UNLOAD-ATMS.
           PERFORM UNLOAD-CASH-COUNTS.
           PERFORM UNLOAD-HELD-MAIL.
           PERFORM UNLOAD-HELD-MAIL-LINES.
           PERFORM UNLOAD-COMPLAINTS.
           PERFORM UNLOAD-SAR-CASES.
           PERFORM UNLOAD-POSTING-RULES.
           PERFORM UNLOAD-GL-BRANCH-ROWS.
           PERFORM UNLOAD-GL-BRANCH-PERIODS.
           PERFORM UNLOAD-INTER-BRANCH-ENTRIES.
           PERFORM UNLOAD-BUDGET-LINES.
           PERFORM UNLOAD-OPEN-ITEMS.
           PERFORM UNLOAD-MM-DEALS.
           PERFORM UNLOAD-MM-CPTYS.
           PERFORM UNLOAD-FX-COUNTER-DEALS.
           PERFORM UNLOAD-INTEREST-RATE-SCHEDULES.
           PERFORM UNLOAD-TD-RATE-CARD.
           PERFORM UNLOAD-TD-RATE-EXCEPTIONS.
           PERFORM UNLOAD-CUTOFF-FILE.
           PERFORM UNLOAD-POSITIVE-PAY-FILE.
           PERFORM UNLOAD-PPAY-EXCEPTION-FILE.
           PERFORM UNLOAD-INSTANT-PAYMENT-FILE.
           PERFORM UNLOAD-IPAY-POSITION-FILE.
           PERFORM UNLOAD-REF-CHANGE-FILE.
           PERFORM UNLOAD-FEE-TARIFF-FILE.
           PERFORM UNLOAD-BRANCH-FILE.
           PERFORM UNLOAD-PRODUCT-FILE.
           PERFORM UNLOAD-CONFIRM-REGISTER-FILE.
           PERFORM UNLOAD-REDIRECT-FILE.
           PERFORM UNLOAD-REDIRECT-ITEM-FILE.
           PERFORM UNLOAD-TAX-RATE-FILE.
           PERFORM UNLOAD-CONSENT-FILE.
           PERFORM UNLOAD-COLLECTION-CASE-FILE.
           PERFORM UNLOAD-COLLECTION-CONTACT-FILE.
           PERFORM UNLOAD-CASH-DEMAND-FILE.
           PERFORM UNLOAD-RM-FILE.
           PERFORM UNLOAD-RM-ASSIGNMENT-FILE.
           PERFORM UNLOAD-CUSTOMER-PROFIT-FILE.
           PERFORM UNLOAD-HOLIDAY-CALENDAR.
           PERFORM UNLOAD-JOB-SCHEDULE.
           PERFORM UNLOAD-LEDGER-SEALS.
           CLOSE REFRESH-SET-FILE.

           CALL 'FILES' USING 'SELECT-TRAINING-DATA-SET'.
           PERFORM RELOAD-SANDBOX.
           PERFORM CLEAR-SANDBOX-REGISTERS.
           PERFORM STAMP-TRAINING-CONTROL.
           PERFORM EMPTY-REFRESH-SET.
           PERFORM DISPLAY-SUMMARY.

           STOP RUN.

      ******************************************************************
      * REPORT HEADER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display run header
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY '================================================'.
           DISPLAY 'TRAINING SANDBOX REFRESH'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY 'Source: data/   Sandbox: training/data/'.
           DISPLAY '================================================'.
           DISPLAY ' '.

      ******************************************************************
      * UNLOAD FROM THE LIVE DATA SET
      ******************************************************************

       CHECK-LIVE-DATA-SET.
      *    The sandbox is only ever cut from the live data set - run
      *    against a training data set it would copy itself
           CALL 'FILES' USING 'CHECK-LIVE-DATA-SET' WS-DATA-SET-STATUS.
           IF WS-DATA-SET-STATUS NOT = '00'
               DISPLAY 'REFUSED: this is a training data set - run '
                   'the refresh from the live directory'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-REFRESH-SET.
      *    Start a fresh refresh set in the sandbox directory; until
      *    it is written the previous sandbox is left as it was
           OPEN OUTPUT REFRESH-SET-FILE.
           IF REFRESH-SET-FILE-STATUS NOT = '00'
               DISPLAY 'FAILED: cannot write training/data/'
                   'refresh_set.dat (status ' REFRESH-SET-FILE-STATUS
                   ') - create training/data/ first'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       STAGE-SET-RECORD.
      *    Write the tagged, already masked image built in
      *    BACKUP-SET-RECORD to the refresh set
           WRITE REFRESH-SET-FILE-REC FROM BACKUP-SET-RECORD.
           IF REFRESH-SET-FILE-STATUS NOT = '00'
               DISPLAY 'FAILED: refresh set write error (status '
                   REFRESH-SET-FILE-STATUS ') - sandbox untouched'
               CLOSE REFRESH-SET-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-COUNT-STAGED.

       UNLOAD-ACCOUNTS.
           CALL 'FILES' USING 'OPEN-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'START-ACCOUNT-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-ACCOUNT UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-ACCOUNT-FILE'.

       UNLOAD-NEXT-ACCOUNT.
           CALL 'FILES' USING 'READ-NEXT-ACCOUNT' ACCOUNT-RECORD
               WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               PERFORM MASK-ACCOUNT-RECORD
               MOVE 'ACCOUNT' TO BKP-RECORD-TYPE
               MOVE ACCOUNT-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-LEDGER.
           CALL 'FILES' USING 'OPEN-LEDGER-FILE-INPUT'.
           CALL 'FILES' USING 'START-LEDGER-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-LEDGER UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-LEDGER-FILE'.

       UNLOAD-NEXT-LEDGER.
           CALL 'FILES' USING 'READ-NEXT-LEDGER' LEDGER-RECORD
               WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'LEDGER' TO BKP-RECORD-TYPE
               MOVE LEDGER-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-TRANSACTIONS.
           CALL 'FILES' USING 'OPEN-TRANSACTION-FILE-IO'.
           CALL 'FILES' USING 'START-TRANSACTION-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-TRANSACTION UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-TRANSACTION-FILE'.

       UNLOAD-NEXT-TRANSACTION.
           CALL 'FILES' USING 'READ-NEXT-TRANSACTION'
               TRANSACTION-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'TRANSACTION' TO BKP-RECORD-TYPE
               MOVE TRANSACTION-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-CONTROL.
      *    The control file holds exactly one record
           CALL 'FILES' USING 'READ-CONTROL' CONTROL-RECORD
               WS-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-CONTROL-FILE'.

           IF WS-OP-STATUS = '00'
               MOVE 'CONTROL' TO BKP-RECORD-TYPE
               MOVE CONTROL-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-OPERATORS.
           CALL 'FILES' USING 'OPEN-OPERATOR-FILE-IO'.
           CALL 'FILES' USING 'START-OPERATOR-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-OPERATOR UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-OPERATOR-FILE'.

       UNLOAD-NEXT-OPERATOR.
           CALL 'FILES' USING 'READ-NEXT-OPERATOR' OPERATOR-RECORD
               WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'OPERATOR' TO BKP-RECORD-TYPE
               MOVE OPERATOR-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-AUDIT.
           CALL 'FILES' USING 'OPEN-AUDIT-FILE-INPUT' WS-OP-STATUS.
           CALL 'FILES' USING 'START-AUDIT-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-AUDIT UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-AUDIT-FILE'.

       UNLOAD-NEXT-AUDIT.
           CALL 'FILES' USING 'READ-NEXT-AUDIT' AUDIT-RECORD
               WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'AUDIT' TO BKP-RECORD-TYPE
               MOVE AUDIT-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-SNAPSHOTS.
           CALL 'FILES' USING 'OPEN-BALANCE-SNAPSHOT-FILE-INPUT'
               WS-OP-STATUS.
           CALL 'FILES' USING 'START-SNAPSHOT-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-SNAPSHOT UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-BALANCE-SNAPSHOT-FILE'.

       UNLOAD-NEXT-SNAPSHOT.
           CALL 'FILES' USING 'READ-NEXT-SNAPSHOT'
               BALANCE-SNAPSHOT-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'SNAPSHOT' TO BKP-RECORD-TYPE
               MOVE BALANCE-SNAPSHOT-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-ALERTS.
           CALL 'FILES' USING 'OPEN-ALERT-FILE-IO'.
           CALL 'FILES' USING 'START-ALERT-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-ALERT UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-ALERT-FILE'.

       UNLOAD-NEXT-ALERT.
           CALL 'FILES' USING 'READ-NEXT-ALERT' ALERT-RECORD
               WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'ALERT' TO BKP-RECORD-TYPE
               MOVE ALERT-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-CARDS.
           CALL 'FILES' USING 'OPEN-CARD-FILE-IO'.
           CALL 'FILES' USING 'START-CARD-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-CARD UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-CARD-FILE'.

       UNLOAD-NEXT-CARD.
           CALL 'FILES' USING 'READ-NEXT-CARD' CARD-RECORD
               WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'CARD' TO BKP-RECORD-TYPE
               MOVE CARD-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-STANDING-ORDERS.
           CALL 'FILES' USING 'OPEN-STANDING-ORDER-FILE-IO'.
           CALL 'FILES' USING 'START-STANDING-ORDER-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-STANDING-ORDER
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-STANDING-ORDER-FILE'.

       UNLOAD-NEXT-STANDING-ORDER.
           CALL 'FILES' USING 'READ-NEXT-STANDING-ORDER'
               STANDING-ORDER-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'STDORDER' TO BKP-RECORD-TYPE
               MOVE STANDING-ORDER-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-ARCHIVE.
           CALL 'FILES' USING 'OPEN-TRANSACTION-ARCHIVE-FILE-INPUT'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-ARCHIVE UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-TRANSACTION-ARCHIVE-FILE'.

       UNLOAD-NEXT-ARCHIVE.
           CALL 'FILES' USING 'READ-NEXT-TRANSACTION-ARCHIVE'
               TRANSACTION-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'TXNARCHIVE' TO BKP-RECORD-TYPE
               MOVE TRANSACTION-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-CUSTOMERS.
           CALL 'FILES' USING 'OPEN-CUSTOMER-FILE-IO'.
           CALL 'FILES' USING 'START-CUSTOMER-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-CUSTOMER UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-CUSTOMER-FILE'.

       UNLOAD-NEXT-CUSTOMER.
           CALL 'FILES' USING 'READ-NEXT-CUSTOMER' CUSTOMER-RECORD
               WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               PERFORM MASK-CUSTOMER-RECORD
               MOVE 'CUSTOMER' TO BKP-RECORD-TYPE
               MOVE CUSTOMER-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-LOANS.
           CALL 'FILES' USING 'OPEN-LOAN-FILE-IO'.
           CALL 'FILES' USING 'START-LOAN-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-LOAN UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-LOAN-FILE'.

       UNLOAD-NEXT-LOAN.
           CALL 'FILES' USING 'READ-NEXT-LOAN' LOAN-RECORD
               WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'LOAN' TO BKP-RECORD-TYPE
               MOVE LOAN-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-CHEQUES.
           CALL 'FILES' USING 'OPEN-CHEQUE-FILE-IO'.
           CALL 'FILES' USING 'START-CHEQUE-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-CHEQUE UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-CHEQUE-FILE'.

       UNLOAD-NEXT-CHEQUE.
           CALL 'FILES' USING 'READ-NEXT-CHEQUE' CHEQUE-RECORD
               WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               PERFORM MASK-CHEQUE-RECORD
               MOVE 'CHEQUE' TO BKP-RECORD-TYPE
               MOVE CHEQUE-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-WIRE-ITEMS.
           CALL 'FILES' USING 'OPEN-WIRE-ITEM-FILE-IO'.
           CALL 'FILES' USING 'START-WIRE-ITEM-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-WIRE-ITEM UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-WIRE-ITEM-FILE'.

       UNLOAD-NEXT-WIRE-ITEM.
           CALL 'FILES' USING 'READ-NEXT-WIRE-ITEM' WIRE-ITEM-RECORD
               WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'WIREITEM' TO BKP-RECORD-TYPE
               MOVE WIRE-ITEM-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-CLEARING-SUSPENSE.
           CALL 'FILES' USING 'OPEN-CLEARING-SUSPENSE-FILE-IO'.
           CALL 'FILES' USING 'START-CLEARING-SUSPENSE-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-CLEARING-SUSPENSE
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-CLEARING-SUSPENSE-FILE'.

       UNLOAD-NEXT-CLEARING-SUSPENSE.
           CALL 'FILES' USING 'READ-NEXT-CLEARING-SUSPENSE'
               CLEARING-SUSPENSE-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'CLEARSUSP' TO BKP-RECORD-TYPE
               MOVE CLEARING-SUSPENSE-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-FX-RATES.
           CALL 'FILES' USING 'OPEN-FX-RATE-FILE-IO'.
           CALL 'FILES' USING 'START-FX-RATE-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-FX-RATE UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-FX-RATE-FILE'.

       UNLOAD-NEXT-FX-RATE.
           CALL 'FILES' USING 'READ-NEXT-FX-RATE' FX-RATE-RECORD
               WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'FXRATE' TO BKP-RECORD-TYPE
               MOVE FX-RATE-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-FX-POSITIONS.
           CALL 'FILES' USING 'OPEN-FX-POSITION-FILE-IO'.
           CALL 'FILES' USING 'START-FX-POSITION-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-FX-POSITION UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-FX-POSITION-FILE'.

       UNLOAD-NEXT-FX-POSITION.
           CALL 'FILES' USING 'READ-NEXT-FX-POSITION'
               FX-POSITION-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'FXPOSITION' TO BKP-RECORD-TYPE
               MOVE FX-POSITION-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-WATCHLIST.
           CALL 'FILES' USING 'OPEN-WATCHLIST-FILE-IO'.
           CALL 'FILES' USING 'START-WATCHLIST-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-WATCHLIST UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-WATCHLIST-FILE'.

       UNLOAD-NEXT-WATCHLIST.
           CALL 'FILES' USING 'READ-NEXT-WATCHLIST-ENTRY'
               WATCHLIST-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'WATCHLIST' TO BKP-RECORD-TYPE
               MOVE WATCHLIST-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-GL-ACCOUNTS.
           CALL 'FILES' USING 'OPEN-GL-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'START-GL-ACCOUNT-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-GL-ACCOUNT UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-GL-ACCOUNT-FILE'.

       UNLOAD-NEXT-GL-ACCOUNT.
           CALL 'FILES' USING 'READ-NEXT-GL-ACCOUNT'
               GL-ACCOUNT-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'GLACCOUNT' TO BKP-RECORD-TYPE
               MOVE GL-ACCOUNT-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-DRAWERS.
           CALL 'FILES' USING 'OPEN-DRAWER-FILE-IO'.
           CALL 'FILES' USING 'START-DRAWER-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-DRAWER UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-DRAWER-FILE'.

       UNLOAD-NEXT-DRAWER.
           CALL 'FILES' USING 'READ-NEXT-DRAWER-SESSION'
               DRAWER-SESSION-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'DRAWER' TO BKP-RECORD-TYPE
               MOVE DRAWER-SESSION-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-SWEEPS.
           CALL 'FILES' USING 'OPEN-SWEEP-FILE-IO'.
           CALL 'FILES' USING 'START-SWEEP-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-SWEEP UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-SWEEP-FILE'.

       UNLOAD-NEXT-SWEEP.
           CALL 'FILES' USING 'READ-NEXT-SWEEP' SWEEP-RECORD
               WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'SWEEP' TO BKP-RECORD-TYPE
               MOVE SWEEP-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-FUTURE-PAYMENTS.
           CALL 'FILES' USING 'OPEN-FUTURE-PAYMENT-FILE-IO'.
           CALL 'FILES' USING 'START-FUTURE-PAYMENT-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-FUTURE-PAYMENT
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-FUTURE-PAYMENT-FILE'.

       UNLOAD-NEXT-FUTURE-PAYMENT.
           CALL 'FILES' USING 'READ-NEXT-FUTURE-PAYMENT'
               FUTURE-PAYMENT-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'FUTPAY' TO BKP-RECORD-TYPE
               MOVE FUTURE-PAYMENT-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-DD-MANDATES.
           CALL 'FILES' USING 'OPEN-DD-MANDATE-FILE-IO'.
           CALL 'FILES' USING 'START-DD-MANDATE-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-DD-MANDATE UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-DD-MANDATE-FILE'.

       UNLOAD-NEXT-DD-MANDATE.
           CALL 'FILES' USING 'READ-NEXT-DD-MANDATE'
               DD-MANDATE-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'DDMANDATE' TO BKP-RECORD-TYPE
               MOVE DD-MANDATE-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-ALIASES.
           CALL 'FILES' USING 'OPEN-ALIAS-FILE-IO'.
           CALL 'FILES' USING 'START-ALIAS-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-ALIAS UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-ALIAS-FILE'.

       UNLOAD-NEXT-ALIAS.
           CALL 'FILES' USING 'READ-NEXT-ALIAS' ALIAS-RECORD
               WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               PERFORM MASK-ALIAS-RECORD
               MOVE 'ALIAS' TO BKP-RECORD-TYPE
               MOVE ALIAS-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-RUN-CONTROL.
           CALL 'FILES' USING 'OPEN-RUN-CONTROL-FILE-IO'.
           CALL 'FILES' USING 'START-RUN-CONTROL-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-RUN-CONTROL UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-RUN-CONTROL-FILE'.

       UNLOAD-NEXT-RUN-CONTROL.
           CALL 'FILES' USING 'READ-NEXT-RUN-CONTROL'
               RUN-CONTROL-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'RUNCONTROL' TO BKP-RECORD-TYPE
               MOVE RUN-CONTROL-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-GARNISHMENTS.
           CALL 'FILES' USING 'OPEN-GARNISH-FILE-IO'.
           CALL 'FILES' USING 'START-GARNISH-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-GARNISHMENT UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-GARNISH-FILE'.

       UNLOAD-NEXT-GARNISHMENT.
           CALL 'FILES' USING 'READ-NEXT-GARNISHMENT'
               GARNISHMENT-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'GARNISH' TO BKP-RECORD-TYPE
               MOVE GARNISHMENT-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-ESCROWS.
           CALL 'FILES' USING 'OPEN-ESCROW-FILE-IO'.
           CALL 'FILES' USING 'START-ESCROW-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-ESCROW UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-ESCROW-FILE'.

       UNLOAD-NEXT-ESCROW.
           CALL 'FILES' USING 'READ-NEXT-ESCROW'
               ESCROW-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'ESCROW' TO BKP-RECORD-TYPE
               MOVE ESCROW-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-FUNDS-HOLDS.
           CALL 'FILES' USING 'OPEN-FUNDS-HOLD-FILE-IO'.
           CALL 'FILES' USING 'START-FUNDS-HOLD-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-FUNDS-HOLD UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-FUNDS-HOLD-FILE'.

       UNLOAD-NEXT-FUNDS-HOLD.
           CALL 'FILES' USING 'READ-NEXT-FUNDS-HOLD'
               FUNDS-HOLD-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'FUNDSHOLD' TO BKP-RECORD-TYPE
               MOVE FUNDS-HOLD-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-AVAIL-HOLDS.
           CALL 'FILES' USING 'OPEN-AVAIL-HOLD-FILE-IO'.
           CALL 'FILES' USING 'START-AVAIL-HOLD-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-AVAIL-HOLD UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-AVAIL-HOLD-FILE'.

       UNLOAD-NEXT-AVAIL-HOLD.
           CALL 'FILES' USING 'READ-NEXT-AVAIL-HOLD'
               AVAIL-HOLD-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'AVAILHOLD' TO BKP-RECORD-TYPE
               MOVE AVAIL-HOLD-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-WDNOTICES.
           CALL 'FILES' USING 'OPEN-WDNOTICE-FILE-IO'.
           CALL 'FILES' USING 'START-WDNOTICE-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-WDNOTICE UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-WDNOTICE-FILE'.

       UNLOAD-NEXT-WDNOTICE.
           CALL 'FILES' USING 'READ-NEXT-WDNOTICE'
               WDNOTICE-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'WDNOTICE' TO BKP-RECORD-TYPE
               MOVE WDNOTICE-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-SIGNERS.
           CALL 'FILES' USING 'OPEN-SIGNER-FILE-IO'.
           CALL 'FILES' USING 'START-SIGNER-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-SIGNER UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-SIGNER-FILE'.

       UNLOAD-NEXT-SIGNER.
           CALL 'FILES' USING 'READ-NEXT-SIGNER-BY-ACCOUNT'
               SIGNER-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               PERFORM MASK-SIGNER-RECORD
               MOVE 'SIGNER' TO BKP-RECORD-TYPE
               MOVE SIGNER-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-MEMOS.
           CALL 'FILES' USING 'OPEN-MEMO-FILE-IO'.
           CALL 'FILES' USING 'START-MEMO-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-MEMO UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-MEMO-FILE'.

       UNLOAD-NEXT-MEMO.
           CALL 'FILES' USING 'READ-NEXT-MEMO'
               MEMO-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'MEMO' TO BKP-RECORD-TYPE
               MOVE MEMO-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-PASSBOOKS.
           CALL 'FILES' USING 'OPEN-PASSBOOK-FILE-IO'.
           CALL 'FILES' USING 'START-PASSBOOK-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-PASSBOOK UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-PASSBOOK-FILE'.

       UNLOAD-NEXT-PASSBOOK.
           CALL 'FILES' USING 'READ-NEXT-PASSBOOK'
               PASSBOOK-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'PASSBOOK' TO BKP-RECORD-TYPE
               MOVE PASSBOOK-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-COLLATERAL.
           CALL 'FILES' USING 'OPEN-COLLATERAL-FILE-IO'.
           CALL 'FILES' USING 'START-COLLATERAL-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-COLLATERAL UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-COLLATERAL-FILE'.

       UNLOAD-NEXT-COLLATERAL.
           CALL 'FILES' USING 'READ-NEXT-COLLATERAL'
               COLLATERAL-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'COLLATERAL' TO BKP-RECORD-TYPE
               MOVE COLLATERAL-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-SAFEBOXES.
           CALL 'FILES' USING 'OPEN-SAFEBOX-FILE-IO'.
           CALL 'FILES' USING 'START-SAFEBOX-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-SAFEBOX UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-SAFEBOX-FILE'.

       UNLOAD-NEXT-SAFEBOX.
           CALL 'FILES' USING 'READ-NEXT-SAFEBOX'
               SAFEBOX-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'SAFEBOX' TO BKP-RECORD-TYPE
               MOVE SAFEBOX-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-SAFEBOX-LOG.
           CALL 'FILES' USING 'OPEN-SAFEBOX-LOG-INPUT' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-SAFEBOX-LOG UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-SAFEBOX-LOG-FILE'.

       UNLOAD-NEXT-SAFEBOX-LOG.
           CALL 'FILES' USING 'READ-NEXT-SAFEBOX-LOG'
               SAFEBOX-LOG-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'SAFEBOXLOG' TO BKP-RECORD-TYPE
               MOVE SAFEBOX-LOG-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-BILLERS.
           CALL 'FILES' USING 'OPEN-BILLER-FILE-IO'.
           CALL 'FILES' USING 'START-BILLER-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-BILLER UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-BILLER-FILE'.

       UNLOAD-NEXT-BILLER.
           CALL 'FILES' USING 'READ-NEXT-BILLER'
               BILLER-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'BILLER' TO BKP-RECORD-TYPE
               MOVE BILLER-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-BILL-PAYMENTS.
           CALL 'FILES' USING 'OPEN-BILL-PAYMENT-FILE-IO'.
           CALL 'FILES' USING 'START-BILL-PAYMENT-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-BILL-PAYMENT UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-BILL-PAYMENT-FILE'.

       UNLOAD-NEXT-BILL-PAYMENT.
           CALL 'FILES' USING 'READ-NEXT-BILL-PAYMENT'
               BILL-PAYMENT-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'BILLPAY' TO BKP-RECORD-TYPE
               MOVE BILL-PAYMENT-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-DEPOSITED-ITEMS.
           CALL 'FILES' USING 'OPEN-DEPOSITED-ITEM-FILE-IO'.
           CALL 'FILES' USING 'START-DEPOSITED-ITEM-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-DEPOSITED-ITEM UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-DEPOSITED-ITEM-FILE'.

       UNLOAD-NEXT-DEPOSITED-ITEM.
           CALL 'FILES' USING 'READ-NEXT-DEPOSITED-ITEM'
               DEPOSITED-ITEM-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'DEPITEM' TO BKP-RECORD-TYPE
               MOVE DEPOSITED-ITEM-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-COLLECT-ORIGS.
           CALL 'FILES' USING 'OPEN-COLLECT-ORIG-FILE-IO'.
           CALL 'FILES' USING 'START-COLLECT-ORIG-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-COLLECT-ORIG UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-COLLECT-ORIG-FILE'.

       UNLOAD-NEXT-COLLECT-ORIG.
           CALL 'FILES' USING 'READ-NEXT-COLLECT-ORIG'
               COLLECTION-ORIG-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'COLLORIG' TO BKP-RECORD-TYPE
               MOVE COLLECTION-ORIG-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-VOUCHERS.
           CALL 'FILES' USING 'OPEN-JOURNAL-VOUCHER-FILE-IO'.
           CALL 'FILES' USING 'START-JOURNAL-VOUCHER-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-VOUCHER UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-JOURNAL-VOUCHER-FILE'.

       UNLOAD-NEXT-VOUCHER.
           CALL 'FILES' USING 'READ-NEXT-JOURNAL-VOUCHER'
               JOURNAL-VOUCHER-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'VOUCHER' TO BKP-RECORD-TYPE
               MOVE JOURNAL-VOUCHER-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-GL-PERIODS.
           CALL 'FILES' USING 'OPEN-GL-PERIOD-FILE-IO'.
           CALL 'FILES' USING 'START-GL-PERIOD-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-GL-PERIOD UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-GL-PERIOD-FILE'.

       UNLOAD-NEXT-GL-PERIOD.
           CALL 'FILES' USING 'READ-NEXT-GL-PERIOD'
               GL-PERIOD-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'GLPERIOD' TO BKP-RECORD-TYPE
               MOVE GL-PERIOD-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-VAULTS.
           CALL 'FILES' USING 'OPEN-VAULT-FILE-IO'.
           CALL 'FILES' USING 'START-VAULT-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-VAULT UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-VAULT-FILE'.

       UNLOAD-NEXT-VAULT.
           CALL 'FILES' USING 'READ-NEXT-VAULT'
               VAULT-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'VAULT' TO BKP-RECORD-TYPE
               MOVE VAULT-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-SHIPMENTS.
           CALL 'FILES' USING 'OPEN-VAULT-SHIPMENT-FILE-IO'.
           CALL 'FILES' USING 'START-VAULT-SHIPMENT-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-SHIPMENT UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-VAULT-SHIPMENT-FILE'.

       UNLOAD-NEXT-SHIPMENT.
           CALL 'FILES' USING 'READ-NEXT-VAULT-SHIPMENT'
               VAULT-SHIPMENT-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'SHIPMENT' TO BKP-RECORD-TYPE
               MOVE VAULT-SHIPMENT-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-NOTICES.
           CALL 'FILES' USING 'OPEN-NOTICE-FILE-IO'.
           CALL 'FILES' USING 'START-NOTICE-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-NOTICE UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-NOTICE-FILE'.

       UNLOAD-NEXT-NOTICE.
           CALL 'FILES' USING 'READ-NEXT-NOTICE'
               NOTICE-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'NOTICE' TO BKP-RECORD-TYPE
               MOVE NOTICE-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-WAIVED-FEES.
           CALL 'FILES' USING 'OPEN-WAIVED-FEE-INPUT' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-WAIVED-FEE UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-WAIVED-FEE-FILE'.

       UNLOAD-NEXT-WAIVED-FEE.
           CALL 'FILES' USING 'READ-NEXT-WAIVED-FEE'
               WAIVED-FEE-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'WAIVEDFEE' TO BKP-RECORD-TYPE
               MOVE WAIVED-FEE-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-LOAN-APPLICATIONS.
           CALL 'FILES' USING 'OPEN-LOAN-APPLICATION-FILE-IO'.
           CALL 'FILES' USING 'START-LOAN-APPLICATION-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-LOAN-APPLICATION
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-LOAN-APPLICATION-FILE'.

       UNLOAD-NEXT-LOAN-APPLICATION.
           CALL 'FILES' USING 'READ-NEXT-LOAN-APPLICATION'
               LOAN-APPLICATION-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'LOANAPP' TO BKP-RECORD-TYPE
               MOVE LOAN-APPLICATION-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-LOAN-RESTRUCTURES.
           CALL 'FILES' USING 'OPEN-LOAN-RESTRUCTURE-FILE-IO'.
           CALL 'FILES' USING 'START-LOAN-RESTRUCTURE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-LOAN-RESTRUCTURE
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-LOAN-RESTRUCTURE-FILE'.

       UNLOAD-NEXT-LOAN-RESTRUCTURE.
           CALL 'FILES' USING 'READ-NEXT-LOAN-RESTRUCTURE'
               LOAN-RESTRUCTURE-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'LOANRESTR' TO BKP-RECORD-TYPE
               MOVE LOAN-RESTRUCTURE-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-LOAN-RECOVERIES.
           CALL 'FILES' USING 'OPEN-LOAN-RECOVERY-FILE-IO'.
           CALL 'FILES' USING 'START-LOAN-RECOVERY-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-LOAN-RECOVERY
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-LOAN-RECOVERY-FILE'.

       UNLOAD-NEXT-LOAN-RECOVERY.
           CALL 'FILES' USING 'READ-NEXT-LOAN-RECOVERY'
               LOAN-RECOVERY-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'LOANRECOV' TO BKP-RECORD-TYPE
               MOVE LOAN-RECOVERY-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-REFERENCE-RATES.
           CALL 'FILES' USING 'OPEN-REFERENCE-RATE-FILE-IO'.
           CALL 'FILES' USING 'START-REFERENCE-RATE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-REFERENCE-RATE
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-REFERENCE-RATE-FILE'.

       UNLOAD-NEXT-REFERENCE-RATE.
           CALL 'FILES' USING 'READ-NEXT-REFERENCE-RATE'
               REFERENCE-RATE-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'REFRATE' TO BKP-RECORD-TYPE
               MOVE REFERENCE-RATE-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-CARD-AUTHS.
           CALL 'FILES' USING 'OPEN-CARD-AUTH-FILE-IO'.
           CALL 'FILES' USING 'START-CARD-AUTH-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-CARD-AUTH
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-CARD-AUTH-FILE'.

       UNLOAD-NEXT-CARD-AUTH.
           CALL 'FILES' USING 'READ-NEXT-CARD-AUTH'
               CARD-AUTH-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'CARDAUTH' TO BKP-RECORD-TYPE
               MOVE CARD-AUTH-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-ATMS.
           CALL 'FILES' USING 'OPEN-ATM-FILE-IO'.
           CALL 'FILES' USING 'START-ATM-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-ATM UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-ATM-FILE'.

       UNLOAD-NEXT-ATM.
           CALL 'FILES' USING 'READ-NEXT-ATM'
               ATM-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'ATM' TO BKP-RECORD-TYPE
               MOVE ATM-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-CASH-COUNTS.
           CALL 'FILES' USING 'OPEN-CASH-COUNT-FILE-IO'.
           CALL 'FILES' USING 'START-CASH-COUNT-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-CASH-COUNT UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-CASH-COUNT-FILE'.

       UNLOAD-NEXT-CASH-COUNT.
           CALL 'FILES' USING 'READ-NEXT-CASH-COUNT'
               CASH-COUNT-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'CASHCOUNT' TO BKP-RECORD-TYPE
               MOVE CASH-COUNT-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-HELD-MAIL.
           CALL 'FILES' USING 'OPEN-HELD-MAIL-FILE-IO'.
           CALL 'FILES' USING 'START-HELD-MAIL-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-HELD-MAIL UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-HELD-MAIL-FILE'.

       UNLOAD-NEXT-HELD-MAIL.
           CALL 'FILES' USING 'READ-NEXT-HELD-MAIL'
               HELD-MAIL-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'HELDMAIL' TO BKP-RECORD-TYPE
               MOVE HELD-MAIL-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-HELD-MAIL-LINES.
           CALL 'FILES' USING 'OPEN-HELD-MAIL-LINE-FILE-IO'.
           MOVE 0 TO HLL-HELD-ID.
           CALL 'FILES' USING 'START-HELD-MAIL-LINES'
               HELD-MAIL-LINE-RECORD WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-HELD-MAIL-LINE
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-HELD-MAIL-LINE-FILE'.

       UNLOAD-NEXT-HELD-MAIL-LINE.
           CALL 'FILES' USING 'READ-NEXT-HELD-MAIL-LINE'
               HELD-MAIL-LINE-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'HELDLINE' TO BKP-RECORD-TYPE
               MOVE HELD-MAIL-LINE-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-COMPLAINTS.
           CALL 'FILES' USING 'OPEN-COMPLAINT-FILE-IO'.
           CALL 'FILES' USING 'START-COMPLAINT-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-COMPLAINT
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-COMPLAINT-FILE'.

       UNLOAD-NEXT-COMPLAINT.
           CALL 'FILES' USING 'READ-NEXT-COMPLAINT'
               COMPLAINT-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'COMPLAINT' TO BKP-RECORD-TYPE
               MOVE COMPLAINT-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-SAR-CASES.
           CALL 'FILES' USING 'OPEN-SAR-CASE-FILE-IO'.
           CALL 'FILES' USING 'START-SAR-CASE-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-SAR-CASE
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-SAR-CASE-FILE'.

       UNLOAD-NEXT-SAR-CASE.
           CALL 'FILES' USING 'READ-NEXT-SAR-CASE'
               SAR-CASE-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'SARCASE' TO BKP-RECORD-TYPE
               MOVE SAR-CASE-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-POSTING-RULES.
           CALL 'FILES' USING 'OPEN-POSTING-RULE-FILE-IO'.
           CALL 'FILES' USING 'START-POSTING-RULE-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-POSTING-RULE
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-POSTING-RULE-FILE'.

       UNLOAD-NEXT-POSTING-RULE.
           CALL 'FILES' USING 'READ-NEXT-POSTING-RULE'
               POSTING-RULE-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'POSTRULE' TO BKP-RECORD-TYPE
               MOVE POSTING-RULE-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-GL-BRANCH-ROWS.
           CALL 'FILES' USING 'OPEN-GL-BRANCH-FILE-IO'.
           CALL 'FILES' USING 'START-GL-BRANCH-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-GL-BRANCH-ROW
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-GL-BRANCH-FILE'.

       UNLOAD-NEXT-GL-BRANCH-ROW.
           CALL 'FILES' USING 'READ-NEXT-GL-BRANCH'
               GL-BRANCH-BALANCE-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'GLBRANCH' TO BKP-RECORD-TYPE
               MOVE GL-BRANCH-BALANCE-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-GL-BRANCH-PERIODS.
           CALL 'FILES' USING 'OPEN-GL-BRANCH-PERIOD-FILE-IO'.
           CALL 'FILES' USING 'START-GL-BRANCH-PERIOD-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-GL-BRANCH-PERIOD
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-GL-BRANCH-PERIOD-FILE'.

       UNLOAD-NEXT-GL-BRANCH-PERIOD.
           CALL 'FILES' USING 'READ-NEXT-GL-BRANCH-PERIOD'
               GL-BRANCH-PERIOD-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'GLBPERIOD' TO BKP-RECORD-TYPE
               MOVE GL-BRANCH-PERIOD-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-INTER-BRANCH-ENTRIES.
           CALL 'FILES' USING 'OPEN-INTER-BRANCH-FILE-IO'.
           CALL 'FILES' USING 'START-INTER-BRANCH-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-INTER-BRANCH-ENTRY
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-INTER-BRANCH-FILE'.

       UNLOAD-NEXT-INTER-BRANCH-ENTRY.
           CALL 'FILES' USING 'READ-NEXT-INTER-BRANCH-ENTRY'
               INTER-BRANCH-ENTRY-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'INTERBR' TO BKP-RECORD-TYPE
               MOVE INTER-BRANCH-ENTRY-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-BUDGET-LINES.
           CALL 'FILES' USING 'OPEN-BUDGET-FILE-IO'.
           CALL 'FILES' USING 'START-BUDGET-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-BUDGET-LINE
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-BUDGET-FILE'.

       UNLOAD-NEXT-BUDGET-LINE.
           CALL 'FILES' USING 'READ-NEXT-BUDGET'
               BUDGET-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'BUDGET' TO BKP-RECORD-TYPE
               MOVE BUDGET-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-OPEN-ITEMS.
           CALL 'FILES' USING 'OPEN-OPEN-ITEM-FILE-IO'.
           CALL 'FILES' USING 'START-OPEN-ITEM-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-OPEN-ITEM
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-OPEN-ITEM-FILE'.

       UNLOAD-NEXT-OPEN-ITEM.
           CALL 'FILES' USING 'READ-NEXT-OPEN-ITEM'
               OPEN-ITEM-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'OPENITEM' TO BKP-RECORD-TYPE
               MOVE OPEN-ITEM-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-MM-DEALS.
           CALL 'FILES' USING 'OPEN-MM-DEAL-FILE-IO'.
           CALL 'FILES' USING 'START-MM-DEAL-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-MM-DEAL
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-MM-DEAL-FILE'.

       UNLOAD-NEXT-MM-DEAL.
           CALL 'FILES' USING 'READ-NEXT-MM-DEAL'
               MM-DEAL-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'MMDEAL' TO BKP-RECORD-TYPE
               MOVE MM-DEAL-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-MM-CPTYS.
           CALL 'FILES' USING 'OPEN-MM-COUNTERPARTY-FILE-IO'.
           CALL 'FILES' USING 'START-MM-COUNTERPARTY-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-MM-CPTY
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-MM-COUNTERPARTY-FILE'.

       UNLOAD-NEXT-MM-CPTY.
           CALL 'FILES' USING 'READ-NEXT-MM-COUNTERPARTY'
               MM-COUNTERPARTY-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'MMCPTY' TO BKP-RECORD-TYPE
               MOVE MM-COUNTERPARTY-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-FX-COUNTER-DEALS.
           CALL 'FILES' USING 'OPEN-FX-COUNTER-FILE-IO'.
           CALL 'FILES' USING 'START-FX-COUNTER-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-FX-COUNTER-DEAL
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-FX-COUNTER-FILE'.

       UNLOAD-NEXT-FX-COUNTER-DEAL.
           CALL 'FILES' USING 'READ-NEXT-FX-COUNTER'
               FX-COUNTER-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               PERFORM MASK-FX-COUNTER-RECORD
               MOVE 'FXCOUNTER' TO BKP-RECORD-TYPE
               MOVE FX-COUNTER-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-INTEREST-RATE-SCHEDULES.
           CALL 'FILES' USING 'OPEN-INTEREST-RATE-FILE-IO'.
           CALL 'FILES' USING 'START-INTEREST-RATE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-INTEREST-RATE-SCHEDULE
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-INTEREST-RATE-FILE'.

       UNLOAD-NEXT-INTEREST-RATE-SCHEDULE.
           CALL 'FILES' USING 'READ-NEXT-INTEREST-RATE'
               INTEREST-RATE-SCHEDULE-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'INTRATE' TO BKP-RECORD-TYPE
               MOVE INTEREST-RATE-SCHEDULE-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-TD-RATE-CARD.
           CALL 'FILES' USING 'OPEN-TD-RATE-CARD-FILE-IO'.
           CALL 'FILES' USING 'START-TD-RATE-CARD-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-TD-RATE-CARD-ROW
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-TD-RATE-CARD-FILE'.

       UNLOAD-NEXT-TD-RATE-CARD-ROW.
           CALL 'FILES' USING 'READ-NEXT-TD-RATE-CARD'
               TD-RATE-CARD-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'TDCARD' TO BKP-RECORD-TYPE
               MOVE TD-RATE-CARD-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-TD-RATE-EXCEPTIONS.
           CALL 'FILES' USING 'OPEN-TD-RATE-EXCEPTION-FILE-IO'.
           CALL 'FILES' USING 'START-TD-RATE-EXCEPTION-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-TD-RATE-EXCEPTION
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-TD-RATE-EXCEPTION-FILE'.

       UNLOAD-NEXT-TD-RATE-EXCEPTION.
           CALL 'FILES' USING 'READ-NEXT-TD-RATE-EXCEPTION'
               TD-RATE-EXCEPTION-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'TDRATEX' TO BKP-RECORD-TYPE
               MOVE TD-RATE-EXCEPTION-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-CUTOFF-FILE.
           CALL 'FILES' USING 'OPEN-CUTOFF-FILE-IO'.
           CALL 'FILES' USING 'START-CUTOFF-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-CUTOFF-ROW
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-CUTOFF-FILE'.

       UNLOAD-NEXT-CUTOFF-ROW.
           CALL 'FILES' USING 'READ-NEXT-CUTOFF'
               CUTOFF-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'CUTOFF' TO BKP-RECORD-TYPE
               MOVE CUTOFF-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-POSITIVE-PAY-FILE.
           CALL 'FILES' USING 'OPEN-POSITIVE-PAY-FILE-IO'.
           CALL 'FILES' USING 'START-POSITIVE-PAY-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-POSITIVE-PAY
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-POSITIVE-PAY-FILE'.

       UNLOAD-NEXT-POSITIVE-PAY.
           CALL 'FILES' USING 'READ-NEXT-POSITIVE-PAY'
               POSITIVE-PAY-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'POSPAY' TO BKP-RECORD-TYPE
               MOVE POSITIVE-PAY-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-PPAY-EXCEPTION-FILE.
           CALL 'FILES' USING 'OPEN-PPAY-EXCEPTION-FILE-IO'.
           CALL 'FILES' USING 'START-PPAY-EXCEPTION-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-PPAY-EXCEPTION
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-PPAY-EXCEPTION-FILE'.

       UNLOAD-NEXT-PPAY-EXCEPTION.
           CALL 'FILES' USING 'READ-NEXT-PPAY-EXCEPTION'
               PPAY-EXCEPTION-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'PPAYEXC' TO BKP-RECORD-TYPE
               MOVE PPAY-EXCEPTION-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-INSTANT-PAYMENT-FILE.
           CALL 'FILES' USING 'OPEN-INSTANT-PAYMENT-FILE-IO'.
           CALL 'FILES' USING 'START-INSTANT-PAYMENT-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-INSTANT-PAYMENT
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-INSTANT-PAYMENT-FILE'.

       UNLOAD-NEXT-INSTANT-PAYMENT.
           CALL 'FILES' USING 'READ-NEXT-INSTANT-PAYMENT'
               INSTANT-PAYMENT-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               PERFORM MASK-INSTANT-PAYMENT-RECORD
               MOVE 'INSTPAY' TO BKP-RECORD-TYPE
               MOVE INSTANT-PAYMENT-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-IPAY-POSITION-FILE.
           CALL 'FILES' USING 'OPEN-IPAY-POSITION-FILE-IO'.
           CALL 'FILES' USING 'START-IPAY-POSITION-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-IPAY-POSITION
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-IPAY-POSITION-FILE'.

       UNLOAD-NEXT-IPAY-POSITION.
           CALL 'FILES' USING 'READ-NEXT-IPAY-POSITION'
               IPAY-POSITION-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'IPAYPOS' TO BKP-RECORD-TYPE
               MOVE IPAY-POSITION-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-REF-CHANGE-FILE.
           CALL 'FILES' USING 'OPEN-REF-CHANGE-FILE-IO'.
           CALL 'FILES' USING 'START-REF-CHANGE-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-REF-CHANGE
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-REF-CHANGE-FILE'.

       UNLOAD-NEXT-REF-CHANGE.
           CALL 'FILES' USING 'READ-NEXT-REF-CHANGE'
               REF-CHANGE-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'REFCHANGE' TO BKP-RECORD-TYPE
               MOVE REF-CHANGE-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-FEE-TARIFF-FILE.
           CALL 'FILES' USING 'OPEN-FEE-TARIFF-FILE-IO'.
           CALL 'FILES' USING 'START-FEE-TARIFF-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-FEE-TARIFF
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-FEE-TARIFF-FILE'.

       UNLOAD-NEXT-FEE-TARIFF.
           CALL 'FILES' USING 'READ-NEXT-FEE-TARIFF'
               FEE-TARIFF-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'FEETARIFF' TO BKP-RECORD-TYPE
               MOVE FEE-TARIFF-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-BRANCH-FILE.
           CALL 'FILES' USING 'OPEN-BRANCH-FILE-IO'.
           CALL 'FILES' USING 'START-BRANCH-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-BRANCH
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-BRANCH-FILE'.

       UNLOAD-NEXT-BRANCH.
           CALL 'FILES' USING 'READ-NEXT-BRANCH' BRANCH-RECORD
               WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'BRANCH' TO BKP-RECORD-TYPE
               MOVE BRANCH-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-PRODUCT-FILE.
           CALL 'FILES' USING 'OPEN-PRODUCT-FILE-IO'.
           CALL 'FILES' USING 'START-PRODUCT-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-PRODUCT
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-PRODUCT-FILE'.

       UNLOAD-NEXT-PRODUCT.
           CALL 'FILES' USING 'READ-NEXT-PRODUCT' PRODUCT-RECORD
               WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'PRODUCT' TO BKP-RECORD-TYPE
               MOVE PRODUCT-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-CONFIRM-REGISTER-FILE.
           CALL 'FILES' USING 'OPEN-CONFIRM-REGISTER-FILE-IO'.
           CALL 'FILES' USING 'START-CONFIRM-REGISTER-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-CONFIRMATION
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-CONFIRM-REGISTER-FILE'.

       UNLOAD-NEXT-CONFIRMATION.
           CALL 'FILES' USING 'READ-NEXT-CONFIRM-REGISTER'
               CONFIRM-REGISTER-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'CONFIRM' TO BKP-RECORD-TYPE
               MOVE CONFIRM-REGISTER-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-REDIRECT-FILE.
           CALL 'FILES' USING 'OPEN-REDIRECT-FILE-IO'.
           CALL 'FILES' USING 'START-REDIRECT-FILE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-REDIRECTION
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-REDIRECT-FILE'.

       UNLOAD-NEXT-REDIRECTION.
           CALL 'FILES' USING 'READ-NEXT-REDIRECT'
               REDIRECT-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'REDIRECT' TO BKP-RECORD-TYPE
               MOVE REDIRECT-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-REDIRECT-ITEM-FILE.
           CALL 'FILES' USING 'OPEN-REDIRECT-ITEM-FILE-IO'.
           CALL 'FILES' USING 'START-REDIRECT-ITEM-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-REDIRECT-ITEM
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-REDIRECT-ITEM-FILE'.

       UNLOAD-NEXT-REDIRECT-ITEM.
           CALL 'FILES' USING 'READ-NEXT-REDIRECT-ITEM'
               REDIRECT-ITEM-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'REDIRITEM' TO BKP-RECORD-TYPE
               MOVE REDIRECT-ITEM-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-TAX-RATE-FILE.
           CALL 'FILES' USING 'OPEN-TAX-RATE-FILE-IO'.
           CALL 'FILES' USING 'START-TAX-RATE-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-TAX-RATE
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-TAX-RATE-FILE'.

       UNLOAD-NEXT-TAX-RATE.
           CALL 'FILES' USING 'READ-NEXT-TAX-RATE'
               TAX-RATE-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'TAXRATE' TO BKP-RECORD-TYPE
               MOVE TAX-RATE-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-CONSENT-FILE.
           CALL 'FILES' USING 'OPEN-CONSENT-FILE-IO'.
           CALL 'FILES' USING 'START-CONSENT-TOP' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-CONSENT
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-CONSENT-FILE'.

       UNLOAD-NEXT-CONSENT.
           CALL 'FILES' USING 'READ-NEXT-CONSENT'
               CONSENT-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'CONSENT' TO BKP-RECORD-TYPE
               MOVE CONSENT-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-COLLECTION-CASE-FILE.
           CALL 'FILES' USING 'OPEN-COLLECTION-CASE-FILE-IO'.
           CALL 'FILES' USING 'START-COLLECTION-CASE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-COLLECTION-CASE
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-COLLECTION-CASE-FILE'.

       UNLOAD-NEXT-COLLECTION-CASE.
           CALL 'FILES' USING 'READ-NEXT-COLLECTION-CASE'
               COLLECTION-CASE-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'COLLCASE' TO BKP-RECORD-TYPE
               MOVE COLLECTION-CASE-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-COLLECTION-CONTACT-FILE.
           CALL 'FILES' USING 'OPEN-COLLECTION-CONTACT-FILE-IO'.
           CALL 'FILES' USING 'START-COLLECTION-CONTACT-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-COLLECTION-CONTACT
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-COLLECTION-CONTACT-FILE'.

       UNLOAD-NEXT-COLLECTION-CONTACT.
           CALL 'FILES' USING 'READ-NEXT-COLLECTION-CONTACT'
               COLLECTION-CONTACT-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'COLLCONT' TO BKP-RECORD-TYPE
               MOVE COLLECTION-CONTACT-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-CASH-DEMAND-FILE.
           CALL 'FILES' USING 'OPEN-CASH-DEMAND-FILE-IO'.
           CALL 'FILES' USING 'START-CASH-DEMAND-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-CASH-DEMAND
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-CASH-DEMAND-FILE'.

       UNLOAD-NEXT-CASH-DEMAND.
           CALL 'FILES' USING 'READ-NEXT-CASH-DEMAND'
               CASH-DEMAND-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'CASHDEMAND' TO BKP-RECORD-TYPE
               MOVE CASH-DEMAND-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-RM-FILE.
           CALL 'FILES' USING 'OPEN-RM-FILE-IO'.
           CALL 'FILES' USING 'START-RM-FILE-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-RM
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-RM-FILE'.

       UNLOAD-NEXT-RM.
           CALL 'FILES' USING 'READ-NEXT-RM'
               RELATIONSHIP-MANAGER-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'RELMGR' TO BKP-RECORD-TYPE
               MOVE RELATIONSHIP-MANAGER-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-RM-ASSIGNMENT-FILE.
           CALL 'FILES' USING 'OPEN-RM-ASSIGNMENT-FILE-IO'.
           CALL 'FILES' USING 'START-RM-ASSIGNMENT-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-RM-ASSIGNMENT
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-RM-ASSIGNMENT-FILE'.

       UNLOAD-NEXT-RM-ASSIGNMENT.
           CALL 'FILES' USING 'READ-NEXT-RM-ASSIGNMENT'
               RM-ASSIGNMENT-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'RMASSIGN' TO BKP-RECORD-TYPE
               MOVE RM-ASSIGNMENT-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-CUSTOMER-PROFIT-FILE.
           CALL 'FILES' USING 'OPEN-CUSTOMER-PROFIT-FILE-IO'.
           CALL 'FILES' USING 'START-CUSTOMER-PROFIT-TOP'
               WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-CUSTOMER-PROFIT
               UNTIL WS-OP-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-CUSTOMER-PROFIT-FILE'.

       UNLOAD-NEXT-CUSTOMER-PROFIT.
           CALL 'FILES' USING 'READ-NEXT-CUSTOMER-PROFIT'
               CUSTOMER-PROFIT-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'CUSTPROFIT' TO BKP-RECORD-TYPE
               MOVE CUSTOMER-PROFIT-RECORD TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-HOLIDAY-CALENDAR.
           CALL 'FILES' USING 'OPEN-HOLIDAY-FILE-INPUT' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-HOLIDAY-LINE
               UNTIL WS-OP-STATUS NOT = '00'.
           CALL 'FILES' USING 'CLOSE-HOLIDAY-FILE'.

       UNLOAD-NEXT-HOLIDAY-LINE.
           CALL 'FILES' USING 'READ-NEXT-HOLIDAY-LINE'
               HOLIDAY-FILE-LINE WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'HOLIDAY' TO BKP-RECORD-TYPE
               MOVE HOLIDAY-FILE-LINE TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-JOB-SCHEDULE.
           CALL 'FILES' USING 'OPEN-JOB-SCHEDULE-INPUT' WS-OP-STATUS.
           PERFORM UNLOAD-NEXT-JOB-SCHEDULE-LINE
               UNTIL WS-OP-STATUS NOT = '00'.
           CALL 'FILES' USING 'CLOSE-JOB-SCHEDULE-FILE'.

       UNLOAD-NEXT-JOB-SCHEDULE-LINE.
           CALL 'FILES' USING 'READ-NEXT-JOB-SCHEDULE-LINE'
               JOB-SCHEDULE-LINE WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'JOBSCHED' TO BKP-RECORD-TYPE
               MOVE JOB-SCHEDULE-LINE TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

       UNLOAD-LEDGER-SEALS.
      *    A data set with no seals yet simply has none to carry
           CALL 'FILES' USING 'OPEN-LEDGER-SEAL-INPUT' WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               PERFORM UNLOAD-NEXT-LEDGER-SEAL-LINE
                   UNTIL WS-OP-STATUS NOT = '00'
               CALL 'FILES' USING 'CLOSE-LEDGER-SEAL-FILE'
           END-IF.

       UNLOAD-NEXT-LEDGER-SEAL-LINE.
           CALL 'FILES' USING 'READ-NEXT-LEDGER-SEAL-LINE'
               LEDGER-SEAL-LINE WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               MOVE 'LEDGERSEAL' TO BKP-RECORD-TYPE
               MOVE LEDGER-SEAL-LINE TO BKP-RECORD-IMAGE
               PERFORM STAGE-SET-RECORD
           END-IF.

      ******************************************************************
      * MASKING BY RECORD
      ******************************************************************

       MASK-CUSTOMER-RECORD.
      *    Mask a customer's name and tax ID
           MOVE CUS-NAME TO WS-MASK-SOURCE.
           PERFORM MASK-PERSON-NAME.
           MOVE WS-MASKED-NAME TO CUS-NAME.
           MOVE CUS-TAX-ID TO WS-MASK-SOURCE.
           PERFORM MASK-TAX-ID THRU MASK-TAX-ID-END.
           MOVE WS-MASKED-TAX-ID TO CUS-TAX-ID.
           ADD 1 TO WS-COUNT-CUSTOMERS.

       MASK-ACCOUNT-RECORD.
      *    Mask the KYC copies, joint holders and beneficiaries on an
      *    account
           MOVE ACC-HOLDER-NAME TO WS-MASK-SOURCE.
           PERFORM MASK-PERSON-NAME.
           MOVE WS-MASKED-NAME TO ACC-HOLDER-NAME.
           MOVE ACC-TAX-ID TO WS-MASK-SOURCE.
           PERFORM MASK-TAX-ID THRU MASK-TAX-ID-END.
           MOVE WS-MASKED-TAX-ID TO ACC-TAX-ID.
           PERFORM MASK-ONE-HOLDER-ENTRY
               VARYING WS-HOLDER-IDX FROM 1 BY 1
               UNTIL WS-HOLDER-IDX > 4.
           PERFORM MASK-ONE-BENEFICIARY
               VARYING WS-BENEFICIARY-IDX FROM 1 BY 1
               UNTIL WS-BENEFICIARY-IDX > 3.
           ADD 1 TO WS-COUNT-ACCOUNTS.

       MASK-ONE-HOLDER-ENTRY.
      *    Mask one entry of the account's holder table
           MOVE ACC-HOLDER-ENTRY-NAME(WS-HOLDER-IDX) TO WS-MASK-SOURCE.
           PERFORM MASK-PERSON-NAME.
           MOVE WS-MASKED-NAME TO ACC-HOLDER-ENTRY-NAME(WS-HOLDER-IDX).

       MASK-ONE-BENEFICIARY.
      *    Mask one beneficiary name on the account
           MOVE ACC-BENEFICIARY-NAME(WS-BENEFICIARY-IDX)
               TO WS-MASK-SOURCE.
           PERFORM MASK-PERSON-NAME.
           MOVE WS-MASKED-NAME
               TO ACC-BENEFICIARY-NAME(WS-BENEFICIARY-IDX).

       MASK-SIGNER-RECORD.
      *    Mask an authorized signer's name and tax ID
           MOVE SGN-NAME TO WS-MASK-SOURCE.
           PERFORM MASK-PERSON-NAME.
           MOVE WS-MASKED-NAME TO SGN-NAME.
           MOVE SGN-TAX-ID TO WS-MASK-SOURCE.
           PERFORM MASK-TAX-ID THRU MASK-TAX-ID-END.
           MOVE WS-MASKED-TAX-ID TO SGN-TAX-ID.
           ADD 1 TO WS-COUNT-SIGNERS.

       MASK-ALIAS-RECORD.
      *    A tax-ID alias is keyed by the tax ID itself, so it is
      *    reloaded under the masked tax ID; other aliases are left
           IF ALS-TYPE-TAXID
               MOVE ALS-ALIAS-KEY TO WS-MASK-SOURCE
               PERFORM MASK-TAX-ID THRU MASK-TAX-ID-END
               MOVE WS-MASKED-TAX-ID TO ALS-ALIAS-KEY
               ADD 1 TO WS-COUNT-ALIASES
           END-IF.

       MASK-INSTANT-PAYMENT-RECORD.
      *    Mask the other party's name on an instant payment, and the
      *    alias it was addressed by where that was a tax ID
           MOVE IPM-OTHER-NAME TO WS-MASK-SOURCE.
           PERFORM MASK-PERSON-NAME.
           MOVE WS-MASKED-NAME TO IPM-OTHER-NAME.
           MOVE IPM-ALIAS TO WS-MASK-SOURCE.
           PERFORM COMPACT-MASK-SOURCE.
           IF WS-MASK-LENGTH = 11 OR WS-MASK-LENGTH = 14
               IF WS-MASK-COMPACT(1:WS-MASK-LENGTH) IS NUMERIC
                   PERFORM MASK-TAX-ID THRU MASK-TAX-ID-END
                   MOVE WS-MASKED-TAX-ID TO IPM-ALIAS
               END-IF
           END-IF.
           ADD 1 TO WS-COUNT-INSTANT.

       MASK-FX-COUNTER-RECORD.
      *    Mask the walk-in party's name and identification number on
      *    an FX counter deal
           MOVE FXC-PARTY-NAME TO WS-MASK-SOURCE.
           PERFORM MASK-PERSON-NAME.
           MOVE WS-MASKED-NAME TO FXC-PARTY-NAME.
           MOVE FXC-ID-NUMBER TO WS-MASK-SOURCE.
           PERFORM MASK-TAX-ID THRU MASK-TAX-ID-END.
           MOVE WS-MASKED-TAX-ID TO FXC-ID-NUMBER.
           ADD 1 TO WS-COUNT-FX-COUNTER.

       MASK-CHEQUE-RECORD.
      *    Mask the payee a corporate issuer listed on its positive
      *    pay file against a cheque
           IF CHQ-PP-PAYEE NOT = SPACES
               MOVE CHQ-PP-PAYEE TO WS-MASK-SOURCE
               PERFORM MASK-PERSON-NAME
               MOVE WS-MASKED-NAME TO CHQ-PP-PAYEE
               ADD 1 TO WS-COUNT-CHEQUES
           END-IF.

      ******************************************************************
      * RELOAD INTO THE SANDBOX
      ******************************************************************

       RELOAD-SANDBOX.
      *    Rebuild each sandbox file in turn from the refresh set,
      *    the way the restore rebuilds the live set: the set is
      *    grouped by type, so a change of tag closes the file being
      *    rebuilt and truncates/opens the next one. Journaling is
      *    suspended - the reload's after-images would only replay
      *    the refresh itself
           CALL 'FILES' USING 'SET-JOURNAL-SUSPEND' 1.

           OPEN INPUT REFRESH-SET-FILE.
           IF REFRESH-SET-FILE-STATUS NOT = '00'
               DISPLAY 'FAILED: cannot read back the refresh set '
                   '(status ' REFRESH-SET-FILE-STATUS ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-CURRENT-LOAD-TYPE.
           MOVE '00' TO WS-OP-STATUS.

           PERFORM RELOAD-NEXT-SET-RECORD
               UNTIL WS-OP-STATUS = '10'.

           PERFORM END-CURRENT-LOAD-TYPE.

           CLOSE REFRESH-SET-FILE.

           CALL 'FILES' USING 'SET-JOURNAL-SUSPEND' 0.

       RELOAD-NEXT-SET-RECORD.
      *    Load one refresh set record into its sandbox file
           READ REFRESH-SET-FILE INTO BACKUP-SET-RECORD
               AT END
                   MOVE '10' TO WS-OP-STATUS
               NOT AT END
                   MOVE '00' TO WS-OP-STATUS
           END-READ.

           IF WS-OP-STATUS = '00'
               IF BKP-RECORD-TYPE NOT = WS-CURRENT-LOAD-TYPE
                   PERFORM END-CURRENT-LOAD-TYPE
                   MOVE BKP-RECORD-TYPE TO WS-CURRENT-LOAD-TYPE
                   PERFORM BEGIN-CURRENT-LOAD-TYPE
               END-IF
               MOVE '00' TO WS-SET-STATUS
               PERFORM LOAD-ONE-RECORD
               IF WS-SET-STATUS = '00'
                   ADD 1 TO WS-COUNT-LOADED
               ELSE
                   ADD 1 TO WS-COUNT-NOT-LOADED
               END-IF
           END-IF.

       BEGIN-CURRENT-LOAD-TYPE.
      *    Truncate and reopen the file the next group rebuilds
           EVALUATE WS-CURRENT-LOAD-TYPE
               WHEN 'ACCOUNT'
                   CALL 'FILES' USING 'INIT-ACCOUNT-FILE'
                   CALL 'FILES' USING 'OPEN-ACCOUNT-FILE-IO'
               WHEN 'LEDGER'
                   CALL 'FILES' USING 'INIT-LEDGER-FILE'
                   CALL 'FILES' USING 'OPEN-LEDGER-FILE-EXTEND'
               WHEN 'TRANSACTION'
                   CALL 'FILES' USING 'INIT-TRANSACTION-FILE'
                   CALL 'FILES' USING 'OPEN-TRANSACTION-FILE-IO'
               WHEN 'CONTROL'
                   CALL 'FILES' USING 'INIT-CONTROL-FILE'
               WHEN 'OPERATOR'
      *            INIT seeds a default ADMIN that would collide
      *            with the backed-up operator 1; reload replaces
      *            the file wholesale, so truncate without seeding
                   CALL 'FILES' USING 'TRUNCATE-OPERATOR-FILE'
                   CALL 'FILES' USING 'OPEN-OPERATOR-FILE-IO'
               WHEN 'AUDIT'
                   CALL 'FILES' USING 'INIT-AUDIT-FILE'
                   CALL 'FILES' USING 'OPEN-AUDIT-FILE-EXTEND'
               WHEN 'SNAPSHOT'
                   CALL 'FILES' USING 'INIT-BALANCE-SNAPSHOT-FILE'
                   CALL 'FILES' USING
                       'OPEN-BALANCE-SNAPSHOT-FILE-EXTEND'
               WHEN 'ALERT'
                   CALL 'FILES' USING 'INIT-ALERT-FILE'
                   CALL 'FILES' USING 'OPEN-ALERT-FILE-EXTEND'
               WHEN 'CARD'
                   CALL 'FILES' USING 'INIT-CARD-FILE'
                   CALL 'FILES' USING 'OPEN-CARD-FILE-IO'
               WHEN 'STDORDER'
                   CALL 'FILES' USING 'INIT-STANDING-ORDER-FILE'
                   CALL 'FILES' USING 'OPEN-STANDING-ORDER-FILE-IO'
               WHEN 'TXNARCHIVE'
                   CALL 'FILES' USING 'INIT-TRANSACTION-ARCHIVE-FILE'
                   CALL 'FILES' USING
                       'OPEN-TRANSACTION-ARCHIVE-FILE-EXTEND'
               WHEN 'CUSTOMER'
                   CALL 'FILES' USING 'INIT-CUSTOMER-FILE'
                   CALL 'FILES' USING 'OPEN-CUSTOMER-FILE-IO'
               WHEN 'LOAN'
                   CALL 'FILES' USING 'INIT-LOAN-FILE'
                   CALL 'FILES' USING 'OPEN-LOAN-FILE-IO'
               WHEN 'CHEQUE'
                   CALL 'FILES' USING 'INIT-CHEQUE-FILE'
                   CALL 'FILES' USING 'OPEN-CHEQUE-FILE-IO'
               WHEN 'WIREITEM'
                   CALL 'FILES' USING 'INIT-WIRE-ITEM-FILE'
                   CALL 'FILES' USING 'OPEN-WIRE-ITEM-FILE-IO'
               WHEN 'CLEARSUSP'
                   CALL 'FILES' USING 'INIT-CLEARING-SUSPENSE-FILE'
                   CALL 'FILES' USING
                       'OPEN-CLEARING-SUSPENSE-FILE-IO'
               WHEN 'FXRATE'
                   CALL 'FILES' USING 'INIT-FX-RATE-FILE'
                   CALL 'FILES' USING 'OPEN-FX-RATE-FILE-IO'
               WHEN 'FXPOSITION'
                   CALL 'FILES' USING 'INIT-FX-POSITION-FILE'
                   CALL 'FILES' USING 'OPEN-FX-POSITION-FILE-IO'
               WHEN 'WATCHLIST'
                   CALL 'FILES' USING 'INIT-WATCHLIST-FILE'
                   CALL 'FILES' USING 'OPEN-WATCHLIST-FILE-IO'
               WHEN 'GLACCOUNT'
      *            INIT seeds the default chart; the reload carries
      *            every row (with its balance), so truncate without
      *            seeding instead
                   CALL 'FILES' USING 'TRUNCATE-GL-ACCOUNT-FILE'
                   CALL 'FILES' USING 'OPEN-GL-ACCOUNT-FILE-IO'
               WHEN 'DRAWER'
                   CALL 'FILES' USING 'INIT-DRAWER-FILE'
                   CALL 'FILES' USING 'OPEN-DRAWER-FILE-IO'
               WHEN 'SWEEP'
                   CALL 'FILES' USING 'INIT-SWEEP-FILE'
                   CALL 'FILES' USING 'OPEN-SWEEP-FILE-IO'
               WHEN 'FUTPAY'
                   CALL 'FILES' USING 'INIT-FUTURE-PAYMENT-FILE'
                   CALL 'FILES' USING 'OPEN-FUTURE-PAYMENT-FILE-IO'
               WHEN 'DDMANDATE'
                   CALL 'FILES' USING 'INIT-DD-MANDATE-FILE'
                   CALL 'FILES' USING 'OPEN-DD-MANDATE-FILE-IO'
               WHEN 'ALIAS'
                   CALL 'FILES' USING 'INIT-ALIAS-FILE'
                   CALL 'FILES' USING 'OPEN-ALIAS-FILE-IO'
               WHEN 'RUNCONTROL'
                   CALL 'FILES' USING 'INIT-RUN-CONTROL-FILE'
                   CALL 'FILES' USING 'OPEN-RUN-CONTROL-FILE-IO'
               WHEN 'GARNISH'
                   CALL 'FILES' USING 'INIT-GARNISH-FILE'
                   CALL 'FILES' USING 'OPEN-GARNISH-FILE-IO'
               WHEN 'ESCROW'
                   CALL 'FILES' USING 'INIT-ESCROW-FILE'
                   CALL 'FILES' USING 'OPEN-ESCROW-FILE-IO'
               WHEN 'FUNDSHOLD'
                   CALL 'FILES' USING 'INIT-FUNDS-HOLD-FILE'
                   CALL 'FILES' USING 'OPEN-FUNDS-HOLD-FILE-IO'
               WHEN 'AVAILHOLD'
                   CALL 'FILES' USING 'INIT-AVAIL-HOLD-FILE'
                   CALL 'FILES' USING 'OPEN-AVAIL-HOLD-FILE-IO'
               WHEN 'WDNOTICE'
                   CALL 'FILES' USING 'INIT-WDNOTICE-FILE'
                   CALL 'FILES' USING 'OPEN-WDNOTICE-FILE-IO'
               WHEN 'SIGNER'
                   CALL 'FILES' USING 'INIT-SIGNER-FILE'
                   CALL 'FILES' USING 'OPEN-SIGNER-FILE-IO'
               WHEN 'MEMO'
                   CALL 'FILES' USING 'INIT-MEMO-FILE'
                   CALL 'FILES' USING 'OPEN-MEMO-FILE-IO'
               WHEN 'PASSBOOK'
                   CALL 'FILES' USING 'INIT-PASSBOOK-FILE'
                   CALL 'FILES' USING 'OPEN-PASSBOOK-FILE-IO'
               WHEN 'COLLATERAL'
                   CALL 'FILES' USING 'INIT-COLLATERAL-FILE'
                   CALL 'FILES' USING 'OPEN-COLLATERAL-FILE-IO'
               WHEN 'SAFEBOX'
                   CALL 'FILES' USING 'INIT-SAFEBOX-FILE'
                   CALL 'FILES' USING 'OPEN-SAFEBOX-FILE-IO'
               WHEN 'SAFEBOXLOG'
                   CALL 'FILES' USING 'INIT-SAFEBOX-LOG-FILE'
                   CALL 'FILES' USING 'OPEN-SAFEBOX-LOG-EXTEND'
               WHEN 'BILLER'
                   CALL 'FILES' USING 'INIT-BILLER-FILE'
                   CALL 'FILES' USING 'OPEN-BILLER-FILE-IO'
               WHEN 'BILLPAY'
                   CALL 'FILES' USING 'INIT-BILL-PAYMENT-FILE'
                   CALL 'FILES' USING 'OPEN-BILL-PAYMENT-FILE-IO'
               WHEN 'DEPITEM'
                   CALL 'FILES' USING 'INIT-DEPOSITED-ITEM-FILE'
                   CALL 'FILES' USING 'OPEN-DEPOSITED-ITEM-FILE-IO'
               WHEN 'COLLORIG'
                   CALL 'FILES' USING 'INIT-COLLECT-ORIG-FILE'
                   CALL 'FILES' USING 'OPEN-COLLECT-ORIG-FILE-IO'
               WHEN 'VOUCHER'
                   CALL 'FILES' USING 'INIT-JOURNAL-VOUCHER-FILE'
                   CALL 'FILES' USING 'OPEN-JOURNAL-VOUCHER-FILE-IO'
               WHEN 'GLPERIOD'
                   CALL 'FILES' USING 'INIT-GL-PERIOD-FILE'
                   CALL 'FILES' USING 'OPEN-GL-PERIOD-FILE-IO'
               WHEN 'VAULT'
                   CALL 'FILES' USING 'INIT-VAULT-FILE'
                   CALL 'FILES' USING 'OPEN-VAULT-FILE-IO'
               WHEN 'SHIPMENT'
                   CALL 'FILES' USING 'INIT-VAULT-SHIPMENT-FILE'
                   CALL 'FILES' USING 'OPEN-VAULT-SHIPMENT-FILE-IO'
               WHEN 'NOTICE'
                   CALL 'FILES' USING 'INIT-NOTICE-FILE'
                   CALL 'FILES' USING 'OPEN-NOTICE-FILE-IO'
               WHEN 'WAIVEDFEE'
                   CALL 'FILES' USING 'INIT-WAIVED-FEE-FILE'
                   CALL 'FILES' USING 'OPEN-WAIVED-FEE-EXTEND'
               WHEN 'LOANAPP'
                   CALL 'FILES' USING 'INIT-LOAN-APPLICATION-FILE'
                   CALL 'FILES' USING 'OPEN-LOAN-APPLICATION-FILE-IO'
               WHEN 'LOANRESTR'
                   CALL 'FILES' USING 'INIT-LOAN-RESTRUCTURE-FILE'
                   CALL 'FILES' USING 'OPEN-LOAN-RESTRUCTURE-FILE-IO'
               WHEN 'LOANRECOV'
                   CALL 'FILES' USING 'INIT-LOAN-RECOVERY-FILE'
                   CALL 'FILES' USING 'OPEN-LOAN-RECOVERY-FILE-IO'
               WHEN 'REFRATE'
                   CALL 'FILES' USING 'INIT-REFERENCE-RATE-FILE'
                   CALL 'FILES' USING 'OPEN-REFERENCE-RATE-FILE-IO'
               WHEN 'CARDAUTH'
                   CALL 'FILES' USING 'INIT-CARD-AUTH-FILE'
                   CALL 'FILES' USING 'OPEN-CARD-AUTH-FILE-IO'
               WHEN 'ATM'
                   CALL 'FILES' USING 'INIT-ATM-FILE'
                   CALL 'FILES' USING 'OPEN-ATM-FILE-IO'
               WHEN 'CASHCOUNT'
                   CALL 'FILES' USING 'INIT-CASH-COUNT-FILE'
                   CALL 'FILES' USING 'OPEN-CASH-COUNT-FILE-IO'
               WHEN 'HELDMAIL'
                   CALL 'FILES' USING 'INIT-HELD-MAIL-FILE'
                   CALL 'FILES' USING 'OPEN-HELD-MAIL-FILE-IO'
               WHEN 'HELDLINE'
                   CALL 'FILES' USING 'INIT-HELD-MAIL-LINE-FILE'
                   CALL 'FILES' USING 'OPEN-HELD-MAIL-LINE-FILE-IO'
               WHEN 'COMPLAINT'
                   CALL 'FILES' USING 'INIT-COMPLAINT-FILE'
                   CALL 'FILES' USING 'OPEN-COMPLAINT-FILE-IO'
               WHEN 'SARCASE'
                   CALL 'FILES' USING 'INIT-SAR-CASE-FILE'
                   CALL 'FILES' USING 'OPEN-SAR-CASE-FILE-IO'
               WHEN 'POSTRULE'
      *            INIT seeds the default rules; the reload carries
      *            every rule finance maintained, so truncate without
      *            seeding instead
                   CALL 'FILES' USING 'TRUNCATE-POSTING-RULE-FILE'
                   CALL 'FILES' USING 'OPEN-POSTING-RULE-FILE-IO'
               WHEN 'GLBRANCH'
      *            INIT carries the chart balances in under branch
      *            0001; the reload carries every branch row, so
      *            truncate without the carry-in instead
                   CALL 'FILES' USING 'TRUNCATE-GL-BRANCH-FILE'
                   CALL 'FILES' USING 'OPEN-GL-BRANCH-FILE-IO'
               WHEN 'GLBPERIOD'
                   CALL 'FILES' USING 'INIT-GL-BRANCH-PERIOD-FILE'
                   CALL 'FILES' USING 'OPEN-GL-BRANCH-PERIOD-FILE-IO'
               WHEN 'INTERBR'
                   CALL 'FILES' USING 'INIT-INTER-BRANCH-FILE'
                   CALL 'FILES' USING 'OPEN-INTER-BRANCH-FILE-IO'
               WHEN 'BUDGET'
                   CALL 'FILES' USING 'INIT-BUDGET-FILE'
                   CALL 'FILES' USING 'OPEN-BUDGET-FILE-IO'
               WHEN 'OPENITEM'
                   CALL 'FILES' USING 'INIT-OPEN-ITEM-FILE'
                   CALL 'FILES' USING 'OPEN-OPEN-ITEM-FILE-IO'
               WHEN 'MMDEAL'
                   CALL 'FILES' USING 'INIT-MM-DEAL-FILE'
                   CALL 'FILES' USING 'OPEN-MM-DEAL-FILE-IO'
               WHEN 'MMCPTY'
                   CALL 'FILES' USING 'INIT-MM-COUNTERPARTY-FILE'
                   CALL 'FILES' USING 'OPEN-MM-COUNTERPARTY-FILE-IO'
               WHEN 'FXCOUNTER'
                   CALL 'FILES' USING 'INIT-FX-COUNTER-FILE'
                   CALL 'FILES' USING 'OPEN-FX-COUNTER-FILE-IO'
               WHEN 'INTRATE'
                   CALL 'FILES' USING 'TRUNCATE-INTEREST-RATE-FILE'
                   CALL 'FILES' USING 'OPEN-INTEREST-RATE-FILE-IO'
               WHEN 'TDCARD'
                   CALL 'FILES' USING 'INIT-TD-RATE-CARD-FILE'
                   CALL 'FILES' USING 'OPEN-TD-RATE-CARD-FILE-IO'
               WHEN 'TDRATEX'
                   CALL 'FILES' USING 'INIT-TD-RATE-EXCEPTION-FILE'
                   CALL 'FILES' USING 'OPEN-TD-RATE-EXCEPTION-FILE-IO'
               WHEN 'CUTOFF'
                   CALL 'FILES' USING 'TRUNCATE-CUTOFF-FILE'
                   CALL 'FILES' USING 'OPEN-CUTOFF-FILE-IO'
               WHEN 'POSPAY'
                   CALL 'FILES' USING 'INIT-POSITIVE-PAY-FILE'
                   CALL 'FILES' USING 'OPEN-POSITIVE-PAY-FILE-IO'
               WHEN 'PPAYEXC'
                   CALL 'FILES' USING 'INIT-PPAY-EXCEPTION-FILE'
                   CALL 'FILES' USING 'OPEN-PPAY-EXCEPTION-FILE-IO'
               WHEN 'INSTPAY'
                   CALL 'FILES' USING 'INIT-INSTANT-PAYMENT-FILE'
                   CALL 'FILES' USING 'OPEN-INSTANT-PAYMENT-FILE-IO'
               WHEN 'IPAYPOS'
                   CALL 'FILES' USING 'INIT-IPAY-POSITION-FILE'
                   CALL 'FILES' USING 'OPEN-IPAY-POSITION-FILE-IO'
               WHEN 'REFCHANGE'
                   CALL 'FILES' USING 'INIT-REF-CHANGE-FILE'
                   CALL 'FILES' USING 'OPEN-REF-CHANGE-FILE-IO'
               WHEN 'FEETARIFF'
                   CALL 'FILES' USING 'TRUNCATE-FEE-TARIFF-FILE'
                   CALL 'FILES' USING 'OPEN-FEE-TARIFF-FILE-IO'
               WHEN 'BRANCH'
                   CALL 'FILES' USING 'TRUNCATE-BRANCH-FILE'
                   CALL 'FILES' USING 'OPEN-BRANCH-FILE-IO'
               WHEN 'PRODUCT'
                   CALL 'FILES' USING 'TRUNCATE-PRODUCT-FILE'
                   CALL 'FILES' USING 'OPEN-PRODUCT-FILE-IO'
               WHEN 'CONFIRM'
                   CALL 'FILES' USING 'INIT-CONFIRM-REGISTER-FILE'
                   CALL 'FILES' USING 'OPEN-CONFIRM-REGISTER-FILE-IO'
               WHEN 'REDIRECT'
                   CALL 'FILES' USING 'INIT-REDIRECT-FILE'
                   CALL 'FILES' USING 'OPEN-REDIRECT-FILE-IO'
               WHEN 'REDIRITEM'
                   CALL 'FILES' USING 'INIT-REDIRECT-ITEM-FILE'
                   CALL 'FILES' USING 'OPEN-REDIRECT-ITEM-FILE-IO'
               WHEN 'TAXRATE'
                   CALL 'FILES' USING 'INIT-TAX-RATE-FILE'
                   CALL 'FILES' USING 'OPEN-TAX-RATE-FILE-IO'
               WHEN 'CONSENT'
                   CALL 'FILES' USING 'INIT-CONSENT-FILE'
                   CALL 'FILES' USING 'OPEN-CONSENT-FILE-IO'
               WHEN 'COLLCASE'
                   CALL 'FILES' USING 'INIT-COLLECTION-CASE-FILE'
                   CALL 'FILES' USING 'OPEN-COLLECTION-CASE-FILE-IO'
               WHEN 'COLLCONT'
                   CALL 'FILES' USING 'INIT-COLLECTION-CONTACT-FILE'
                   CALL 'FILES' USING
                       'OPEN-COLLECTION-CONTACT-FILE-IO'
               WHEN 'CASHDEMAND'
                   CALL 'FILES' USING 'INIT-CASH-DEMAND-FILE'
                   CALL 'FILES' USING 'OPEN-CASH-DEMAND-FILE-IO'
               WHEN 'RELMGR'
                   CALL 'FILES' USING 'INIT-RM-FILE'
                   CALL 'FILES' USING 'OPEN-RM-FILE-IO'
               WHEN 'RMASSIGN'
                   CALL 'FILES' USING 'INIT-RM-ASSIGNMENT-FILE'
                   CALL 'FILES' USING 'OPEN-RM-ASSIGNMENT-FILE-IO'
               WHEN 'CUSTPROFIT'
                   CALL 'FILES' USING 'INIT-CUSTOMER-PROFIT-FILE'
                   CALL 'FILES' USING 'OPEN-CUSTOMER-PROFIT-FILE-IO'
               WHEN 'HOLIDAY'
                   CALL 'FILES' USING 'OPEN-HOLIDAY-FILE-OUTPUT'
                       WS-SET-STATUS
               WHEN 'JOBSCHED'
                   CALL 'FILES' USING 'OPEN-JOB-SCHEDULE-OUTPUT'
                       WS-SET-STATUS
               WHEN 'LEDGERSEAL'
                   CALL 'FILES' USING 'INIT-LEDGER-SEAL-FILE'
                   CALL 'FILES' USING 'OPEN-LEDGER-SEAL-EXTEND'
                       WS-SET-STATUS
           END-EVALUATE.

       END-CURRENT-LOAD-TYPE.
      *    Close the file whose group just finished
           EVALUATE WS-CURRENT-LOAD-TYPE
               WHEN 'ACCOUNT'
                   CALL 'FILES' USING 'CLOSE-ACCOUNT-FILE'
               WHEN 'LEDGER'
                   CALL 'FILES' USING 'CLOSE-LEDGER-FILE'
               WHEN 'TRANSACTION'
                   CALL 'FILES' USING 'CLOSE-TRANSACTION-FILE'
               WHEN 'OPERATOR'
                   CALL 'FILES' USING 'CLOSE-OPERATOR-FILE'
               WHEN 'AUDIT'
                   CALL 'FILES' USING 'CLOSE-AUDIT-FILE'
               WHEN 'SNAPSHOT'
                   CALL 'FILES' USING 'CLOSE-BALANCE-SNAPSHOT-FILE'
               WHEN 'ALERT'
                   CALL 'FILES' USING 'CLOSE-ALERT-FILE'
               WHEN 'CARD'
                   CALL 'FILES' USING 'CLOSE-CARD-FILE'
               WHEN 'STDORDER'
                   CALL 'FILES' USING 'CLOSE-STANDING-ORDER-FILE'
               WHEN 'TXNARCHIVE'
                   CALL 'FILES' USING
                       'CLOSE-TRANSACTION-ARCHIVE-FILE'
               WHEN 'CUSTOMER'
                   CALL 'FILES' USING 'CLOSE-CUSTOMER-FILE'
               WHEN 'LOAN'
                   CALL 'FILES' USING 'CLOSE-LOAN-FILE'
               WHEN 'CHEQUE'
                   CALL 'FILES' USING 'CLOSE-CHEQUE-FILE'
               WHEN 'WIREITEM'
                   CALL 'FILES' USING 'CLOSE-WIRE-ITEM-FILE'
               WHEN 'CLEARSUSP'
                   CALL 'FILES' USING 'CLOSE-CLEARING-SUSPENSE-FILE'
               WHEN 'FXRATE'
                   CALL 'FILES' USING 'CLOSE-FX-RATE-FILE'
               WHEN 'FXPOSITION'
                   CALL 'FILES' USING 'CLOSE-FX-POSITION-FILE'
               WHEN 'WATCHLIST'
                   CALL 'FILES' USING 'CLOSE-WATCHLIST-FILE'
               WHEN 'GLACCOUNT'
                   CALL 'FILES' USING 'CLOSE-GL-ACCOUNT-FILE'
               WHEN 'DRAWER'
                   CALL 'FILES' USING 'CLOSE-DRAWER-FILE'
               WHEN 'SWEEP'
                   CALL 'FILES' USING 'CLOSE-SWEEP-FILE'
               WHEN 'FUTPAY'
                   CALL 'FILES' USING 'CLOSE-FUTURE-PAYMENT-FILE'
               WHEN 'DDMANDATE'
                   CALL 'FILES' USING 'CLOSE-DD-MANDATE-FILE'
               WHEN 'ALIAS'
                   CALL 'FILES' USING 'CLOSE-ALIAS-FILE'
               WHEN 'RUNCONTROL'
                   CALL 'FILES' USING 'CLOSE-RUN-CONTROL-FILE'
               WHEN 'GARNISH'
                   CALL 'FILES' USING 'CLOSE-GARNISH-FILE'
               WHEN 'ESCROW'
                   CALL 'FILES' USING 'CLOSE-ESCROW-FILE'
               WHEN 'FUNDSHOLD'
                   CALL 'FILES' USING 'CLOSE-FUNDS-HOLD-FILE'
               WHEN 'AVAILHOLD'
                   CALL 'FILES' USING 'CLOSE-AVAIL-HOLD-FILE'
               WHEN 'WDNOTICE'
                   CALL 'FILES' USING 'CLOSE-WDNOTICE-FILE'
               WHEN 'SIGNER'
                   CALL 'FILES' USING 'CLOSE-SIGNER-FILE'
               WHEN 'MEMO'
                   CALL 'FILES' USING 'CLOSE-MEMO-FILE'
               WHEN 'PASSBOOK'
                   CALL 'FILES' USING 'CLOSE-PASSBOOK-FILE'
               WHEN 'COLLATERAL'
                   CALL 'FILES' USING 'CLOSE-COLLATERAL-FILE'
               WHEN 'SAFEBOX'
                   CALL 'FILES' USING 'CLOSE-SAFEBOX-FILE'
               WHEN 'SAFEBOXLOG'
                   CALL 'FILES' USING 'CLOSE-SAFEBOX-LOG-FILE'
               WHEN 'BILLER'
                   CALL 'FILES' USING 'CLOSE-BILLER-FILE'
               WHEN 'BILLPAY'
                   CALL 'FILES' USING 'CLOSE-BILL-PAYMENT-FILE'
               WHEN 'DEPITEM'
                   CALL 'FILES' USING 'CLOSE-DEPOSITED-ITEM-FILE'
               WHEN 'COLLORIG'
                   CALL 'FILES' USING 'CLOSE-COLLECT-ORIG-FILE'
               WHEN 'VOUCHER'
                   CALL 'FILES' USING 'CLOSE-JOURNAL-VOUCHER-FILE'
               WHEN 'GLPERIOD'
                   CALL 'FILES' USING 'CLOSE-GL-PERIOD-FILE'
               WHEN 'VAULT'
                   CALL 'FILES' USING 'CLOSE-VAULT-FILE'
               WHEN 'SHIPMENT'
                   CALL 'FILES' USING 'CLOSE-VAULT-SHIPMENT-FILE'
               WHEN 'NOTICE'
                   CALL 'FILES' USING 'CLOSE-NOTICE-FILE'
               WHEN 'WAIVEDFEE'
                   CALL 'FILES' USING 'CLOSE-WAIVED-FEE-FILE'
               WHEN 'LOANAPP'
                   CALL 'FILES' USING 'CLOSE-LOAN-APPLICATION-FILE'
               WHEN 'LOANRESTR'
                   CALL 'FILES' USING 'CLOSE-LOAN-RESTRUCTURE-FILE'
               WHEN 'LOANRECOV'
                   CALL 'FILES' USING 'CLOSE-LOAN-RECOVERY-FILE'
               WHEN 'REFRATE'
                   CALL 'FILES' USING 'CLOSE-REFERENCE-RATE-FILE'
               WHEN 'CARDAUTH'
                   CALL 'FILES' USING 'CLOSE-CARD-AUTH-FILE'
               WHEN 'ATM'
                   CALL 'FILES' USING 'CLOSE-ATM-FILE'
               WHEN 'CASHCOUNT'
                   CALL 'FILES' USING 'CLOSE-CASH-COUNT-FILE'
               WHEN 'HELDMAIL'
                   CALL 'FILES' USING 'CLOSE-HELD-MAIL-FILE'
               WHEN 'HELDLINE'
                   CALL 'FILES' USING 'CLOSE-HELD-MAIL-LINE-FILE'
               WHEN 'COMPLAINT'
                   CALL 'FILES' USING 'CLOSE-COMPLAINT-FILE'
               WHEN 'SARCASE'
                   CALL 'FILES' USING 'CLOSE-SAR-CASE-FILE'
               WHEN 'POSTRULE'
                   CALL 'FILES' USING 'CLOSE-POSTING-RULE-FILE'
               WHEN 'GLBRANCH'
                   CALL 'FILES' USING 'CLOSE-GL-BRANCH-FILE'
               WHEN 'GLBPERIOD'
                   CALL 'FILES' USING 'CLOSE-GL-BRANCH-PERIOD-FILE'
               WHEN 'INTERBR'
                   CALL 'FILES' USING 'CLOSE-INTER-BRANCH-FILE'
               WHEN 'BUDGET'
                   CALL 'FILES' USING 'CLOSE-BUDGET-FILE'
               WHEN 'OPENITEM'
                   CALL 'FILES' USING 'CLOSE-OPEN-ITEM-FILE'
               WHEN 'MMDEAL'
                   CALL 'FILES' USING 'CLOSE-MM-DEAL-FILE'
               WHEN 'MMCPTY'
                   CALL 'FILES' USING 'CLOSE-MM-COUNTERPARTY-FILE'
               WHEN 'FXCOUNTER'
                   CALL 'FILES' USING 'CLOSE-FX-COUNTER-FILE'
               WHEN 'INTRATE'
                   CALL 'FILES' USING 'CLOSE-INTEREST-RATE-FILE'
               WHEN 'TDCARD'
                   CALL 'FILES' USING 'CLOSE-TD-RATE-CARD-FILE'
               WHEN 'TDRATEX'
                   CALL 'FILES' USING 'CLOSE-TD-RATE-EXCEPTION-FILE'
               WHEN 'CUTOFF'
                   CALL 'FILES' USING 'CLOSE-CUTOFF-FILE'
               WHEN 'POSPAY'
                   CALL 'FILES' USING 'CLOSE-POSITIVE-PAY-FILE'
               WHEN 'PPAYEXC'
                   CALL 'FILES' USING 'CLOSE-PPAY-EXCEPTION-FILE'
               WHEN 'INSTPAY'
                   CALL 'FILES' USING 'CLOSE-INSTANT-PAYMENT-FILE'
               WHEN 'IPAYPOS'
                   CALL 'FILES' USING 'CLOSE-IPAY-POSITION-FILE'
               WHEN 'REFCHANGE'
                   CALL 'FILES' USING 'CLOSE-REF-CHANGE-FILE'
               WHEN 'FEETARIFF'
                   CALL 'FILES' USING 'CLOSE-FEE-TARIFF-FILE'
               WHEN 'BRANCH'
                   CALL 'FILES' USING 'CLOSE-BRANCH-FILE'
               WHEN 'PRODUCT'
                   CALL 'FILES' USING 'CLOSE-PRODUCT-FILE'
               WHEN 'CONFIRM'
                   CALL 'FILES' USING 'CLOSE-CONFIRM-REGISTER-FILE'
               WHEN 'REDIRECT'
                   CALL 'FILES' USING 'CLOSE-REDIRECT-FILE'
               WHEN 'REDIRITEM'
                   CALL 'FILES' USING 'CLOSE-REDIRECT-ITEM-FILE'
               WHEN 'TAXRATE'
                   CALL 'FILES' USING 'CLOSE-TAX-RATE-FILE'
               WHEN 'CONSENT'
                   CALL 'FILES' USING 'CLOSE-CONSENT-FILE'
               WHEN 'COLLCASE'
                   CALL 'FILES' USING 'CLOSE-COLLECTION-CASE-FILE'
               WHEN 'COLLCONT'
                   CALL 'FILES' USING 'CLOSE-COLLECTION-CONTACT-FILE'
               WHEN 'CASHDEMAND'
                   CALL 'FILES' USING 'CLOSE-CASH-DEMAND-FILE'
               WHEN 'RELMGR'
                   CALL 'FILES' USING 'CLOSE-RM-FILE'
               WHEN 'RMASSIGN'
                   CALL 'FILES' USING 'CLOSE-RM-ASSIGNMENT-FILE'
               WHEN 'CUSTPROFIT'
                   CALL 'FILES' USING 'CLOSE-CUSTOMER-PROFIT-FILE'
               WHEN 'HOLIDAY'
                   CALL 'FILES' USING 'CLOSE-HOLIDAY-FILE'
               WHEN 'JOBSCHED'
                   CALL 'FILES' USING 'CLOSE-JOB-SCHEDULE-FILE'
               WHEN 'LEDGERSEAL'
                   CALL 'FILES' USING 'CLOSE-LEDGER-SEAL-FILE'
           END-EVALUATE.

       LOAD-ONE-RECORD.
      *    Write one record image into the file being rebuilt
           EVALUATE WS-CURRENT-LOAD-TYPE
               WHEN 'ACCOUNT'
                   MOVE BKP-RECORD-IMAGE TO ACCOUNT-RECORD
                   CALL 'FILES' USING 'WRITE-ACCOUNT' ACCOUNT-RECORD
                       WS-SET-STATUS
               WHEN 'LEDGER'
                   MOVE BKP-RECORD-IMAGE TO LEDGER-RECORD
                   CALL 'FILES' USING 'APPEND-LEDGER' LEDGER-RECORD
                       WS-SET-STATUS
               WHEN 'TRANSACTION'
                   MOVE BKP-RECORD-IMAGE TO TRANSACTION-RECORD
                   CALL 'FILES' USING 'WRITE-TRANSACTION'
                       TRANSACTION-RECORD WS-SET-STATUS
               WHEN 'CONTROL'
      *            INIT wrote a default control record; rewrite it
      *            with the backed-up one through the normal
      *            read/update critical section
                   CALL 'FILES' USING 'READ-CONTROL' CONTROL-RECORD
                       WS-SET-STATUS
                   MOVE BKP-RECORD-IMAGE TO CONTROL-RECORD
                   CALL 'FILES' USING 'UPDATE-CONTROL'
                       CONTROL-RECORD WS-SET-STATUS
               WHEN 'OPERATOR'
                   MOVE BKP-RECORD-IMAGE TO OPERATOR-RECORD
                   CALL 'FILES' USING 'WRITE-OPERATOR'
                       OPERATOR-RECORD WS-SET-STATUS
               WHEN 'AUDIT'
                   MOVE BKP-RECORD-IMAGE TO AUDIT-RECORD
                   CALL 'FILES' USING 'APPEND-AUDIT' AUDIT-RECORD
                       WS-SET-STATUS
               WHEN 'SNAPSHOT'
                   MOVE BKP-RECORD-IMAGE TO BALANCE-SNAPSHOT-RECORD
                   CALL 'FILES' USING 'APPEND-BALANCE-SNAPSHOT'
                       BALANCE-SNAPSHOT-RECORD WS-SET-STATUS
               WHEN 'ALERT'
                   MOVE BKP-RECORD-IMAGE TO ALERT-RECORD
                   CALL 'FILES' USING 'APPEND-ALERT' ALERT-RECORD
                       WS-SET-STATUS
               WHEN 'CARD'
                   MOVE BKP-RECORD-IMAGE TO CARD-RECORD
                   CALL 'FILES' USING 'WRITE-CARD' CARD-RECORD
                       WS-SET-STATUS
               WHEN 'STDORDER'
                   MOVE BKP-RECORD-IMAGE TO STANDING-ORDER-RECORD
                   CALL 'FILES' USING 'WRITE-STANDING-ORDER'
                       STANDING-ORDER-RECORD WS-SET-STATUS
               WHEN 'TXNARCHIVE'
                   MOVE BKP-RECORD-IMAGE TO TRANSACTION-RECORD
                   CALL 'FILES' USING 'APPEND-TRANSACTION-ARCHIVE'
                       TRANSACTION-RECORD WS-SET-STATUS
               WHEN 'CUSTOMER'
                   MOVE BKP-RECORD-IMAGE TO CUSTOMER-RECORD
                   CALL 'FILES' USING 'WRITE-CUSTOMER'
                       CUSTOMER-RECORD WS-SET-STATUS
               WHEN 'LOAN'
                   MOVE BKP-RECORD-IMAGE TO LOAN-RECORD
                   CALL 'FILES' USING 'WRITE-LOAN' LOAN-RECORD
                       WS-SET-STATUS
               WHEN 'CHEQUE'
                   MOVE BKP-RECORD-IMAGE TO CHEQUE-RECORD
                   CALL 'FILES' USING 'WRITE-CHEQUE' CHEQUE-RECORD
                       WS-SET-STATUS
               WHEN 'WIREITEM'
                   MOVE BKP-RECORD-IMAGE TO WIRE-ITEM-RECORD
                   CALL 'FILES' USING 'WRITE-WIRE-ITEM'
                       WIRE-ITEM-RECORD WS-SET-STATUS
               WHEN 'CLEARSUSP'
                   MOVE BKP-RECORD-IMAGE TO CLEARING-SUSPENSE-RECORD
                   CALL 'FILES' USING 'WRITE-CLEARING-SUSPENSE'
                       CLEARING-SUSPENSE-RECORD WS-SET-STATUS
               WHEN 'FXRATE'
                   MOVE BKP-RECORD-IMAGE TO FX-RATE-RECORD
                   CALL 'FILES' USING 'WRITE-FX-RATE'
                       FX-RATE-RECORD WS-SET-STATUS
               WHEN 'FXPOSITION'
                   MOVE BKP-RECORD-IMAGE TO FX-POSITION-RECORD
                   CALL 'FILES' USING 'WRITE-FX-POSITION'
                       FX-POSITION-RECORD WS-SET-STATUS
               WHEN 'WATCHLIST'
                   MOVE BKP-RECORD-IMAGE TO WATCHLIST-RECORD
                   CALL 'FILES' USING 'WRITE-WATCHLIST-ENTRY'
                       WATCHLIST-RECORD WS-SET-STATUS
               WHEN 'GLACCOUNT'
                   MOVE BKP-RECORD-IMAGE TO GL-ACCOUNT-RECORD
                   CALL 'FILES' USING 'WRITE-GL-ACCOUNT'
                       GL-ACCOUNT-RECORD WS-SET-STATUS
               WHEN 'DRAWER'
                   MOVE BKP-RECORD-IMAGE TO DRAWER-SESSION-RECORD
                   CALL 'FILES' USING 'WRITE-DRAWER-SESSION'
                       DRAWER-SESSION-RECORD WS-SET-STATUS
               WHEN 'SWEEP'
                   MOVE BKP-RECORD-IMAGE TO SWEEP-RECORD
                   CALL 'FILES' USING 'WRITE-SWEEP' SWEEP-RECORD
                       WS-SET-STATUS
               WHEN 'FUTPAY'
                   MOVE BKP-RECORD-IMAGE TO FUTURE-PAYMENT-RECORD
                   CALL 'FILES' USING 'WRITE-FUTURE-PAYMENT'
                       FUTURE-PAYMENT-RECORD WS-SET-STATUS
               WHEN 'DDMANDATE'
                   MOVE BKP-RECORD-IMAGE TO DD-MANDATE-RECORD
                   CALL 'FILES' USING 'WRITE-DD-MANDATE'
                       DD-MANDATE-RECORD WS-SET-STATUS
               WHEN 'ALIAS'
                   MOVE BKP-RECORD-IMAGE TO ALIAS-RECORD
                   CALL 'FILES' USING 'WRITE-ALIAS' ALIAS-RECORD
                       WS-SET-STATUS
               WHEN 'RUNCONTROL'
                   MOVE BKP-RECORD-IMAGE TO RUN-CONTROL-RECORD
                   CALL 'FILES' USING 'WRITE-RUN-CONTROL'
                       RUN-CONTROL-RECORD WS-SET-STATUS
               WHEN 'GARNISH'
                   MOVE BKP-RECORD-IMAGE TO GARNISHMENT-RECORD
                   CALL 'FILES' USING 'WRITE-GARNISHMENT'
                       GARNISHMENT-RECORD WS-SET-STATUS
               WHEN 'ESCROW'
                   MOVE BKP-RECORD-IMAGE TO ESCROW-RECORD
                   CALL 'FILES' USING 'WRITE-ESCROW'
                       ESCROW-RECORD WS-SET-STATUS
               WHEN 'FUNDSHOLD'
                   MOVE BKP-RECORD-IMAGE TO FUNDS-HOLD-RECORD
                   CALL 'FILES' USING 'WRITE-FUNDS-HOLD'
                       FUNDS-HOLD-RECORD WS-SET-STATUS
               WHEN 'AVAILHOLD'
                   MOVE BKP-RECORD-IMAGE TO AVAIL-HOLD-RECORD
                   CALL 'FILES' USING 'WRITE-AVAIL-HOLD'
                       AVAIL-HOLD-RECORD WS-SET-STATUS
               WHEN 'WDNOTICE'
                   MOVE BKP-RECORD-IMAGE TO WDNOTICE-RECORD
                   CALL 'FILES' USING 'WRITE-WDNOTICE'
                       WDNOTICE-RECORD WS-SET-STATUS
               WHEN 'SIGNER'
                   MOVE BKP-RECORD-IMAGE TO SIGNER-RECORD
                   CALL 'FILES' USING 'WRITE-SIGNER'
                       SIGNER-RECORD WS-SET-STATUS
               WHEN 'MEMO'
                   MOVE BKP-RECORD-IMAGE TO MEMO-RECORD
                   CALL 'FILES' USING 'WRITE-MEMO'
                       MEMO-RECORD WS-SET-STATUS
               WHEN 'PASSBOOK'
                   MOVE BKP-RECORD-IMAGE TO PASSBOOK-RECORD
                   CALL 'FILES' USING 'WRITE-PASSBOOK'
                       PASSBOOK-RECORD WS-SET-STATUS
               WHEN 'COLLATERAL'
                   MOVE BKP-RECORD-IMAGE TO COLLATERAL-RECORD
                   CALL 'FILES' USING 'WRITE-COLLATERAL'
                       COLLATERAL-RECORD WS-SET-STATUS
               WHEN 'SAFEBOX'
                   MOVE BKP-RECORD-IMAGE TO SAFEBOX-RECORD
                   CALL 'FILES' USING 'WRITE-SAFEBOX'
                       SAFEBOX-RECORD WS-SET-STATUS
               WHEN 'SAFEBOXLOG'
                   MOVE BKP-RECORD-IMAGE TO SAFEBOX-LOG-RECORD
                   CALL 'FILES' USING 'WRITE-SAFEBOX-LOG'
                       SAFEBOX-LOG-RECORD WS-SET-STATUS
               WHEN 'BILLER'
                   MOVE BKP-RECORD-IMAGE TO BILLER-RECORD
                   CALL 'FILES' USING 'WRITE-BILLER'
                       BILLER-RECORD WS-SET-STATUS
               WHEN 'BILLPAY'
                   MOVE BKP-RECORD-IMAGE TO BILL-PAYMENT-RECORD
                   CALL 'FILES' USING 'WRITE-BILL-PAYMENT'
                       BILL-PAYMENT-RECORD WS-SET-STATUS
               WHEN 'DEPITEM'
                   MOVE BKP-RECORD-IMAGE TO DEPOSITED-ITEM-RECORD
                   CALL 'FILES' USING 'WRITE-DEPOSITED-ITEM'
                       DEPOSITED-ITEM-RECORD WS-SET-STATUS
               WHEN 'COLLORIG'
                   MOVE BKP-RECORD-IMAGE TO COLLECTION-ORIG-RECORD
                   CALL 'FILES' USING 'WRITE-COLLECT-ORIG'
                       COLLECTION-ORIG-RECORD WS-SET-STATUS
               WHEN 'VOUCHER'
                   MOVE BKP-RECORD-IMAGE TO JOURNAL-VOUCHER-RECORD
                   CALL 'FILES' USING 'WRITE-JOURNAL-VOUCHER'
                       JOURNAL-VOUCHER-RECORD WS-SET-STATUS
               WHEN 'GLPERIOD'
                   MOVE BKP-RECORD-IMAGE TO GL-PERIOD-RECORD
                   CALL 'FILES' USING 'WRITE-GL-PERIOD'
                       GL-PERIOD-RECORD WS-SET-STATUS
               WHEN 'VAULT'
                   MOVE BKP-RECORD-IMAGE TO VAULT-RECORD
                   CALL 'FILES' USING 'WRITE-VAULT'
                       VAULT-RECORD WS-SET-STATUS
               WHEN 'SHIPMENT'
                   MOVE BKP-RECORD-IMAGE TO VAULT-SHIPMENT-RECORD
                   CALL 'FILES' USING 'WRITE-VAULT-SHIPMENT'
                       VAULT-SHIPMENT-RECORD WS-SET-STATUS
               WHEN 'NOTICE'
                   MOVE BKP-RECORD-IMAGE TO NOTICE-RECORD
                   CALL 'FILES' USING 'WRITE-NOTICE'
                       NOTICE-RECORD WS-SET-STATUS
               WHEN 'WAIVEDFEE'
                   MOVE BKP-RECORD-IMAGE TO WAIVED-FEE-RECORD
                   CALL 'FILES' USING 'WRITE-WAIVED-FEE'
                       WAIVED-FEE-RECORD WS-SET-STATUS
               WHEN 'LOANAPP'
                   MOVE BKP-RECORD-IMAGE TO LOAN-APPLICATION-RECORD
                   CALL 'FILES' USING 'WRITE-LOAN-APPLICATION'
                       LOAN-APPLICATION-RECORD WS-SET-STATUS
               WHEN 'LOANRESTR'
                   MOVE BKP-RECORD-IMAGE TO LOAN-RESTRUCTURE-RECORD
                   CALL 'FILES' USING 'WRITE-LOAN-RESTRUCTURE'
                       LOAN-RESTRUCTURE-RECORD WS-SET-STATUS
               WHEN 'LOANRECOV'
                   MOVE BKP-RECORD-IMAGE TO LOAN-RECOVERY-RECORD
                   CALL 'FILES' USING 'WRITE-LOAN-RECOVERY'
                       LOAN-RECOVERY-RECORD WS-SET-STATUS
               WHEN 'REFRATE'
                   MOVE BKP-RECORD-IMAGE TO REFERENCE-RATE-RECORD
                   CALL 'FILES' USING 'WRITE-REFERENCE-RATE'
                       REFERENCE-RATE-RECORD WS-SET-STATUS
               WHEN 'CARDAUTH'
                   MOVE BKP-RECORD-IMAGE TO CARD-AUTH-RECORD
                   CALL 'FILES' USING 'WRITE-CARD-AUTH'
                       CARD-AUTH-RECORD WS-SET-STATUS
               WHEN 'ATM'
                   MOVE BKP-RECORD-IMAGE TO ATM-RECORD
                   CALL 'FILES' USING 'WRITE-ATM'
                       ATM-RECORD WS-SET-STATUS
               WHEN 'CASHCOUNT'
                   MOVE BKP-RECORD-IMAGE TO CASH-COUNT-RECORD
                   CALL 'FILES' USING 'WRITE-CASH-COUNT'
                       CASH-COUNT-RECORD WS-SET-STATUS
               WHEN 'HELDMAIL'
                   MOVE BKP-RECORD-IMAGE TO HELD-MAIL-RECORD
                   CALL 'FILES' USING 'WRITE-HELD-MAIL'
                       HELD-MAIL-RECORD WS-SET-STATUS
               WHEN 'HELDLINE'
                   MOVE BKP-RECORD-IMAGE TO HELD-MAIL-LINE-RECORD
                   CALL 'FILES' USING 'WRITE-HELD-MAIL-LINE'
                       HELD-MAIL-LINE-RECORD WS-SET-STATUS
               WHEN 'COMPLAINT'
                   MOVE BKP-RECORD-IMAGE TO COMPLAINT-RECORD
                   CALL 'FILES' USING 'WRITE-COMPLAINT'
                       COMPLAINT-RECORD WS-SET-STATUS
               WHEN 'SARCASE'
                   MOVE BKP-RECORD-IMAGE TO SAR-CASE-RECORD
                   CALL 'FILES' USING 'WRITE-SAR-CASE'
                       SAR-CASE-RECORD WS-SET-STATUS
               WHEN 'POSTRULE'
                   MOVE BKP-RECORD-IMAGE TO POSTING-RULE-RECORD
                   CALL 'FILES' USING 'WRITE-POSTING-RULE'
                       POSTING-RULE-RECORD WS-SET-STATUS
               WHEN 'GLBRANCH'
                   MOVE BKP-RECORD-IMAGE TO GL-BRANCH-BALANCE-RECORD
                   CALL 'FILES' USING 'WRITE-GL-BRANCH'
                       GL-BRANCH-BALANCE-RECORD WS-SET-STATUS
               WHEN 'GLBPERIOD'
                   MOVE BKP-RECORD-IMAGE TO GL-BRANCH-PERIOD-RECORD
                   CALL 'FILES' USING 'WRITE-GL-BRANCH-PERIOD'
                       GL-BRANCH-PERIOD-RECORD WS-SET-STATUS
               WHEN 'INTERBR'
                   MOVE BKP-RECORD-IMAGE TO INTER-BRANCH-ENTRY-RECORD
                   CALL 'FILES' USING 'WRITE-INTER-BRANCH-ENTRY'
                       INTER-BRANCH-ENTRY-RECORD WS-SET-STATUS
               WHEN 'BUDGET'
                   MOVE BKP-RECORD-IMAGE TO BUDGET-RECORD
                   CALL 'FILES' USING 'WRITE-BUDGET'
                       BUDGET-RECORD WS-SET-STATUS
               WHEN 'OPENITEM'
                   MOVE BKP-RECORD-IMAGE TO OPEN-ITEM-RECORD
                   CALL 'FILES' USING 'WRITE-OPEN-ITEM'
                       OPEN-ITEM-RECORD WS-SET-STATUS
               WHEN 'MMDEAL'
                   MOVE BKP-RECORD-IMAGE TO MM-DEAL-RECORD
                   CALL 'FILES' USING 'WRITE-MM-DEAL'
                       MM-DEAL-RECORD WS-SET-STATUS
               WHEN 'MMCPTY'
                   MOVE BKP-RECORD-IMAGE TO MM-COUNTERPARTY-RECORD
                   CALL 'FILES' USING 'WRITE-MM-COUNTERPARTY'
                       MM-COUNTERPARTY-RECORD WS-SET-STATUS
               WHEN 'FXCOUNTER'
                   MOVE BKP-RECORD-IMAGE TO FX-COUNTER-RECORD
                   CALL 'FILES' USING 'WRITE-FX-COUNTER'
                       FX-COUNTER-RECORD WS-SET-STATUS
               WHEN 'INTRATE'
                   MOVE BKP-RECORD-IMAGE
                       TO INTEREST-RATE-SCHEDULE-RECORD
                   CALL 'FILES' USING 'WRITE-INTEREST-RATE'
                       INTEREST-RATE-SCHEDULE-RECORD WS-SET-STATUS
               WHEN 'TDCARD'
                   MOVE BKP-RECORD-IMAGE TO TD-RATE-CARD-RECORD
                   CALL 'FILES' USING 'WRITE-TD-RATE-CARD'
                       TD-RATE-CARD-RECORD WS-SET-STATUS
               WHEN 'TDRATEX'
                   MOVE BKP-RECORD-IMAGE TO TD-RATE-EXCEPTION-RECORD
                   CALL 'FILES' USING 'WRITE-TD-RATE-EXCEPTION'
                       TD-RATE-EXCEPTION-RECORD WS-SET-STATUS
               WHEN 'CUTOFF'
                   MOVE BKP-RECORD-IMAGE TO CUTOFF-RECORD
                   CALL 'FILES' USING 'WRITE-CUTOFF'
                       CUTOFF-RECORD WS-SET-STATUS
               WHEN 'POSPAY'
                   MOVE BKP-RECORD-IMAGE TO POSITIVE-PAY-RECORD
                   CALL 'FILES' USING 'WRITE-POSITIVE-PAY'
                       POSITIVE-PAY-RECORD WS-SET-STATUS
               WHEN 'PPAYEXC'
                   MOVE BKP-RECORD-IMAGE TO PPAY-EXCEPTION-RECORD
                   CALL 'FILES' USING 'WRITE-PPAY-EXCEPTION'
                       PPAY-EXCEPTION-RECORD WS-SET-STATUS
               WHEN 'INSTPAY'
                   MOVE BKP-RECORD-IMAGE TO INSTANT-PAYMENT-RECORD
                   CALL 'FILES' USING 'WRITE-INSTANT-PAYMENT'
                       INSTANT-PAYMENT-RECORD WS-SET-STATUS
               WHEN 'IPAYPOS'
                   MOVE BKP-RECORD-IMAGE TO IPAY-POSITION-RECORD
                   CALL 'FILES' USING 'WRITE-IPAY-POSITION'
                       IPAY-POSITION-RECORD WS-SET-STATUS
               WHEN 'REFCHANGE'
                   MOVE BKP-RECORD-IMAGE TO REF-CHANGE-RECORD
                   CALL 'FILES' USING 'WRITE-REF-CHANGE'
                       REF-CHANGE-RECORD WS-SET-STATUS
               WHEN 'FEETARIFF'
                   MOVE BKP-RECORD-IMAGE TO FEE-TARIFF-RECORD
                   CALL 'FILES' USING 'WRITE-FEE-TARIFF'
                       FEE-TARIFF-RECORD WS-SET-STATUS
               WHEN 'BRANCH'
                   MOVE BKP-RECORD-IMAGE TO BRANCH-RECORD
                   CALL 'FILES' USING 'WRITE-BRANCH'
                       BRANCH-RECORD WS-SET-STATUS
               WHEN 'PRODUCT'
                   MOVE BKP-RECORD-IMAGE TO PRODUCT-RECORD
                   CALL 'FILES' USING 'WRITE-PRODUCT'
                       PRODUCT-RECORD WS-SET-STATUS
               WHEN 'CONFIRM'
                   MOVE BKP-RECORD-IMAGE TO CONFIRM-REGISTER-RECORD
                   CALL 'FILES' USING 'WRITE-CONFIRM-REGISTER'
                       CONFIRM-REGISTER-RECORD WS-SET-STATUS
               WHEN 'REDIRECT'
                   MOVE BKP-RECORD-IMAGE TO REDIRECT-RECORD
                   CALL 'FILES' USING 'WRITE-REDIRECT'
                       REDIRECT-RECORD WS-SET-STATUS
               WHEN 'REDIRITEM'
                   MOVE BKP-RECORD-IMAGE TO REDIRECT-ITEM-RECORD
                   CALL 'FILES' USING 'WRITE-REDIRECT-ITEM'
                       REDIRECT-ITEM-RECORD WS-SET-STATUS
               WHEN 'TAXRATE'
                   MOVE BKP-RECORD-IMAGE TO TAX-RATE-RECORD
                   CALL 'FILES' USING 'WRITE-TAX-RATE'
                       TAX-RATE-RECORD WS-SET-STATUS
               WHEN 'CONSENT'
                   MOVE BKP-RECORD-IMAGE TO CONSENT-RECORD
                   CALL 'FILES' USING 'WRITE-CONSENT'
                       CONSENT-RECORD WS-SET-STATUS
               WHEN 'COLLCASE'
                   MOVE BKP-RECORD-IMAGE TO COLLECTION-CASE-RECORD
                   CALL 'FILES' USING 'WRITE-COLLECTION-CASE'
                       COLLECTION-CASE-RECORD WS-SET-STATUS
               WHEN 'COLLCONT'
                   MOVE BKP-RECORD-IMAGE TO COLLECTION-CONTACT-RECORD
                   CALL 'FILES' USING 'WRITE-COLLECTION-CONTACT'
                       COLLECTION-CONTACT-RECORD WS-SET-STATUS
               WHEN 'CASHDEMAND'
                   MOVE BKP-RECORD-IMAGE TO CASH-DEMAND-RECORD
                   CALL 'FILES' USING 'WRITE-CASH-DEMAND'
                       CASH-DEMAND-RECORD WS-SET-STATUS
               WHEN 'RELMGR'
                   MOVE BKP-RECORD-IMAGE TO RELATIONSHIP-MANAGER-RECORD
                   CALL 'FILES' USING 'WRITE-RM'
                       RELATIONSHIP-MANAGER-RECORD WS-SET-STATUS
               WHEN 'RMASSIGN'
                   MOVE BKP-RECORD-IMAGE TO RM-ASSIGNMENT-RECORD
                   CALL 'FILES' USING 'WRITE-RM-ASSIGNMENT'
                       RM-ASSIGNMENT-RECORD WS-SET-STATUS
               WHEN 'CUSTPROFIT'
                   MOVE BKP-RECORD-IMAGE TO CUSTOMER-PROFIT-RECORD
                   CALL 'FILES' USING 'WRITE-CUSTOMER-PROFIT'
                       CUSTOMER-PROFIT-RECORD WS-SET-STATUS
               WHEN 'HOLIDAY'
                   MOVE BKP-RECORD-IMAGE TO HOLIDAY-FILE-LINE
                   CALL 'FILES' USING 'WRITE-HOLIDAY-LINE'
                       HOLIDAY-FILE-LINE WS-SET-STATUS
               WHEN 'JOBSCHED'
                   MOVE BKP-RECORD-IMAGE TO JOB-SCHEDULE-LINE
                   CALL 'FILES' USING 'WRITE-JOB-SCHEDULE-LINE'
                       JOB-SCHEDULE-LINE WS-SET-STATUS
               WHEN 'LEDGERSEAL'
                   MOVE BKP-RECORD-IMAGE TO LEDGER-SEAL-LINE
                   CALL 'FILES' USING 'WRITE-LEDGER-SEAL-LINE'
                       LEDGER-SEAL-LINE WS-SET-STATUS
           END-EVALUATE.

       CLEAR-SANDBOX-REGISTERS.
      *    Sessions, the nightly exceptions and sign-offs and the
      *    print spool belong to the live day and are not carried
      *    across; the sandbox starts them, and its journal, empty
           CALL 'FILES' USING 'INIT-SESSION-FILE'.
           CALL 'FILES' USING 'INIT-EOD-EXCEPTION-FILE'.
           CALL 'FILES' USING 'INIT-EOD-SIGNOFF-FILE'.
           CALL 'FILES' USING 'INIT-SPOOL-CATALOGUE-FILE'.
           CALL 'FILES' USING 'INIT-SPOOL-ARCHIVE-FILE'.
           CALL 'FILES' USING 'INIT-JOURNAL-FILE'.

      ******************************************************************
      * MASKING ROUTINES
      ******************************************************************

       MASK-PERSON-NAME.
      *    Masked name folded from the original; a blank name stays
      *    blank
      *    Input: WS-MASK-SOURCE
      *    Output: WS-MASKED-NAME (spaces for a blank source)
           IF WS-MASK-SOURCE = SPACES
               MOVE SPACES TO WS-MASKED-NAME
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-MASK-SOURCE)
                   TO WS-MASK-SOURCE
               PERFORM FOLD-MASK-SOURCE
               COMPUTE WS-MASKED-NAME-NO =
                   FUNCTION MOD(WS-MASK-FOLD 100000000)
               MOVE 'TRAINING NAME ' TO WS-MASKED-NAME(1:14)
           END-IF.

       FOLD-MASK-SOURCE.
      *    Fold the non-blank characters of the source into one
      *    number, so spacing and field width do not change it
      *    Input: WS-MASK-SOURCE
      *    Output: WS-MASK-FOLD
           MOVE 0 TO WS-MASK-FOLD.
           PERFORM FOLD-ONE-MASK-CHARACTER
               VARYING WS-MASK-IDX FROM 1 BY 1
               UNTIL WS-MASK-IDX > 40.

       FOLD-ONE-MASK-CHARACTER.
      *    Fold one character of the source
           MOVE WS-MASK-SOURCE(WS-MASK-IDX:1) TO WS-MASK-CHAR.
           IF WS-MASK-CHAR NOT = SPACE
               COMPUTE WS-MASK-FOLD = FUNCTION MOD(
                   WS-MASK-FOLD * 131 + FUNCTION ORD(WS-MASK-CHAR)
                   WS-MASK-FOLD-MODULUS)
           END-IF.

       MASK-TAX-ID.
      *    Made-up tax ID with valid check digits, folded from the
      *    original's bare characters so punctuation does not matter.
      *    A 14-character original becomes a CNPJ, anything else a
      *    CPF; a blank tax ID stays blank.
      *    Input: WS-MASK-SOURCE
      *    Output: WS-MASKED-TAX-ID
           MOVE SPACES TO WS-MASKED-TAX-ID.
           IF WS-MASK-SOURCE = SPACES
               GO TO MASK-TAX-ID-END
           END-IF.

           PERFORM COMPACT-MASK-SOURCE.
           MOVE WS-MASK-COMPACT TO WS-MASK-SOURCE.
           PERFORM FOLD-MASK-SOURCE.

           IF WS-MASK-LENGTH = 14
               MOVE 'CNPJ' TO WS-MASK-KIND
               COMPUTE WS-MASK-BASE-CNPJ =
                   FUNCTION MOD(WS-MASK-FOLD 1000000000000)
               MOVE WS-MASK-BASE-CNPJ TO WS-MASKED-DIGITS(1:12)
               MOVE 14 TO WS-MASK-ID-LENGTH
           ELSE
               MOVE 'CPF' TO WS-MASK-KIND
               COMPUTE WS-MASK-BASE-CPF =
                   FUNCTION MOD(WS-MASK-FOLD 1000000000)
               MOVE WS-MASK-BASE-CPF TO WS-MASKED-DIGITS(1:9)
               MOVE 11 TO WS-MASK-ID-LENGTH
           END-IF.

      *    First check digit over the base, second over the base
      *    plus the first
           COMPUTE WS-MASK-SUM-LENGTH = WS-MASK-ID-LENGTH - 2.
           PERFORM COMPUTE-MASK-CHECK-DIGIT.
           ADD 1 TO WS-MASK-SUM-LENGTH.
           PERFORM COMPUTE-MASK-CHECK-DIGIT.

           MOVE WS-MASKED-DIGITS(1:WS-MASK-ID-LENGTH)
               TO WS-MASKED-TAX-ID.

       MASK-TAX-ID-END.
           EXIT.

       COMPACT-MASK-SOURCE.
      *    Keep only the letters and digits of the source
      *    Input: WS-MASK-SOURCE
      *    Output: WS-MASK-COMPACT, WS-MASK-LENGTH
           MOVE SPACES TO WS-MASK-COMPACT.
           MOVE 0 TO WS-MASK-LENGTH.
           PERFORM COMPACT-ONE-MASK-CHARACTER
               VARYING WS-MASK-IDX FROM 1 BY 1
               UNTIL WS-MASK-IDX > 40.

       COMPACT-ONE-MASK-CHARACTER.
      *    Keep one character if it is a letter or a digit
           MOVE WS-MASK-SOURCE(WS-MASK-IDX:1) TO WS-MASK-CHAR.
           IF (WS-MASK-CHAR IS NUMERIC
                   OR (WS-MASK-CHAR IS ALPHABETIC
                       AND WS-MASK-CHAR NOT = SPACE))
                   AND WS-MASK-LENGTH < 20
               ADD 1 TO WS-MASK-LENGTH
               MOVE WS-MASK-CHAR TO WS-MASK-COMPACT(WS-MASK-LENGTH:1)
           END-IF.

       COMPUTE-MASK-CHECK-DIGIT.
      *    Mod-11 check digit over the first WS-MASK-SUM-LENGTH
      *    digits, weighted 2, 3, ... from the right (a CNPJ's
      *    weights run back to 2 after 9), stored in the next digit
           MOVE 0 TO WS-MASK-SUM.
           MOVE 2 TO WS-MASK-WEIGHT.
           PERFORM ADD-ONE-WEIGHTED-DIGIT
               VARYING WS-MASK-DIGIT-IDX FROM WS-MASK-SUM-LENGTH BY -1
               UNTIL WS-MASK-DIGIT-IDX < 1.

           COMPUTE WS-MASK-REMAINDER = FUNCTION MOD(WS-MASK-SUM 11).
           ADD 1 TO WS-MASK-SUM-LENGTH GIVING WS-MASK-DIGIT-IDX.
           IF WS-MASK-REMAINDER < 2
               MOVE 0 TO WS-MASKED-DIGIT(WS-MASK-DIGIT-IDX)
           ELSE
               COMPUTE WS-MASKED-DIGIT(WS-MASK-DIGIT-IDX) =
                   11 - WS-MASK-REMAINDER
           END-IF.

       ADD-ONE-WEIGHTED-DIGIT.
      *    Add one digit times its weight to the check sum
           COMPUTE WS-MASK-SUM = WS-MASK-SUM
               + WS-MASKED-DIGIT(WS-MASK-DIGIT-IDX) * WS-MASK-WEIGHT.
           ADD 1 TO WS-MASK-WEIGHT.
           IF MASK-AS-CNPJ AND WS-MASK-WEIGHT > 9
               MOVE 2 TO WS-MASK-WEIGHT
           END-IF.


      ******************************************************************
      * FINISH
      ******************************************************************

       STAMP-TRAINING-CONTROL.
      *    Mark the sandbox as a training data set: the terminal will
      *    only enter training mode on a stamped set, and no
      *    interface file is ever cut from one
           CALL 'FILES' USING 'READ-CONTROL' CONTROL-RECORD
               WS-CONTROL-STATUS.
           MOVE 'T' TO CTL-DATA-SET-SWITCH.
           CALL 'FILES' USING 'UPDATE-CONTROL' CONTROL-RECORD
               WS-CONTROL-STATUS.

           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'FAILED: sandbox control record not stamped'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       EMPTY-REFRESH-SET.
      *    The refresh set has done its work; leave it empty rather
      *    than keep a second copy of the sandbox lying beside it
           OPEN OUTPUT REFRESH-SET-FILE.
           CLOSE REFRESH-SET-FILE.

      ******************************************************************
      * SUMMARY
      ******************************************************************

       DISPLAY-SUMMARY.
      *    Print what was masked and reloaded
           DISPLAY ' '.
           DISPLAY 'Masked rows:'.
           DISPLAY '  Customers:         ' WS-COUNT-CUSTOMERS.
           DISPLAY '  Accounts:          ' WS-COUNT-ACCOUNTS.
           DISPLAY '  Signers:           ' WS-COUNT-SIGNERS.
           DISPLAY '  Tax-ID aliases:    ' WS-COUNT-ALIASES.
           DISPLAY '  Instant payments:  ' WS-COUNT-INSTANT.
           DISPLAY '  FX counter deals:  ' WS-COUNT-FX-COUNTER.
           DISPLAY '  Cheque payees:     ' WS-COUNT-CHEQUES.
           DISPLAY ' '.
           DISPLAY 'Records staged:      ' WS-COUNT-STAGED.
           DISPLAY 'Records reloaded:    ' WS-COUNT-LOADED.
           DISPLAY 'Records not loaded:  ' WS-COUNT-NOT-LOADED.

           DISPLAY ' '.
           IF WS-COUNT-NOT-LOADED > 0
               DISPLAY 'WARNING: some records did not reload - '
                   'check the sandbox before training'
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'Training sandbox ready in training/data/'.
           DISPLAY '================================================'.
