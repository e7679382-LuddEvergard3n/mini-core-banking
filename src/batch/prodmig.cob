      ******************************************************************
      * PRODMIG.COB - Account Master Product Catalogue Migration
      *
      * One-time conversion utility for the ACCOUNT-RECORD expansion
      * that added the product catalogue fields (ACC-PRODUCT-CODE,
      * ACC-OPENING-DEPOSIT) and the fresh reserved ACC-FILLER. The
      * same runbook ACCTMIG established:
      *
      * 1. Stop every session using this data directory.
      * 2. Copy the current data/accounts.dat to
      *    data/accounts.dat.preproduct (the old-length source this
      *    job reads from).
      * 3. Delete data/accounts.dat so the first FILES call below
      *    creates a fresh, empty file at the new record length.
      * 4. Run this job. Every row is carried forward on its type's
      *    base product (the product coded as the type itself) with
      *    no opening deposit on record.
      * 5. Confirm the migrated count matches the old file's row
      *    count, then retire data/accounts.dat.preproduct.
      *
      * Design decisions:
      * - OLD-ACCOUNT-FILE below is a private copy of the layout
      *   exactly as it stood before the product fields - it lives
      *   only here, the same way ACCTMIG froze its predecessor
      * - The new fields are set explicitly rather than left to the
      *   group MOVE's space fill: a packed amount must start at
      *   zero, not spaces
      * - The product code is stamped rather than left blank, even
      *   though PRODUCTS prices a blank code as the base product,
      *   so every migrated account shows the product it is on
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODMIG.
       AUTHOR. PORTFOLIO.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Read-only snapshot of the pre-product account file,
      *    placed aside by the operator per the runbook above
           SELECT OLD-ACCOUNT-FILE
               ASSIGN TO "data/accounts.dat.preproduct"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OA-ACC-ID
               FILE STATUS IS OLD-ACCOUNT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-ACCOUNT-FILE.
       01  OLD-ACCOUNT-FILE-REC.
      *    ACCOUNT-RECORD layout frozen exactly as it stood before
      *    the product catalogue fields were added
           05  OA-ACC-ID               PIC 9(8).
           05  OA-HOLDER-NAME          PIC X(30).
           05  OA-TYPE                 PIC X(10).
           05  OA-STATUS               PIC X(8).
           05  OA-BALANCE              PIC S9(13)V99 COMP-3.
           05  OA-BLOCKED-AMT          PIC S9(13)V99 COMP-3.
           05  OA-OVERDRAFT-LIMIT      PIC S9(13)V99 COMP-3.
           05  OA-CREATED-TS           PIC X(14).
           05  OA-UPDATED-TS           PIC X(14).
           05  OA-TAX-ID               PIC X(20).
           05  OA-DATE-OF-BIRTH        PIC 9(08).
           05  OA-ADDRESS              PIC X(60).
           05  OA-HOLDER-COUNT         PIC 9.
           05  OA-HOLDERS OCCURS 4 TIMES.
               10  OA-HOLDER-ENTRY-NAME    PIC X(30).
               10  OA-HOLDER-ROLE          PIC X(8).
           05  OA-CURRENCY             PIC X(03).
           05  OA-FREEZE-EXPIRY        PIC X(14).
           05  OA-BRANCH-CODE          PIC X(04).
           05  OA-LAST-NSF-FEE-TS      PIC X(14).
           05  OA-BENEFICIARY-COUNT    PIC 9.
           05  OA-BENEFICIARIES OCCURS 3 TIMES.
               10  OA-BENEFICIARY-NAME         PIC X(30).
               10  OA-BENEFICIARY-PAYOUT-PCT   PIC 9(3).
           05  OA-ALERT-THRESHOLD      PIC S9(13)V99 COMP-3.
           05  OA-ACCRUED-INTEREST     PIC S9(13)V99 COMP-3.
           05  OA-LAST-ACCRUAL-DATE    PIC 9(8).
           05  OA-LAST-STATEMENT-DATE  PIC 9(8).
           05  OA-CUSTOMER-ID          PIC 9(8).
           05  OA-TERM-RATE            PIC 9(2)V9(4).
           05  OA-TERM-MONTHS          PIC 9(3).
           05  OA-TERM-MATURITY-DATE   PIC 9(8).
           05  OA-TERM-SETTLE-ACCT     PIC 9(8).
           05  OA-TERM-ROLLOVER        PIC X(1).
           05  OA-OD-ACCRUED-INT       PIC S9(13)V99 COMP-3.
           05  OA-OD-DAYS              PIC 9(4).
           05  OA-MANDATE-TYPE         PIC X(6).
           05  OA-MANDATE-THRESHOLD    PIC S9(13)V99 COMP-3.
           05  OA-PARENT-ACCOUNT-ID    PIC 9(8).
           05  OA-LAST-MAINT-FEE-DATE  PIC 9(8).
           05  OA-FEE-PLAN             PIC X(8).
           05  OA-FREE-TXNS-USED       PIC 9(3).
           05  OA-GUARDIAN-CUSTOMER-ID PIC 9(8).
           05  OA-MINOR-STATUS         PIC X(1).
           05  OA-FILLER               PIC X(1).

       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  OLD-ACCOUNT-FILE-STATUS     PIC XX.
       01  WS-OP-STATUS                PIC XX.

      * Report counters
       01  WS-ROWS-READ                PIC 9(8) VALUE 0.
       01  WS-ROWS-MIGRATED            PIC 9(8) VALUE 0.
       01  WS-ROWS-FAILED              PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the product catalogue layout migration
           PERFORM DISPLAY-BANNER.
           PERFORM MIGRATE-ACCOUNTS.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           DISPLAY '================================================'.
           DISPLAY 'ACCOUNT MASTER PRODUCT CATALOGUE MIGRATION'.
           DISPLAY 'Source: data/accounts.dat.preproduct'.
           DISPLAY 'Target: data/accounts.dat (new layout)'.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Rows read:       ' WS-ROWS-READ.
           DISPLAY 'Rows migrated:   ' WS-ROWS-MIGRATED.
           DISPLAY 'Rows failed:     ' WS-ROWS-FAILED.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * MIGRATION
      ******************************************************************

       MIGRATE-ACCOUNTS.
      *    Single sequential pass over the old-layout account file,
      *    re-writing every row through FILES at the new length
           OPEN INPUT OLD-ACCOUNT-FILE.
           IF OLD-ACCOUNT-FILE-STATUS NOT = '00'
               DISPLAY 'FATAL: Cannot open premigration source file'
               STOP RUN
           END-IF.

           CALL 'FILES' USING 'OPEN-ACCOUNT-FILE-IO'.

           PERFORM MIGRATE-NEXT-ACCOUNT UNTIL
               OLD-ACCOUNT-FILE-STATUS = '10'.

           CLOSE OLD-ACCOUNT-FILE.
           CALL 'FILES' USING 'CLOSE-ACCOUNT-FILE'.

       MIGRATE-NEXT-ACCOUNT.
      *    Read one old-layout row and carry it forward
           READ OLD-ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE '10' TO OLD-ACCOUNT-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   PERFORM CONVERT-AND-WRITE-ACCOUNT
           END-READ.

       CONVERT-AND-WRITE-ACCOUNT.
      *    Carry the old row into the new ACCOUNT-RECORD: the group
      *    MOVE copies every existing field byte-for-byte, then the
      *    new fields are set to their documented defaults
           MOVE OLD-ACCOUNT-FILE-REC TO ACCOUNT-RECORD.
           MOVE ACC-TYPE TO ACC-PRODUCT-CODE.
           MOVE 0 TO ACC-OPENING-DEPOSIT.
           MOVE SPACES TO ACC-FILLER.

           CALL 'FILES' USING 'WRITE-ACCOUNT' ACCOUNT-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-ROWS-MIGRATED
           ELSE
               ADD 1 TO WS-ROWS-FAILED
               DISPLAY 'FAILED    Account ' OA-ACC-ID
                   '  migration write failed, status ' WS-OP-STATUS
           END-IF.

       END PROGRAM PRODMIG.
