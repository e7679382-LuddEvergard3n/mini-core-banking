      ******************************************************************
      * LOANMIG.COB - Loan Master Restructure-Field Layout Migration
      *
      * One-time conversion utility for the LOAN-RECORD expansion
      * that added the restructure standing (flag, count and date)
      * and the deferred-arrears schedule, with a reserve filler for
      * later loan fields. The same runbook ACCTMIG established:
      *
      * 1. Stop every session using this data directory.
      * 2. Copy data/loans.dat to data/loans.dat.prerestr (the
      *    old-length source this job reads from).
      * 3. Delete data/loans.dat so the first FILES call below
      *    creates a fresh, empty file at the new record length.
      * 4. Run this job. Every loan is carried forward as never
      *    restructured, with no deferred arrears, no write-off
      *    memo, no arrears charges pending, no origination fee
      *    deferred and at a FIXED rate; its booked principal is
      *    kept as the original principal the credit bureau file
      *    reports.
      * 5. Confirm the migrated count matches the old file's row
      *    count, then retire data/loans.dat.prerestr.
      *
      * Design decisions:
      * - OLD-LOAN-FILE below is a private copy of the layout
      *   exactly as it stood before the restructure fields - it
      *   lives only here, the same way ACCTMIG froze its
      *   predecessor
      * - The packed amounts in the new fields are set explicitly:
      *   the group MOVE pads them with spaces, which is not a valid
      *   COMP-3 zero
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANMIG.
       AUTHOR. PORTFOLIO.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Read-only snapshot of the pre-restructure loan file,
      *    placed aside by the operator per the runbook above
           SELECT OLD-LOAN-FILE
               ASSIGN TO "data/loans.dat.prerestr"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OL-LOAN-ID
               ALTERNATE RECORD KEY IS OL-ACCOUNT-ID WITH DUPLICATES
               FILE STATUS IS OLD-LOAN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-LOAN-FILE.
       01  OLD-LOAN-FILE-REC.
      *    LOAN-RECORD layout frozen exactly as it stood before the
      *    restructure fields were added
           05  OL-LOAN-ID              PIC 9(8).
           05  OL-ACCOUNT-ID           PIC 9(8).
           05  OL-PRINCIPAL            PIC S9(13)V99 COMP-3.
           05  OL-ANNUAL-RATE          PIC 9(2)V9(4).
           05  OL-TERM-MONTHS          PIC 9(3).
           05  OL-INSTALLMENT-AMT      PIC S9(13)V99 COMP-3.
           05  OL-INSTALLMENTS-LEFT    PIC 9(3).
           05  OL-NEXT-DUE-DATE        PIC 9(8).
           05  OL-OUTSTANDING          PIC S9(13)V99 COMP-3.
           05  OL-ARREARS-AMT          PIC S9(13)V99 COMP-3.
           05  OL-ARREARS-SINCE-DATE   PIC 9(8).
           05  OL-STATUS               PIC X(8).
           05  OL-CREATED-TS           PIC X(14).
           05  OL-FILLER               PIC X(10).

       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  OLD-LOAN-FILE-STATUS        PIC XX.
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
      *    Entry point for the loan layout migration
           PERFORM DISPLAY-BANNER.
           PERFORM MIGRATE-LOANS.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           DISPLAY '================================================'.
           DISPLAY 'LOAN MASTER RESTRUCTURE-FIELD LAYOUT MIGRATION'.
           DISPLAY 'Source: data/loans.dat.prerestr'.
           DISPLAY 'Target: data/loans.dat (new layout)'.
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

       MIGRATE-LOANS.
      *    Single sequential pass over the old-layout loan file,
      *    re-writing every row through FILES at the new length
           OPEN INPUT OLD-LOAN-FILE.
           IF OLD-LOAN-FILE-STATUS NOT = '00'
               DISPLAY 'FATAL: Cannot open premigration source file'
               STOP RUN
           END-IF.

           CALL 'FILES' USING 'OPEN-LOAN-FILE-IO'.

           PERFORM MIGRATE-NEXT-LOAN UNTIL
               OLD-LOAN-FILE-STATUS = '10'.

           CLOSE OLD-LOAN-FILE.
           CALL 'FILES' USING 'CLOSE-LOAN-FILE'.

       MIGRATE-NEXT-LOAN.
      *    Read one old-layout row and carry it forward
           READ OLD-LOAN-FILE NEXT RECORD
               AT END
                   MOVE '10' TO OLD-LOAN-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   PERFORM CONVERT-AND-WRITE-LOAN
           END-READ.

       CONVERT-AND-WRITE-LOAN.
      *    Carry the old row into the new LOAN-RECORD: the group
      *    MOVE copies every existing field byte-for-byte, then the
      *    new fields are set to their documented defaults
           MOVE OLD-LOAN-FILE-REC TO LOAN-RECORD.
           MOVE 'N' TO LN-RESTRUCTURE-FLAG.
           MOVE 0 TO LN-RESTRUCTURE-COUNT.
           MOVE 0 TO LN-LAST-RESTRUCTURE-DATE.
           MOVE 0 TO LN-DEFERRED-ARREARS.
           MOVE 0 TO LN-DEFERRED-INSTALLMENT.
           MOVE 0 TO LN-WRITTEN-OFF-AMT.
           MOVE 0 TO LN-WRITE-OFF-DATE.
           MOVE 0 TO LN-RECOVERED-AMT.
           MOVE 0 TO LN-RECOVERY-COUNT.
           MOVE 0 TO LN-DEFAULT-INT-ACCRUED.
           MOVE 0 TO LN-DEFAULT-INT-THRU.
           MOVE 0 TO LN-LAST-MISSED-DUE-DATE.
           MOVE 0 TO LN-LATE-FEE-DUE-DATE.
           MOVE 'FIXED' TO LN-RATE-TYPE.
           MOVE SPACES TO LN-INDEX-CODE.
           MOVE 0 TO LN-RATE-SPREAD.
           MOVE 0 TO LN-REPRICE-MONTHS.
           MOVE 0 TO LN-NEXT-REPRICE-DATE.
           MOVE OL-PRINCIPAL TO LN-ORIGINAL-PRINCIPAL.
           MOVE 0 TO LN-PAID-OFF-DATE.
           MOVE 0 TO LN-ORIG-FEE-AMT.
           MOVE 0 TO LN-FEE-UNAMORTIZED.
           MOVE 0 TO LN-FEE-RELEASE-MONTH.
           MOVE 0 TO LN-FEE-LAST-RELEASE.
           MOVE 0 TO LN-FEE-ACCELERATED.
           MOVE SPACES TO LN-FILLER.

           CALL 'FILES' USING 'WRITE-LOAN' LOAN-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-ROWS-MIGRATED
           ELSE
               ADD 1 TO WS-ROWS-FAILED
               DISPLAY 'FAILED    Loan ' OL-LOAN-ID
                   '  migration write failed, status ' WS-OP-STATUS
           END-IF.

       END PROGRAM LOANMIG.
