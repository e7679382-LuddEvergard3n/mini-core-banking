      ******************************************************************
      * CHQMIG.COB - Cheque Register Positive Pay Layout Migration
      *
      * One-time conversion utility for the CHEQUE-RECORD expansion
      * that added the positive pay issue details (CHQ-PP-LISTED,
      * CHQ-PP-AMOUNT, CHQ-PP-ISSUE-DATE, CHQ-PP-PAYEE and
      * CHQ-PP-FILE-DATE). The same runbook ACCTMIG established:
      *
      * 1. Stop every session using this data directory.
      * 2. Copy data/cheques.dat to data/cheques.dat.preppay (the
      *    old-length source this job reads from).
      * 3. Delete data/cheques.dat so the first FILES call below
      *    creates a fresh, empty file at the new record length.
      * 4. Run this job. Every leaf is carried forward with its
      *    status and paying TXN-ID untouched and no issue details -
      *    no leaf issued before positive pay was on any customer's
      *    issued-cheque file.
      * 5. Confirm the migrated count matches the old file's row
      *    count, then retire data/cheques.dat.preppay.
      *
      * Design decisions:
      * - OLD-CHEQUE-FILE below is a private copy of the layout
      *   exactly as it stood before the positive pay details - it
      *   lives only here, the same way ACCTMIG froze its
      *   predecessor
      * - The new fields are set explicitly (the amount is packed
      *   decimal and must not be left as spaces)
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQMIG.
       AUTHOR. PORTFOLIO.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Read-only snapshot of the cheque register, placed aside by
      *    the operator per the runbook above
           SELECT OLD-CHEQUE-FILE
               ASSIGN TO "data/cheques.dat.preppay"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OC-CHEQUE-KEY
               FILE STATUS IS OLD-CHEQUE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-CHEQUE-FILE.
       01  OLD-CHEQUE-FILE-REC.
      *    CHEQUE-RECORD layout frozen exactly as it stood before the
      *    positive pay issue details were added
           05  OC-CHEQUE-KEY.
               10  OC-ACCOUNT-ID       PIC 9(8).
               10  OC-NUMBER           PIC 9(8).
           05  OC-STATUS               PIC X(8).
           05  OC-PAID-TXN-ID          PIC 9(12).
           05  OC-ISSUED-TS            PIC X(14).
           05  OC-STATUS-TS            PIC X(14).
           05  OC-FILLER               PIC X(10).

       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  OLD-CHEQUE-FILE-STATUS      PIC XX.
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
      *    Entry point for the cheque register layout migration
           PERFORM DISPLAY-BANNER.
           PERFORM MIGRATE-CHEQUES.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           DISPLAY '================================================'.
           DISPLAY 'CHEQUE REGISTER POSITIVE PAY LAYOUT MIGRATION'.
           DISPLAY 'Source: data/cheques.dat.preppay'.
           DISPLAY 'Target: data/cheques.dat (new layout)'.
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

           IF WS-ROWS-FAILED > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * MIGRATION
      ******************************************************************

       MIGRATE-CHEQUES.
      *    Single sequential pass over the old-layout register,
      *    re-writing every leaf through FILES at the new length
           OPEN INPUT OLD-CHEQUE-FILE.
           IF OLD-CHEQUE-FILE-STATUS NOT = '00'
               DISPLAY 'FATAL: Cannot open premigration source file'
               STOP RUN
           END-IF.

           CALL 'FILES' USING 'OPEN-CHEQUE-FILE-IO'.

           PERFORM MIGRATE-NEXT-CHEQUE UNTIL
               OLD-CHEQUE-FILE-STATUS = '10'.

           CLOSE OLD-CHEQUE-FILE.
           CALL 'FILES' USING 'CLOSE-CHEQUE-FILE'.

       MIGRATE-NEXT-CHEQUE.
      *    Read one old-layout leaf and carry it forward
           READ OLD-CHEQUE-FILE NEXT RECORD
               AT END
                   MOVE '10' TO OLD-CHEQUE-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   PERFORM CONVERT-AND-WRITE-CHEQUE
           END-READ.

       CONVERT-AND-WRITE-CHEQUE.
      *    Carry the old row into the new CHEQUE-RECORD field by
      *    field, with the leaf not listed on any issued-cheque file
           INITIALIZE CHEQUE-RECORD.
           MOVE OC-ACCOUNT-ID TO CHQ-ACCOUNT-ID.
           MOVE OC-NUMBER TO CHQ-NUMBER.
           MOVE OC-STATUS TO CHQ-STATUS.
           MOVE OC-PAID-TXN-ID TO CHQ-PAID-TXN-ID.
           MOVE OC-ISSUED-TS TO CHQ-ISSUED-TS.
           MOVE OC-STATUS-TS TO CHQ-STATUS-TS.
           MOVE 'N' TO CHQ-PP-LISTED.
           MOVE 0 TO CHQ-PP-AMOUNT.
           MOVE 0 TO CHQ-PP-ISSUE-DATE.
           MOVE SPACES TO CHQ-PP-PAYEE.
           MOVE 0 TO CHQ-PP-FILE-DATE.
           MOVE SPACES TO CHQ-FILLER.

           CALL 'FILES' USING 'WRITE-CHEQUE'
               CHEQUE-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-ROWS-MIGRATED
           ELSE
               ADD 1 TO WS-ROWS-FAILED
               DISPLAY 'FAILED    Account ' OC-ACCOUNT-ID
                   '  cheque ' OC-NUMBER
                   '  migration write failed, status ' WS-OP-STATUS
           END-IF.

       END PROGRAM CHQMIG.
