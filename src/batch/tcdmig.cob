      ******************************************************************
      * TCDMIG.COB - Transaction Code Layout Migration
      *
      * One-time conversion utility for the record expansions that
      * added the structured transaction code: TXN-CODE on the
      * TRANSACTION-RECORD (248 -> 254 bytes) and LED-TXN-CODE on
      * the LEDGER-RECORD (183 -> 189 bytes). All three stores are
      * converted in one run: the live transaction file, the
      * sequential purge archive (plain byte images of the same
      * layout), and the ledger. The same runbook ACCTMIG
      * established:
      *
      * 1. Stop every session using this data directory.
      * 2. Copy data/transactions.dat to data/transactions.dat.pretcd,
      *    data/transaction_archive.dat to
      *    data/transaction_archive.dat.pretcd and data/ledger.dat to
      *    data/ledger.dat.pretcd (the old-length sources this job
      *    reads from).
      * 3. Delete data/transactions.dat, data/transaction_archive.dat
      *    and data/ledger.dat so the first FILES calls below create
      *    fresh, empty files at the new lengths.
      * 4. Run this job. Every row is carried forward with its
      *    transaction code blank - history keeps the GL position it
      *    was booked to when it posted, so no code is guessed.
      * 5. Confirm the migrated counts match the old files' row
      *    counts and run CHAINVER clean, then retire the .pretcd
      *    copies.
      *
      * Design decisions:
      * - The OLD- files below are private copies of the layouts
      *   exactly as they stood before the code fields - they live
      *   only here, the same way ACCTMIG froze its predecessor.
      *   Only the key fields are named; the rest of each row is
      *   carried as one byte image
      * - LED-TXN-CODE sits after LED-CHAIN-HASH, outside the
      *   168-byte span the chain hash covers, so carried entries
      *   keep their hashes and the control record's chain head is
      *   left exactly as it stands
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCDMIG.
       AUTHOR. PORTFOLIO.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Read-only snapshot of the pre-code transaction file,
      *    placed aside by the operator per the runbook above
           SELECT OLD-TRANSACTION-FILE
               ASSIGN TO "data/transactions.dat.pretcd"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OT-TXN-ID
               ALTERNATE RECORD KEY IS OT-ACCOUNT-ID WITH DUPLICATES
               FILE STATUS IS OLD-TRANSACTION-FILE-STATUS.

      *    Read-only snapshot of the pre-code purge archive
           SELECT OLD-ARCHIVE-FILE
               ASSIGN TO "data/transaction_archive.dat.pretcd"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS OLD-ARCHIVE-FILE-STATUS.

      *    Read-only snapshot of the pre-code ledger file
           SELECT OLD-LEDGER-FILE
               ASSIGN TO "data/ledger.dat.pretcd"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OL-LED-ID
               ALTERNATE RECORD KEY IS OL-ACCOUNT-ID WITH DUPLICATES
               FILE STATUS IS OLD-LEDGER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-TRANSACTION-FILE.
       01  OLD-TRANSACTION-FILE-REC.
      *    TRANSACTION-RECORD as it stood before TXN-CODE was added
      *    (248 bytes)
           05  OT-TXN-ID               PIC 9(12).
           05  OT-ACCOUNT-ID           PIC 9(8).
           05  OT-REST                 PIC X(228).

       FD  OLD-ARCHIVE-FILE.
       01  OLD-ARCHIVE-FILE-REC        PIC X(248).

       FD  OLD-LEDGER-FILE.
       01  OLD-LEDGER-FILE-REC.
      *    LEDGER-RECORD as it stood before LED-TXN-CODE was added
      *    (183 bytes)
           05  OL-LED-ID               PIC 9(10).
           05  OL-ACCOUNT-ID           PIC 9(8).
           05  OL-REST                 PIC X(165).

       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  OLD-TRANSACTION-FILE-STATUS PIC XX.
       01  OLD-ARCHIVE-FILE-STATUS     PIC XX.
       01  OLD-LEDGER-FILE-STATUS      PIC XX.
       01  WS-OP-STATUS                PIC XX.

      * Report counters
       01  WS-LIVE-READ                PIC 9(8) VALUE 0.
       01  WS-LIVE-MIGRATED            PIC 9(8) VALUE 0.
       01  WS-LIVE-FAILED              PIC 9(8) VALUE 0.
       01  WS-ARCH-READ                PIC 9(8) VALUE 0.
       01  WS-ARCH-MIGRATED            PIC 9(8) VALUE 0.
       01  WS-LEDGER-READ              PIC 9(8) VALUE 0.
       01  WS-LEDGER-MIGRATED          PIC 9(8) VALUE 0.
       01  WS-LEDGER-FAILED            PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the transaction code layout migration
           PERFORM DISPLAY-BANNER.
           PERFORM MIGRATE-LIVE-TRANSACTIONS.
           PERFORM MIGRATE-ARCHIVE
               THRU MIGRATE-ARCHIVE-END.
           PERFORM MIGRATE-LEDGER.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           DISPLAY '================================================'.
           DISPLAY 'TRANSACTION CODE LAYOUT MIGRATION'.
           DISPLAY 'Source: data/transactions.dat.pretcd'.
           DISPLAY '        data/transaction_archive.dat.pretcd'.
           DISPLAY '        data/ledger.dat.pretcd'.
           DISPLAY 'Target: data/transactions.dat (new layout)'.
           DISPLAY '        data/transaction_archive.dat (new layout)'.
           DISPLAY '        data/ledger.dat (new layout)'.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Live rows read:       ' WS-LIVE-READ.
           DISPLAY 'Live rows migrated:   ' WS-LIVE-MIGRATED.
           DISPLAY 'Live rows failed:     ' WS-LIVE-FAILED.
           DISPLAY 'Archive rows read:    ' WS-ARCH-READ.
           DISPLAY 'Archive rows carried: ' WS-ARCH-MIGRATED.
           DISPLAY 'Ledger rows read:     ' WS-LEDGER-READ.
           DISPLAY 'Ledger rows migrated: ' WS-LEDGER-MIGRATED.
           DISPLAY 'Ledger rows failed:   ' WS-LEDGER-FAILED.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * LIVE TRANSACTION FILE
      ******************************************************************

       MIGRATE-LIVE-TRANSACTIONS.
      *    Single sequential pass over the old-layout live file,
      *    re-writing every row through FILES at the new length
           OPEN INPUT OLD-TRANSACTION-FILE.
           IF OLD-TRANSACTION-FILE-STATUS NOT = '00'
               DISPLAY 'FATAL: Cannot open premigration live source'
               STOP RUN
           END-IF.

           CALL 'FILES' USING 'OPEN-TRANSACTION-FILE-IO'.

           PERFORM MIGRATE-NEXT-LIVE UNTIL
               OLD-TRANSACTION-FILE-STATUS = '10'.

           CLOSE OLD-TRANSACTION-FILE.
           CALL 'FILES' USING 'CLOSE-TRANSACTION-FILE'.

       MIGRATE-NEXT-LIVE.
      *    Read one old-layout row and carry it forward
           READ OLD-TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE '10' TO OLD-TRANSACTION-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-LIVE-READ
                   PERFORM CONVERT-AND-WRITE-LIVE
           END-READ.

       CONVERT-AND-WRITE-LIVE.
      *    Carry the old row into the new TRANSACTION-RECORD byte
      *    for byte; the new code field is left blank
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE OLD-TRANSACTION-FILE-REC TO TRANSACTION-RECORD(1:248).
           MOVE SPACES TO TXN-CODE.

           CALL 'FILES' USING 'WRITE-TRANSACTION' TRANSACTION-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-LIVE-MIGRATED
           ELSE
               ADD 1 TO WS-LIVE-FAILED
               DISPLAY 'FAILED    Txn ' OT-TXN-ID
                   '  migration write failed, status ' WS-OP-STATUS
           END-IF.

      ******************************************************************
      * PURGE ARCHIVE
      ******************************************************************

       MIGRATE-ARCHIVE.
      *    Single pass over the old-length archive images; a missing
      *    archive simply means nothing was ever purged
           OPEN INPUT OLD-ARCHIVE-FILE.
           IF OLD-ARCHIVE-FILE-STATUS NOT = '00'
               DISPLAY 'No premigration archive found - live file '
                   'only.'
               GO TO MIGRATE-ARCHIVE-END
           END-IF.

           CALL 'FILES' USING 'OPEN-TRANSACTION-ARCHIVE-FILE-EXTEND'.

           PERFORM MIGRATE-NEXT-ARCHIVE-ROW UNTIL
               OLD-ARCHIVE-FILE-STATUS = '10'.

           CLOSE OLD-ARCHIVE-FILE.
           CALL 'FILES' USING 'CLOSE-TRANSACTION-ARCHIVE-FILE'.

       MIGRATE-ARCHIVE-END.
           EXIT.

       MIGRATE-NEXT-ARCHIVE-ROW.
      *    Read one old-length image and append it at the new length
           READ OLD-ARCHIVE-FILE
               AT END
                   MOVE '10' TO OLD-ARCHIVE-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-ARCH-READ
                   MOVE SPACES TO TRANSACTION-RECORD
                   MOVE OLD-ARCHIVE-FILE-REC
                       TO TRANSACTION-RECORD(1:248)
                   CALL 'FILES' USING 'APPEND-TRANSACTION-ARCHIVE'
                       TRANSACTION-RECORD WS-OP-STATUS
                   ADD 1 TO WS-ARCH-MIGRATED
           END-READ.

      ******************************************************************
      * LEDGER
      ******************************************************************

       MIGRATE-LEDGER.
      *    Single sequential pass over the old-layout ledger in
      *    LED-ID order, appended through FILES at the new length
           OPEN INPUT OLD-LEDGER-FILE.
           IF OLD-LEDGER-FILE-STATUS NOT = '00'
               DISPLAY 'FATAL: Cannot open premigration ledger source'
               STOP RUN
           END-IF.

           CALL 'FILES' USING 'OPEN-LEDGER-FILE-EXTEND'.

           PERFORM MIGRATE-NEXT-LEDGER-ENTRY UNTIL
               OLD-LEDGER-FILE-STATUS = '10'.

           CLOSE OLD-LEDGER-FILE.
           CALL 'FILES' USING 'CLOSE-LEDGER-FILE'.

       MIGRATE-NEXT-LEDGER-ENTRY.
      *    Read one old-layout entry and carry it forward
           READ OLD-LEDGER-FILE NEXT RECORD
               AT END
                   MOVE '10' TO OLD-LEDGER-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-LEDGER-READ
                   PERFORM CONVERT-AND-WRITE-LEDGER
           END-READ.

       CONVERT-AND-WRITE-LEDGER.
      *    Carry the old entry, chain hash included, into the new
      *    LEDGER-RECORD; the new code field is left blank
           MOVE SPACES TO LEDGER-RECORD.
           MOVE OLD-LEDGER-FILE-REC TO LEDGER-RECORD(1:183).
           MOVE SPACES TO LED-TXN-CODE.

           CALL 'FILES' USING 'APPEND-LEDGER' LEDGER-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-LEDGER-MIGRATED
           ELSE
               ADD 1 TO WS-LEDGER-FAILED
               DISPLAY 'FAILED    Entry ' OL-LED-ID
                   '  migration write failed, status ' WS-OP-STATUS
           END-IF.

       END PROGRAM TCDMIG.
