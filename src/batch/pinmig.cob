      ******************************************************************
      * PINMIG.COB - Operator PIN Hashing Migration
      *
      * One-time conversion utility for the OPERATOR-RECORD
      * expansion that replaced the clear-text PIN field with a
      * salted one-way hash (OP-PIN-SALT/OP-PIN-HASH, see
      * PINHASH.COB). The same runbook ACCTMIG established:
      *
      * 1. Stop every session using this data directory.
      * 2. Copy data/operators.dat to data/operators.dat.prehash
      *    (the old-length source this job reads from).
      * 3. Delete data/operators.dat.
      * 4. Run this job. Every operator is carried forward with the
      *    PIN they have today stored as its hash and a PIN change
      *    forced at their next login, so the PIN that sat in clear
      *    in the old file stops being usable the first time it is
      *    used.
      * 5. Confirm the migrated count matches the old file's row
      *    count, then destroy the .prehash copy - it is the last
      *    place any operator PIN is held in clear.
      *
      * The card file is not converted here: CARDMIG and CARDLMIG
      * already write the current CARD-RECORD, with any kiosk PIN
      * stored as its hash.
      *
      * Design decisions:
      * - OLD-OPERATOR-FILE below is a private copy of the layout
      *   exactly as it stood with the clear PIN field - it lives
      *   only here, the same way ACCTMIG froze its predecessor
      * - Every field but the PIN is carried field by field: the
      *   hash fields are longer than the PINs they replace, so the
      *   fields behind them no longer line up for a group MOVE
      * - The operator fields added after the debit limit were
      *   never written to an old-length file, so this job also
      *   brings operators.dat up to the full current record: no
      *   staff-account link or related customers (zero) and not a
      *   trainee (blank) until a supervisor sets them
      * - The new operator file is opened through the TRUNCATE entry
      *   point, not the INIT one, so the factory ADMIN row is not
      *   seeded on top of the real operator 1
      * - No PIN, clear or hashed, is displayed on the report
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PINMIG.
       AUTHOR. PORTFOLIO.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Read-only snapshot of the clear-PIN operator file,
      *    placed aside by the operator per the runbook above
           SELECT OLD-OPERATOR-FILE
               ASSIGN TO "data/operators.dat.prehash"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OO-OP-ID
               FILE STATUS IS OLD-OPERATOR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-OPERATOR-FILE.
       01  OLD-OPERATOR-FILE-REC.
      *    OPERATOR-RECORD layout frozen exactly as it stood on
      *    disk with the clear-text PIN (113 bytes) - before the
      *    staff-account link and trainee flag were added behind
      *    the debit limit
           05  OO-OP-ID                PIC 9(6).
           05  OO-NAME                 PIC X(30).
           05  OO-PIN                  PIC X(6).
           05  OO-STATUS               PIC X(8).
           05  OO-CREATED-TS           PIC X(14).
           05  OO-LAST-LOGIN-TS        PIC X(14).
           05  OO-ROLE                 PIC X(10).
           05  OO-PIN-CHANGED-TS       PIC X(14).
           05  OO-FORCE-PIN-CHANGE     PIC 9.
           05  OO-FAILED-ATTEMPTS      PIC 99.
           05  OO-DEBIT-LIMIT          PIC S9(13)V99 COMP-3.

       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  OLD-OPERATOR-FILE-STATUS    PIC XX.
       01  WS-OP-STATUS                PIC XX.

      * PIN hash exchange with PINHASH
       01  WS-PIN-OWNER-KEY            PIC X(16).
       01  WS-PIN-KEYED                PIC X(6).

      * Report counters
       01  WS-REPORT-COUNTERS.
           05  WS-OPERATORS-READ       PIC 9(8) VALUE 0.
           05  WS-OPERATORS-MIGRATED   PIC 9(8) VALUE 0.
           05  WS-OPERATORS-FAILED     PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the PIN hashing migration
           PERFORM DISPLAY-BANNER.
           PERFORM MIGRATE-OPERATORS.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           DISPLAY '================================================'.
           DISPLAY 'OPERATOR PIN HASHING MIGRATION'.
           DISPLAY 'Source: data/operators.dat.prehash'.
           DISPLAY 'Target: data/operators.dat (new layout)'.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Operators read:     ' WS-OPERATORS-READ.
           DISPLAY 'Operators migrated: ' WS-OPERATORS-MIGRATED.
           DISPLAY 'Operators failed:   ' WS-OPERATORS-FAILED.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Destroy the .prehash copy once the counts'
               ' agree.'.

      ******************************************************************
      * MIGRATION
      ******************************************************************

       MIGRATE-OPERATORS.
      *    Single sequential pass over the old operator file,
      *    re-writing every row through FILES at the new length
           OPEN INPUT OLD-OPERATOR-FILE.
           IF OLD-OPERATOR-FILE-STATUS NOT = '00'
               DISPLAY 'FATAL: Cannot open premigration source file'
               STOP RUN
           END-IF.

           CALL 'FILES' USING 'TRUNCATE-OPERATOR-FILE'.
           CALL 'FILES' USING 'OPEN-OPERATOR-FILE-IO'.

           PERFORM MIGRATE-NEXT-OPERATOR UNTIL
               OLD-OPERATOR-FILE-STATUS = '10'.

           CLOSE OLD-OPERATOR-FILE.
           CALL 'FILES' USING 'CLOSE-OPERATOR-FILE'.

       MIGRATE-NEXT-OPERATOR.
      *    Read one old-layout operator and carry it forward
           READ OLD-OPERATOR-FILE NEXT RECORD
               AT END
                   MOVE '10' TO OLD-OPERATOR-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-OPERATORS-READ
                   PERFORM CONVERT-AND-WRITE-OPERATOR
           END-READ.

       CONVERT-AND-WRITE-OPERATOR.
      *    Carry the old operator across field by field, hash the
      *    PIN under a fresh salt and force a change at next login
           INITIALIZE OPERATOR-RECORD.
           MOVE OO-OP-ID TO OP-ID.
           MOVE OO-NAME TO OP-NAME.
           MOVE OO-STATUS TO OP-STATUS.
           MOVE OO-CREATED-TS TO OP-CREATED-TS.
           MOVE OO-LAST-LOGIN-TS TO OP-LAST-LOGIN-TS.
           MOVE OO-ROLE TO OP-ROLE.
           MOVE OO-PIN-CHANGED-TS TO OP-PIN-CHANGED-TS.
           MOVE 1 TO OP-FORCE-PIN-CHANGE.
           MOVE OO-FAILED-ATTEMPTS TO OP-FAILED-ATTEMPTS.
           MOVE OO-DEBIT-LIMIT TO OP-DEBIT-LIMIT.
      *    No staff-account link and no related customers until a
      *    supervisor declares them
           MOVE 0 TO OP-CUSTOMER-ID.
           MOVE 0 TO OP-RELATED-COUNT.
           MOVE 0 TO OP-RELATED-CUSTOMER-ID(1)
                     OP-RELATED-CUSTOMER-ID(2)
                     OP-RELATED-CUSTOMER-ID(3)
                     OP-RELATED-CUSTOMER-ID(4)
                     OP-RELATED-CUSTOMER-ID(5).

           MOVE OO-OP-ID TO WS-PIN-OWNER-KEY.
           MOVE OO-PIN TO WS-PIN-KEYED.
           CALL 'PINHASH' USING 'NEW-PIN-HASH' WS-PIN-OWNER-KEY
               WS-PIN-KEYED OP-PIN-SALT OP-PIN-HASH.
           MOVE SPACES TO WS-PIN-KEYED.

           CALL 'FILES' USING 'WRITE-OPERATOR' OPERATOR-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-OPERATORS-MIGRATED
           ELSE
               ADD 1 TO WS-OPERATORS-FAILED
               DISPLAY 'FAILED    Operator ' OO-OP-ID
                   '  migration write failed, status ' WS-OP-STATUS
           END-IF.

       END PROGRAM PINMIG.
