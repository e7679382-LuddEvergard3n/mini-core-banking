      ******************************************************************
      * CARDLMIG.COB - Card Master Daily-Limit Layout Migration
      *
      * One-time conversion utility for the CARD-RECORD expansion
      * that added the per-card daily ATM and POS limits the card
      * authorization step enforces, with a reserve filler for later
      * card fields. The same runbook ACCTMIG established:
      *
      * 1. Stop every session using this data directory.
      * 2. Copy data/cards.dat to data/cards.dat.prelimit (the
      *    old-length source this job reads from).
      * 3. Delete data/cards.dat so the first FILES call below
      *    creates a fresh, empty file at the new record length.
      * 4. Run this job. Every card is carried forward with the
      *    standard daily limits a new card is issued with, and
      *    nothing yet approved against them; it counts as a new
      *    issue already in the customer's hand, so it never goes
      *    to the card bureau.
      * 5. Confirm the migrated count matches the old file's row
      *    count, then retire data/cards.dat.prelimit.
      *
      * A card file still in the layout from before the PIN field
      * goes through CARDMIG instead, which writes this layout
      * directly.
      *
      * Design decisions:
      * - OLD-CARD-FILE below is a private copy of the layout
      *   exactly as it stood before the limit fields - it lives
      *   only here, the same way CARDMIG froze its predecessor
      * - A PIN carried from the old row is stored as its salted
      *   hash (see PINHASH.COB), the only form the current layout
      *   keeps; a card with no PIN stays without one
      * - The packed amounts in the new fields are set explicitly:
      *   the group MOVE pads them with spaces, which is not a valid
      *   COMP-3 zero
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDLMIG.
       AUTHOR. PORTFOLIO.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Read-only snapshot of the pre-limit card file, placed
      *    aside by the operator per the runbook above
           SELECT OLD-CARD-FILE
               ASSIGN TO "data/cards.dat.prelimit"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OC-CARD-NUMBER
               ALTERNATE RECORD KEY IS OC-ACCOUNT-ID WITH DUPLICATES
               FILE STATUS IS OLD-CARD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-CARD-FILE.
       01  OLD-CARD-FILE-REC.
      *    CARD-RECORD layout frozen exactly as it stood before the
      *    daily limits were added
           05  OC-CARD-NUMBER          PIC 9(16).
           05  OC-ACCOUNT-ID           PIC 9(8).
           05  OC-STATUS               PIC X(8).
           05  OC-EXPIRY-DATE          PIC 9(6).
           05  OC-CREATED-TS           PIC X(14).
           05  OC-UPDATED-TS           PIC X(14).
           05  OC-PIN                  PIC X(4).

       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  OLD-CARD-FILE-STATUS        PIC XX.
       01  WS-OP-STATUS                PIC XX.

      * PIN hash exchange with PINHASH
       01  WS-PIN-OWNER-KEY            PIC X(16).
       01  WS-PIN-KEYED                PIC X(6).

      * Report counters
       01  WS-ROWS-READ                PIC 9(8) VALUE 0.
       01  WS-ROWS-MIGRATED            PIC 9(8) VALUE 0.
       01  WS-ROWS-FAILED              PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the card layout migration
           PERFORM DISPLAY-BANNER.
           PERFORM MIGRATE-CARDS.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           DISPLAY '================================================'.
           DISPLAY 'CARD MASTER DAILY-LIMIT LAYOUT MIGRATION'.
           DISPLAY 'Source: data/cards.dat.prelimit'.
           DISPLAY 'Target: data/cards.dat (new layout)'.
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

       MIGRATE-CARDS.
      *    Single sequential pass over the old-layout card file,
      *    re-writing every row through FILES at the new length
           OPEN INPUT OLD-CARD-FILE.
           IF OLD-CARD-FILE-STATUS NOT = '00'
               DISPLAY 'FATAL: Cannot open premigration source file'
               STOP RUN
           END-IF.

           CALL 'FILES' USING 'OPEN-CARD-FILE-IO'.

           PERFORM MIGRATE-NEXT-CARD UNTIL
               OLD-CARD-FILE-STATUS = '10'.

           CLOSE OLD-CARD-FILE.
           CALL 'FILES' USING 'CLOSE-CARD-FILE'.

       MIGRATE-NEXT-CARD.
      *    Read one old-layout row and carry it forward
           READ OLD-CARD-FILE NEXT RECORD
               AT END
                   MOVE '10' TO OLD-CARD-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   PERFORM CONVERT-AND-WRITE-CARD
           END-READ.

       CONVERT-AND-WRITE-CARD.
      *    Carry the old row into the new CARD-RECORD: the group
      *    MOVE copies every existing field byte-for-byte, then the
      *    new fields are set to their documented defaults (the
      *    daily limits CARDS.COB issues a new card with)
           MOVE OLD-CARD-FILE-REC TO CARD-RECORD.
           IF OC-PIN = SPACES
               MOVE SPACES TO CRD-PIN-SALT
               MOVE SPACES TO CRD-PIN-HASH
           ELSE
               MOVE OC-CARD-NUMBER TO WS-PIN-OWNER-KEY
               MOVE OC-PIN TO WS-PIN-KEYED
               CALL 'PINHASH' USING 'NEW-PIN-HASH' WS-PIN-OWNER-KEY
                   WS-PIN-KEYED CRD-PIN-SALT CRD-PIN-HASH
           END-IF.
           MOVE 500.00 TO CRD-ATM-DAILY-LIMIT.
           MOVE 2000.00 TO CRD-POS-DAILY-LIMIT.
           MOVE 0 TO CRD-LIMIT-USE-DATE.
           MOVE 0 TO CRD-ATM-USED-TODAY.
           MOVE 0 TO CRD-POS-USED-TODAY.
           MOVE 'N' TO CRD-ISSUE-REASON.
           MOVE 0 TO CRD-EMBOSS-SENT-DATE.
           MOVE 0 TO CRD-PRODUCTION-DATE.
           MOVE 0 TO CRD-PREDECESSOR-CARD.
           MOVE 'N' TO CRD-SUCCESSOR-FLAG.
           MOVE SPACES TO CRD-FILLER.

           CALL 'FILES' USING 'WRITE-CARD' CARD-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-ROWS-MIGRATED
           ELSE
               ADD 1 TO WS-ROWS-FAILED
               DISPLAY 'FAILED    Card ' OC-CARD-NUMBER
                   '  migration write failed, status ' WS-OP-STATUS
           END-IF.

       END PROGRAM CARDLMIG.
