      ******************************************************************
      * FXPMIG.COB - FX Position Banknote Layout Migration
      *
      * One-time conversion utility for the FX-POSITION-RECORD
      * expansion that added the FX counter's banknote position
      * (FXP-NOTES-POSITION and FXP-NOTES-BOOK-VALUE). The same
      * runbook ACCTMIG established:
      *
      * 1. Stop every session using this data directory.
      * 2. Copy data/fx_positions.dat to data/fx_positions.dat.prenotes
      *    (the old-length source this job reads from).
      * 3. Delete data/fx_positions.dat so the first FILES call below
      *    creates a fresh, empty file at the new record length.
      * 4. Run this job. Every currency is carried forward with the
      *    rate and date it was last revalued at untouched - FXREVAL
      *    books only the movement since that rate - and no banknote
      *    position, since the counter had bought and sold none.
      * 5. Confirm the migrated count matches the old file's row
      *    count, then retire data/fx_positions.dat.prenotes.
      *
      * Design decisions:
      * - OLD-FX-POSITION-FILE below is a private copy of the layout
      *   exactly as it stood before the banknote position - it
      *   lives only here, the same way ACCTMIG froze its
      *   predecessor
      * - The new fields are set explicitly (both are packed decimal
      *   and must not be left as spaces)
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXPMIG.
       AUTHOR. PORTFOLIO.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Read-only snapshot of the FX position file, placed aside by
      *    the operator per the runbook above
           SELECT OLD-FX-POSITION-FILE
               ASSIGN TO "data/fx_positions.dat.prenotes"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OFP-CURRENCY
               FILE STATUS IS OLD-FX-POSITION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-FX-POSITION-FILE.
       01  OLD-FX-POSITION-FILE-REC.
      *    FX-POSITION-RECORD layout frozen exactly as it stood before
      *    the banknote position was added (44 bytes)
           05  OFP-CURRENCY            PIC X(3).
           05  OFP-LAST-REVAL-RATE     PIC 9(3)V9(6).
           05  OFP-LAST-REVAL-DATE     PIC 9(8).
           05  OFP-UPDATED-TS          PIC X(14).
           05  OFP-FILLER              PIC X(10).

       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  OLD-FX-POSITION-FILE-STATUS PIC XX.
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
      *    Entry point for the FX position layout migration
           PERFORM DISPLAY-BANNER.
           PERFORM MIGRATE-FX-POSITIONS.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           DISPLAY '================================================'.
           DISPLAY 'FX POSITION BANKNOTE LAYOUT MIGRATION'.
           DISPLAY 'Source: data/fx_positions.dat.prenotes'.
           DISPLAY 'Target: data/fx_positions.dat (new layout)'.
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

       MIGRATE-FX-POSITIONS.
      *    Single sequential pass over the old-layout file, re-writing
      *    every currency through FILES at the new length
           OPEN INPUT OLD-FX-POSITION-FILE.
           IF OLD-FX-POSITION-FILE-STATUS NOT = '00'
               DISPLAY 'FATAL: Cannot open premigration source file'
               STOP RUN
           END-IF.

           CALL 'FILES' USING 'OPEN-FX-POSITION-FILE-IO'.

           PERFORM MIGRATE-NEXT-FX-POSITION UNTIL
               OLD-FX-POSITION-FILE-STATUS = '10'.

           CLOSE OLD-FX-POSITION-FILE.
           CALL 'FILES' USING 'CLOSE-FX-POSITION-FILE'.

       MIGRATE-NEXT-FX-POSITION.
      *    Read one old-layout row and carry it forward
           READ OLD-FX-POSITION-FILE NEXT RECORD
               AT END
                   MOVE '10' TO OLD-FX-POSITION-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   PERFORM CONVERT-AND-WRITE-FX-POSITION
           END-READ.

       CONVERT-AND-WRITE-FX-POSITION.
      *    Carry the old row into the new FX-POSITION-RECORD field by
      *    field, with no banknotes held in the currency
           INITIALIZE FX-POSITION-RECORD.
           MOVE OFP-CURRENCY TO FXP-CURRENCY.
           MOVE OFP-LAST-REVAL-RATE TO FXP-LAST-REVAL-RATE.
           MOVE OFP-LAST-REVAL-DATE TO FXP-LAST-REVAL-DATE.
           MOVE OFP-UPDATED-TS TO FXP-UPDATED-TS.
           MOVE 0 TO FXP-NOTES-POSITION.
           MOVE 0 TO FXP-NOTES-BOOK-VALUE.
           MOVE SPACES TO FXP-FILLER.

           CALL 'FILES' USING 'WRITE-FX-POSITION'
               FX-POSITION-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-ROWS-MIGRATED
           ELSE
               ADD 1 TO WS-ROWS-FAILED
               DISPLAY 'FAILED    Currency ' OFP-CURRENCY
                   '  migration write failed, status ' WS-OP-STATUS
           END-IF.

       END PROGRAM FXPMIG.
