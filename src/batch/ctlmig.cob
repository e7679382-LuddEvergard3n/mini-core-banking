      * CTLMIG.COB - Control Record Layout Migration
      *
      * One-time conversion utility for the CONTROL-RECORD growth
      * from its 341-byte layout (held in a 391-byte file record)
      * to the current length: the loan application counter took
      * the old 4-byte filler and the reserve filler was re-grown
      * past the old end of the record, so later counters can be
      * carved out of it without another conversion. (The earlier
      * growth from the original 186 bytes - cheque-collection
      * through withdrawal-notice counters - was converted the same
      * way, overlaying all but the old trailing filler.) The same
      * runbook ACCTMIG established:
      *
      * 1. Stop every session using this data directory.
      * 2. Copy data/control.dat to data/control.dat.prelayout (the
      *    data/control.dat.prelayout.
      *
      * Design decisions:
      * - The old record is carried as a plain byte image: its 337
      *   data bytes are the new record's first 337 bytes unchanged,
      *   so no field-by-field copy can drift out of step; the 4
      *   filler bytes and 50 pad bytes behind them are not carried
      * - The fresh file is created by READ-CONTROL's own
      *   initialization (INIT-CONTROL-FILE seeds every field), so
      *   this job cannot invent defaults of its own
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-CONTROL-FILE.
       01  OLD-CONTROL-FILE-REC        PIC X(391).

       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.
           DISPLAY '  Last ledger ID:    ' CTL-LAST-LEDGER-ID.
           DISPLAY '  Last txn ID:       ' CTL-LAST-TXN-ID.
           DISPLAY '  Posting date:      ' CTL-POSTING-DATE.
           DISPLAY '  Ledger chain head: ' CTL-LEDGER-CHAIN-HASH.
           DISPLAY '  Last closed period:' CTL-LAST-CLOSED-PERIOD.
           DISPLAY 'Seeded fresh:'.
           DISPLAY '  Last loan app ID:  ' CTL-LAST-LOAN-APP-ID.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Done. Retire the .prelayout copy once checked.'.


      *    READ-CONTROL creates and seeds the fresh file (the
      *    runbook deleted it), then the old counters overlay the
      *    record's first 337 bytes - the old image's next 4 bytes
      *    were reserved filler (the space CTL-LAST-LOAN-APP-ID
      *    took over) and the 50 after them only padded the file
      *    record, so neither may overlay the counters now living
      *    there; everything past byte 337 keeps its seeded
      *    default
           CALL 'FILES' USING 'READ-CONTROL' CONTROL-RECORD
               WS-OP-STATUS.
               STOP RUN
           END-IF.

           MOVE OLD-CONTROL-FILE-REC(1:337) TO CONTROL-RECORD(1:337).

           CALL 'FILES' USING 'UPDATE-CONTROL' CONTROL-RECORD
               WS-OP-STATUS.
