      * - Customers were already debited when each wire was accepted;
      *   this job moves the position from suspense to sent, it never
      *   touches ACCOUNT-FILE or LEDGER-FILE
      * - A wire received after the wire cut-off (see CUTOFF.COB)
      *   carries the next business day as the value date of its
      *   transaction; it stays QUEUED and goes out on the file of
      *   that day, not tonight's. Wires from before value dates
      *   were kept, and any whose transaction cannot be read, are
      *   sent as always
      *
      * Author: Portfolio Project
      * Date: 2026

       01  WS-OP-STATUS                PIC XX.
       01  WS-FILE-OP-STATUS           PIC XX.
       01  WS-TXN-STATUS               PIC XX.

      * Business date the file is built for; a wire valued after it
      * waits for that day's file
       01  WS-POSTING-DATE             PIC 9(8).

       01  WS-REPORT-COUNTERS.
           05  WS-ITEMS-SCANNED        PIC 9(6) VALUE 0.
           05  WS-ITEMS-WRITTEN        PIC 9(6) VALUE 0.
           05  WS-ITEMS-HELD           PIC 9(6) VALUE 0.
           05  WS-TOTAL-AMOUNT         PIC S9(13)V99 VALUE 0.

       01  WS-DISPLAY-FIELDS.
           05  WS-TRL-TOTAL-AMOUNT     PIC 9(13)V99.
           05  FILLER                  PIC X(76) VALUE SPACES.

       01  WS-DATA-SET-STATUS          PIC XX.

       PROCEDURE DIVISION.

      ******************************************************************
       MAIN-PROGRAM.
      *    Entry point for the outbound wire file batch job
           PERFORM DISPLAY-BANNER.
           PERFORM CHECK-LIVE-DATA-SET.
           PERFORM BUILD-OUTBOUND-WIRE-FILE.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

       CHECK-LIVE-DATA-SET.
      *    Interface files leave the bank, so they are only ever cut
      *    from the live data set - never from a training sandbox
           CALL 'FILES' USING 'CHECK-LIVE-DATA-SET' WS-DATA-SET-STATUS.
           IF WS-DATA-SET-STATUS NOT = '00'
               DISPLAY 'REFUSED: training data set - no interface '
                   'file produced'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************
       DISPLAY-BANNER.
      *    Display report header
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE' WS-POSTING-DATE.
           DISPLAY '================================================'.
           DISPLAY 'OUTBOUND WIRE FILE BATCH'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY 'Business date: ' WS-POSTING-DATE.
           DISPLAY '================================================'.
           DISPLAY ' '.

           DISPLAY '------------------------------------------------'.
           DISPLAY 'Wire items scanned:    ' WS-ITEMS-SCANNED.
           DISPLAY 'Wire items written:    ' WS-ITEMS-WRITTEN.
           DISPLAY 'Held for value date:   ' WS-ITEMS-HELD.
           DISPLAY 'Total amount in file:  ' WS-DISPLAY-TOTAL.
           DISPLAY '------------------------------------------------'.


           PERFORM WRITE-FILE-HEADER.

           CALL 'FILES' USING 'OPEN-TRANSACTION-FILE-IO'.
           CALL 'FILES' USING 'OPEN-WIRE-ITEM-FILE-IO'.
           CALL 'FILES' USING 'START-WIRE-ITEM-FILE-TOP' WS-OP-STATUS.

               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-WIRE-ITEM-FILE'.
           CALL 'FILES' USING 'CLOSE-TRANSACTION-FILE'.

           PERFORM WRITE-FILE-TRAILER.

               ADD 1 TO WS-ITEMS-SCANNED
               IF WIR-QUEUED
                   PERFORM WRITE-ONE-WIRE-DETAIL
                       THRU WRITE-ONE-WIRE-DETAIL-END
               END-IF
           END-IF.

       WRITE-ONE-WIRE-DETAIL.
      *    Write this item's DTL line, then mark the item SENT so the
      *    next run never hands it to the network again. A wire
      *    valued after the business date is left QUEUED.
           MOVE WIR-TXN-ID TO TXN-ID.
           CALL 'FILES' USING 'READ-TRANSACTION' TRANSACTION-RECORD
               WS-TXN-STATUS.

           IF WS-TXN-STATUS = '00' AND
                   TXN-VALUE-DATE > WS-POSTING-DATE
               ADD 1 TO WS-ITEMS-HELD
               DISPLAY 'HELD      Item: ' WIR-ITEM-ID
                   '  After cut-off, value date ' TXN-VALUE-DATE
               GO TO WRITE-ONE-WIRE-DETAIL-END
           END-IF.

           MOVE WIR-ITEM-ID TO WS-DTL-ITEM-ID.
           MOVE WIR-SOURCE-ACCOUNT-ID TO WS-DTL-SOURCE-ACCOUNT.
           MOVE WIR-DEST-ACCOUNT-ID TO WS-DTL-DEST-ACCOUNT.
