      * - Each DTL line quotes our DEP-ITEM-ID; the drawee banks'
      *   response file quotes it back, which is how the returns
      *   batch finds exactly the right item
      * - A cheque taken after the deposit cut-off (see CUTOFF.COB)
      *   carries the next business day as its value date; it stays
      *   DEPOSITD and is presented on that day's file. Items
      *   registered before value dates were kept are presented as
      *   always
      *
      * Author: Portfolio Project
      * Date: 2026
       01  WS-OP-STATUS                PIC XX.
       01  WS-FILE-OP-STATUS           PIC XX.

      * Business date the file is built for; an item valued after it
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
      *    Entry point for the outward collection file batch job
           PERFORM DISPLAY-BANNER.
           PERFORM CHECK-LIVE-DATA-SET.
           PERFORM BUILD-COLLECTION-FILE.
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
           DISPLAY 'OUTWARD CHEQUE COLLECTION FILE BATCH'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY 'Business date: ' WS-POSTING-DATE.
           DISPLAY '================================================'.
           DISPLAY ' '.

           DISPLAY '------------------------------------------------'.
           DISPLAY 'Items scanned:         ' WS-ITEMS-SCANNED.
           DISPLAY 'Items written:         ' WS-ITEMS-WRITTEN.
           DISPLAY 'Held for value date:   ' WS-ITEMS-HELD.
           DISPLAY 'Total amount in file:  ' WS-DISPLAY-TOTAL.
           DISPLAY '------------------------------------------------'.


       WRITE-ONE-COLLECTION-DETAIL.
      *    Write this item's DTL line, then mark the item SENT so the
      *    next run never presents it again. An item valued after the
      *    business date is left DEPOSITD.
           IF DEP-VALUE-DATE NUMERIC AND
                   DEP-VALUE-DATE > WS-POSTING-DATE
               ADD 1 TO WS-ITEMS-HELD
               DISPLAY 'HELD      Item: ' DEP-ITEM-ID
                   '  After cut-off, value date ' DEP-VALUE-DATE
               GO TO WRITE-ONE-COLLECTION-DETAIL-END
           END-IF.

           MOVE DEP-ITEM-ID TO WS-DTL-ITEM-ID.
           MOVE DEP-DRAWEE-BANK TO WS-DTL-DRAWEE-BANK.
           MOVE DEP-DRAWER-ACCOUNT TO WS-DTL-DRAWER-ACCOUNT.
