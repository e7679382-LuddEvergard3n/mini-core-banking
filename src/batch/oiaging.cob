      ******************************************************************
      * OIAGING.COB - Suspense Open-Item Aging and Write-Off Batch
      *
      * Standalone batch program. Ages every item still open on the
      * suspense and clearing rows under open-item control (see
      * OPENITEM.COB) into the 0-30, 31-60, 61-90 and over-90 day
      * buckets finance reports against, lists each one with its
      * reference, and raises a PENDING write-off journal voucher for
      * every item older than the write-off threshold - the
      * unexplained money nobody has been able to match is taken off
      * the suspense row only on a supervisor's approval.
      *
      * Design decisions:
      * - Ages run against the shared system posting date; an
      *   optional CCYYMMDD command-line argument re-ages as of
      *   another date
      * - The write-off threshold is BRL-OI-WRITEOFF-DAYS on the
      *   parameter file (compiled 90 days when the file predates
      *   it)
      * - Each write-off is its own two-line voucher against GL
      *   5400 SUSPENSE WRITE-OFFS, booked to the item's branch, so
      *   the checker approves or rejects item by item; the item is
      *   parked WOPEND against its voucher and is not raised again
      * - Candidates are collected during the scan and raised after
      *   the register is closed, since raising one updates the
      *   register itself
      * - Items already parked for write-off are still aged and
      *   listed, so the report shows every unmatched penny
      * - Sets RETURN-CODE 4 when anything is past the threshold or
      *   a voucher could not be raised
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OIAGING.
       AUTHOR. PORTFOLIO.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  WS-OP-STATUS                PIC XX.
       01  WS-PARAM-STATUS             PIC XX.
       01  WS-JNL-STATUS               PIC XX.
       01  WS-OIT-STATUS               PIC XX.

      * Where write-offs are expensed (or, for a credit item,
      * released)
       01  WS-WRITE-OFF-GLA-ID         PIC 9(4) VALUE 5400.

      * Voucher maker for system-raised vouchers
       01  WS-SYSTEM-OPERATOR-ID       PIC 9(6) VALUE 0.

      * Write-off threshold in days (parameter file, else compiled)
       01  WS-WRITE-OFF-DAYS           PIC 9(3) VALUE 90.

       01  WS-COMMAND-ARGS             PIC X(80).
       01  WS-DATE-INPUT               PIC X(8).

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.

       01  WS-RUN-INTEGER              PIC S9(9).
       01  WS-OPEN-INTEGER             PIC S9(9).
       01  WS-AGE-DAYS                 PIC S9(5).
       01  WS-BUCKET-IDX               PIC 9.
       01  WS-FLAG-TEXT                PIC X(14).

      * Aging buckets: 1 = 0-30, 2 = 31-60, 3 = 61-90, 4 = over 90
       01  WS-BUCKET-TABLE.
           05  WS-BUCKET OCCURS 4 TIMES.
               10  WS-BUCKET-COUNT     PIC 9(6).
               10  WS-BUCKET-AMOUNT    PIC S9(13)V99.
       01  WS-BUCKET-LABELS.
           05  FILLER                  PIC X(12) VALUE '0-30 days   '.
           05  FILLER                  PIC X(12) VALUE '31-60 days  '.
           05  FILLER                  PIC X(12) VALUE '61-90 days  '.
           05  FILLER                  PIC X(12) VALUE 'Over 90 days'.
       01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
           05  WS-BUCKET-LABEL         PIC X(12) OCCURS 4 TIMES.

      * Write-off candidates collected during the scan
       01  WS-CANDIDATE-COUNT          PIC 9(4) VALUE 0.
       01  WS-CANDIDATE-IDX            PIC 9(4).
       01  WS-CANDIDATE-TABLE.
           05  WS-CANDIDATE OCCURS 500 TIMES.
               10  WS-CAND-ITEM-ID     PIC 9(10).
               10  WS-CAND-GLA-ID      PIC 9(4).
               10  WS-CAND-BRANCH      PIC X(4).
               10  WS-CAND-AMOUNT      PIC S9(13)V99.

       01  WS-WRITE-OFF-ABS            PIC S9(13)V99.
       01  WS-VOUCHER-ID               PIC 9(8).

      * Report counters and totals
       01  WS-REPORT-COUNTERS.
           05  WS-ITEMS-SCANNED        PIC 9(8) VALUE 0.
           05  WS-ITEMS-UNMATCHED      PIC 9(8) VALUE 0.
           05  WS-ITEMS-OVERDUE        PIC 9(6) VALUE 0.
           05  WS-VOUCHERS-RAISED      PIC 9(6) VALUE 0.
           05  WS-VOUCHERS-FAILED      PIC 9(6) VALUE 0.
           05  WS-CANDIDATES-DROPPED   PIC 9(6) VALUE 0.
           05  WS-UNMATCHED-TOTAL      PIC S9(13)V99 VALUE 0.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-AGE          PIC ZZZZ9.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the open-item aging and write-off run
           PERFORM RESOLVE-RUN-DATE.
           PERFORM LOAD-WRITE-OFF-DAYS.
           PERFORM DISPLAY-BANNER.
           PERFORM SCAN-OPEN-ITEMS.
           PERFORM RAISE-WRITE-OFF-VOUCHER
               THRU RAISE-WRITE-OFF-VOUCHER-END
               VARYING WS-CANDIDATE-IDX FROM 1 BY 1
               UNTIL WS-CANDIDATE-IDX > WS-CANDIDATE-COUNT.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

       RESOLVE-RUN-DATE.
      *    Take the aging date from the command line when one is
      *    given, otherwise from the shared system posting date
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           MOVE WS-COMMAND-ARGS(1:8) TO WS-DATE-INPUT.

           IF WS-DATE-INPUT IS NUMERIC
               MOVE WS-DATE-INPUT TO WS-RUN-DATE
           ELSE
               CALL 'CALENDAR' USING 'GET-POSTING-DATE' WS-RUN-DATE
           END-IF.

           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

       LOAD-WRITE-OFF-DAYS.
      *    Take the threshold from the parameter file; a file that
      *    predates it keeps the compiled value
           CALL 'FILES' USING 'READ-PARAMETER-FILE'
               BUSINESS-RULES-RECORD WS-PARAM-STATUS.

           IF WS-PARAM-STATUS = '00'
               IF BRL-OI-WRITEOFF-DAYS NUMERIC
                       AND BRL-OI-WRITEOFF-DAYS > 0
                   MOVE BRL-OI-WRITEOFF-DAYS TO WS-WRITE-OFF-DAYS
               END-IF
           END-IF.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           DISPLAY '================================================'.
           DISPLAY 'SUSPENSE OPEN-ITEM AGING REPORT'.
           DISPLAY 'Aged as of:    ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY 'Write-off at:  over ' WS-WRITE-OFF-DAYS ' days'.
           DISPLAY '================================================'.
           DISPLAY ' '.
           DISPLAY 'Item        GL   Brch   Age          Amount '
               'Reference'.
           DISPLAY '------------------------------------------------'.

       DISPLAY-SUMMARY.
      *    Display the bucket totals, the write-offs raised and the
      *    verdict
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           PERFORM DISPLAY-ONE-BUCKET
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 4.
           MOVE WS-UNMATCHED-TOTAL TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Total unmatched    ' WS-ITEMS-UNMATCHED ' '
               WS-DISPLAY-AMOUNT.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Items scanned:            ' WS-ITEMS-SCANNED.
           DISPLAY 'Past write-off threshold: ' WS-ITEMS-OVERDUE.
           DISPLAY 'Write-off vouchers raised:' WS-VOUCHERS-RAISED.
           DISPLAY 'Vouchers not raised:      ' WS-VOUCHERS-FAILED.
           DISPLAY '------------------------------------------------'.

           IF WS-CANDIDATES-DROPPED > 0
               DISPLAY 'WARNING: ' WS-CANDIDATES-DROPPED
                   ' overdue item(s) beyond the 500-item run limit - '
                   'rerun to raise them'
           END-IF.

           IF WS-ITEMS-OVERDUE = 0 AND WS-VOUCHERS-FAILED = 0
               DISPLAY 'No open item is past the write-off threshold.'
           ELSE
               DISPLAY 'OVERDUE OPEN ITEMS - approve or reject the '
                   'write-off vouchers raised.'
               MOVE 4 TO RETURN-CODE
           END-IF.

       DISPLAY-ONE-BUCKET.
      *    Print one aging bucket's count and net amount
           MOVE WS-BUCKET-AMOUNT(WS-BUCKET-IDX) TO WS-DISPLAY-AMOUNT.
           DISPLAY WS-BUCKET-LABEL(WS-BUCKET-IDX) '       '
               WS-BUCKET-COUNT(WS-BUCKET-IDX) '   '
               WS-DISPLAY-AMOUNT.

      ******************************************************************
      * REGISTER SCAN
      ******************************************************************

       SCAN-OPEN-ITEMS.
      *    Single pass over the open-item register, oldest first
           INITIALIZE WS-BUCKET-TABLE.

           CALL 'FILES' USING 'OPEN-OPEN-ITEM-FILE-IO'.
           CALL 'FILES' USING 'START-OPEN-ITEM-FILE-TOP' WS-OP-STATUS.

           PERFORM CHECK-NEXT-OPEN-ITEM
               UNTIL WS-OP-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-OPEN-ITEM-FILE'.

       CHECK-NEXT-OPEN-ITEM.
      *    Read one item and age it if it is still unmatched
           CALL 'FILES' USING 'READ-NEXT-OPEN-ITEM' OPEN-ITEM-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-ITEMS-SCANNED
               IF OIT-OPEN OR OIT-WO-PENDING
                   PERFORM AGE-ONE-OPEN-ITEM
               END-IF
           END-IF.

       AGE-ONE-OPEN-ITEM.
      *    Bucket one unmatched item, list it, and collect it for
      *    write-off when it is past the threshold and not already
      *    parked against a voucher
           ADD 1 TO WS-ITEMS-UNMATCHED.
           ADD OIT-AMOUNT TO WS-UNMATCHED-TOTAL.

           IF OIT-OPEN-DATE > 0
               COMPUTE WS-OPEN-INTEGER =
                   FUNCTION INTEGER-OF-DATE(OIT-OPEN-DATE)
               COMPUTE WS-AGE-DAYS = WS-RUN-INTEGER - WS-OPEN-INTEGER
           ELSE
               MOVE 0 TO WS-AGE-DAYS
           END-IF.
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF.

           EVALUATE TRUE
               WHEN WS-AGE-DAYS > 90
                   MOVE 4 TO WS-BUCKET-IDX
               WHEN WS-AGE-DAYS > 60
                   MOVE 3 TO WS-BUCKET-IDX
               WHEN WS-AGE-DAYS > 30
                   MOVE 2 TO WS-BUCKET-IDX
               WHEN OTHER
                   MOVE 1 TO WS-BUCKET-IDX
           END-EVALUATE.
           ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET-IDX).
           ADD OIT-AMOUNT TO WS-BUCKET-AMOUNT(WS-BUCKET-IDX).

           MOVE SPACES TO WS-FLAG-TEXT.
           IF OIT-WO-PENDING
               MOVE '<< WO PENDING' TO WS-FLAG-TEXT
           ELSE
               IF WS-AGE-DAYS > WS-WRITE-OFF-DAYS
                   MOVE '<< WRITE-OFF' TO WS-FLAG-TEXT
                   PERFORM COLLECT-WRITE-OFF-CANDIDATE
               END-IF
           END-IF.

           MOVE OIT-AMOUNT TO WS-DISPLAY-AMOUNT.
           MOVE WS-AGE-DAYS TO WS-DISPLAY-AGE.
           DISPLAY OIT-ITEM-ID '  ' OIT-GLA-ID ' ' OIT-BRANCH-CODE
               ' ' WS-DISPLAY-AGE ' ' WS-DISPLAY-AMOUNT ' '
               OIT-REFERENCE ' ' WS-FLAG-TEXT.

       COLLECT-WRITE-OFF-CANDIDATE.
      *    Hold one overdue item for a write-off voucher
           ADD 1 TO WS-ITEMS-OVERDUE.

           IF WS-CANDIDATE-COUNT < 500
               ADD 1 TO WS-CANDIDATE-COUNT
               MOVE OIT-ITEM-ID TO WS-CAND-ITEM-ID(WS-CANDIDATE-COUNT)
               MOVE OIT-GLA-ID TO WS-CAND-GLA-ID(WS-CANDIDATE-COUNT)
               MOVE OIT-BRANCH-CODE
                   TO WS-CAND-BRANCH(WS-CANDIDATE-COUNT)
               MOVE OIT-AMOUNT TO WS-CAND-AMOUNT(WS-CANDIDATE-COUNT)
           ELSE
               ADD 1 TO WS-CANDIDATES-DROPPED
           END-IF.

      ******************************************************************
      * WRITE-OFF VOUCHERS
      ******************************************************************

       RAISE-WRITE-OFF-VOUCHER.
      *    Raise one PENDING two-line voucher taking an overdue item
      *    off its suspense row, then park the item against it. A
      *    debit item is credited off the row and expensed; a credit
      *    item is debited off and released to the same row.
           INITIALIZE JOURNAL-VOUCHER-RECORD.
           MOVE 2 TO JVR-LINE-COUNT.
           MOVE WS-CAND-BRANCH(WS-CANDIDATE-IDX) TO JVR-BRANCH-CODE.
           STRING 'SUSPENSE WRITE-OFF ITEM '
               WS-CAND-ITEM-ID(WS-CANDIDATE-IDX)
               DELIMITED BY SIZE INTO JVR-DESCRIPTION.

           IF WS-CAND-AMOUNT(WS-CANDIDATE-IDX) > 0
               MOVE WS-CAND-AMOUNT(WS-CANDIDATE-IDX)
                   TO WS-WRITE-OFF-ABS
               MOVE WS-WRITE-OFF-GLA-ID TO JVR-LINE-GLA-ID(1)
               MOVE WS-CAND-GLA-ID(WS-CANDIDATE-IDX)
                   TO JVR-LINE-GLA-ID(2)
           ELSE
               COMPUTE WS-WRITE-OFF-ABS =
                   0 - WS-CAND-AMOUNT(WS-CANDIDATE-IDX)
               MOVE WS-CAND-GLA-ID(WS-CANDIDATE-IDX)
                   TO JVR-LINE-GLA-ID(1)
               MOVE WS-WRITE-OFF-GLA-ID TO JVR-LINE-GLA-ID(2)
           END-IF.

           MOVE 'DR' TO JVR-LINE-DRCR(1).
           MOVE WS-WRITE-OFF-ABS TO JVR-LINE-AMOUNT(1).
           MOVE 'CR' TO JVR-LINE-DRCR(2).
           MOVE WS-WRITE-OFF-ABS TO JVR-LINE-AMOUNT(2).

           CALL 'JOURNAL' USING 'CREATE-JOURNAL-VOUCHER'
               JOURNAL-VOUCHER-RECORD WS-SYSTEM-OPERATOR-ID
               WS-JNL-STATUS.

           IF WS-JNL-STATUS NOT = '00'
               ADD 1 TO WS-VOUCHERS-FAILED
               DISPLAY 'ERROR: Write-off voucher not raised for item '
                   WS-CAND-ITEM-ID(WS-CANDIDATE-IDX) ' (status '
                   WS-JNL-STATUS ')'
               GO TO RAISE-WRITE-OFF-VOUCHER-END
           END-IF.

           MOVE JVR-VOUCHER-ID TO WS-VOUCHER-ID.
           CALL 'OPENITEM' USING 'MARK-WRITE-OFF-PENDING'
               WS-CAND-ITEM-ID(WS-CANDIDATE-IDX) WS-VOUCHER-ID
               WS-OIT-STATUS.

           ADD 1 TO WS-VOUCHERS-RAISED.
           DISPLAY 'Voucher ' WS-VOUCHER-ID ' raised PENDING for item '
               WS-CAND-ITEM-ID(WS-CANDIDATE-IDX).

       RAISE-WRITE-OFF-VOUCHER-END.
           EXIT.

       END PROGRAM OIAGING.
