      ******************************************************************
      * IPAYRCN.COB - Instant Payment Scheme Daily Reconciliation
      *
      * Standalone batch program, intended to run each morning once
      * the central bank's settlement statement for the previous
      * scheme day has arrived. Matches the statement line by line
      * against the instant payments held here (see IPAY.COB) and
      * agrees the statement's opening and closing balance and the
      * day's treasury funding with the prefunded position. Read-
      * only: every difference is listed for the payments operations
      * desk to investigate.
      *
      * Statement layout (fixed format):
      *   HDR  scheme date (8)
      *   STM  kind (3: OUT, IN, FND) reference (20) sign (1: + or -)
      *        amount (15, 2 implied decimals)
      *   TRL  STM line count (6) opening balance (15) closing
      *        balance (15)
      *
      * Design decisions:
      * - An outbound payment SETTLED here, or an inbound credit
      *   POSTED here, on the statement date must appear on the
      *   statement as OUT or IN under its reference and amount. A
      *   statement line for a payment not settled here (a sent
      *   payment still waiting for its confirmation, a credit we
      *   returned) is listed with the payment's status here
      * - FND lines are the day's treasury top-ups (+) and
      *   withdrawals (-); their net is agreed with the funding the
      *   position recorded, not matched one for one
      * - The position keeps the current scheme day and the day just
      *   closed, so the statement is agreed against whichever of
      *   the two it is dated; a statement older than both can only
      *   be line-matched
      * - The statement is held in a table of 2000 lines, enough for
      *   the bank's instant volume; lines beyond it are counted and
      *   reported as a break
      * - RETURN-CODE 4 when anything does not agree
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPAYRCN.
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
       01  WS-IPAY-STATUS              PIC XX.

      * Fixed-format line overlays for parsing the statement. The
      * numeric fields are tested for class NUMERIC through their
      * alphanumeric redefinitions before being trusted.
       01  WS-PARSE-HEADER.
           05  WS-PRS-HDR-TAG          PIC X(3).
           05  WS-PRS-STMT-DATE        PIC 9(8).
           05  WS-PRS-STMT-DATE-X REDEFINES WS-PRS-STMT-DATE
                                       PIC X(8).
           05  FILLER                  PIC X(89).

       01  WS-PARSE-DETAIL.
           05  WS-PRS-TAG              PIC X(3).
           05  WS-PRS-KIND             PIC X(3).
           05  WS-PRS-REFERENCE        PIC X(20).
           05  WS-PRS-SIGN             PIC X(1).
           05  WS-PRS-AMOUNT           PIC 9(13)V99.
           05  WS-PRS-AMOUNT-X REDEFINES WS-PRS-AMOUNT PIC X(15).
           05  FILLER                  PIC X(58).

       01  WS-PARSE-TRAILER.
           05  WS-PRS-TRL-TAG          PIC X(3).
           05  WS-PRS-TRL-COUNT        PIC 9(6).
           05  WS-PRS-TRL-OPENING      PIC 9(13)V99.
           05  WS-PRS-TRL-CLOSING      PIC 9(13)V99.
           05  FILLER                  PIC X(61).

      * Statement lines held for matching
       01  WS-STMT-COUNT               PIC 9(4) VALUE 0.
       01  WS-STMT-TABLE.
           05  WS-STMT-ENTRY OCCURS 2000 TIMES.
               10  WS-STM-KIND         PIC X(3).
               10  WS-STM-REFERENCE    PIC X(20).
               10  WS-STM-AMOUNT       PIC 9(13)V99.
               10  WS-STM-MATCHED      PIC 9.
       01  WS-STM-IDX                  PIC 9(4).
       01  WS-STM-FOUND-IDX            PIC 9(4).
       01  WS-MATCH-KIND               PIC X(3).

       01  WS-STMT-DATE                PIC 9(8) VALUE 0.
       01  WS-TRAILER-SEEN             PIC 9 VALUE 0.
           88  TRAILER-WAS-SEEN        VALUE 1.
       01  WS-TRL-COUNT                PIC 9(6) VALUE 0.
       01  WS-TRL-OPENING              PIC S9(13)V99 VALUE 0.
       01  WS-TRL-CLOSING              PIC S9(13)V99 VALUE 0.
       01  WS-STMT-FUNDING             PIC S9(13)V99 VALUE 0.

      * The position's figures for the statement date
       01  WS-POSITION-FOUND           PIC 9 VALUE 0.
           88  POSITION-HAS-STMT-DAY   VALUE 1.
       01  WS-OUR-OPENING              PIC S9(13)V99.
       01  WS-OUR-CLOSING              PIC S9(13)V99.
       01  WS-OUR-FUNDING              PIC S9(13)V99.

       01  WS-REPORT-COUNTERS.
           05  WS-STM-LINES-READ       PIC 9(6) VALUE 0.
           05  WS-STM-OVERFLOW         PIC 9(6) VALUE 0.
           05  WS-PAYMENTS-SCANNED     PIC 9(8) VALUE 0.
           05  WS-PAYMENTS-MATCHED     PIC 9(6) VALUE 0.
           05  WS-BREAKS               PIC 9(6) VALUE 0.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-OTHER        PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the scheme reconciliation
           PERFORM DISPLAY-BANNER.
           PERFORM LOAD-STATEMENT THRU LOAD-STATEMENT-END.
           IF WS-STMT-DATE > 0
               PERFORM MATCH-INSTANT-PAYMENTS
               PERFORM LIST-UNMATCHED-LINES
               PERFORM AGREE-POSITION
           END-IF.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY '================================================'.
           DISPLAY 'INSTANT PAYMENT SCHEME RECONCILIATION'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Statement date:        ' WS-STMT-DATE.
           DISPLAY 'Statement lines read:  ' WS-STM-LINES-READ.
           DISPLAY 'Payments scanned:      ' WS-PAYMENTS-SCANNED.
           DISPLAY 'Payments matched:      ' WS-PAYMENTS-MATCHED.
           DISPLAY 'Breaks:                ' WS-BREAKS.
           DISPLAY '------------------------------------------------'.

           IF WS-BREAKS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * STATEMENT LOAD
      ******************************************************************

       LOAD-STATEMENT.
      *    Single sequential pass over the statement, holding the
      *    STM lines and capturing the HDR and TRL control lines
           CALL 'FILES' USING 'OPEN-IPAY-STMT-FILE-INPUT'
               WS-OP-STATUS.

           IF WS-OP-STATUS NOT = '00'
               DISPLAY 'No scheme statement found - nothing to do.'
               GO TO LOAD-STATEMENT-END
           END-IF.

           PERFORM LOAD-NEXT-STATEMENT-LINE
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-IPAY-STMT-FILE'.

           IF WS-STMT-DATE = 0
               DISPLAY 'WARNING: Statement has no HDR line - not '
                   'reconciled'
               ADD 1 TO WS-BREAKS
               GO TO LOAD-STATEMENT-END
           END-IF.

           IF NOT TRAILER-WAS-SEEN
               DISPLAY 'BREAK     Statement ended without a TRL '
                   'control line - transmission may be truncated'
               ADD 1 TO WS-BREAKS
           ELSE
               IF WS-TRL-COUNT NOT = WS-STM-LINES-READ
                   DISPLAY 'BREAK     Trailer count ' WS-TRL-COUNT
                       ' but ' WS-STM-LINES-READ ' STM lines read'
                   ADD 1 TO WS-BREAKS
               END-IF
           END-IF.

           IF WS-STM-OVERFLOW > 0
               DISPLAY 'BREAK     ' WS-STM-OVERFLOW
                   ' statement lines beyond the table not matched'
               ADD 1 TO WS-BREAKS
           END-IF.

       LOAD-STATEMENT-END.
           EXIT.

       LOAD-NEXT-STATEMENT-LINE.
      *    Read and dispatch one statement line
           CALL 'FILES' USING 'READ-NEXT-IPAY-STMT-LINE'
               IPAY-STMT-LINE WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               EVALUATE IPAY-STMT-LINE(1:3)
                   WHEN 'HDR'
                       MOVE IPAY-STMT-LINE TO WS-PARSE-HEADER
                       IF WS-PRS-STMT-DATE-X NUMERIC
                           MOVE WS-PRS-STMT-DATE TO WS-STMT-DATE
                       END-IF
                   WHEN 'STM'
                       PERFORM LOAD-DETAIL-LINE
                   WHEN 'TRL'
                       MOVE IPAY-STMT-LINE TO WS-PARSE-TRAILER
                       MOVE 1 TO WS-TRAILER-SEEN
                       MOVE WS-PRS-TRL-COUNT TO WS-TRL-COUNT
                       MOVE WS-PRS-TRL-OPENING TO WS-TRL-OPENING
                       MOVE WS-PRS-TRL-CLOSING TO WS-TRL-CLOSING
                   WHEN OTHER
                       DISPLAY 'WARNING: Unrecognized statement line '
                           'tag - line ignored'
               END-EVALUATE
           END-IF.

       LOAD-DETAIL-LINE.
      *    Hold one STM line for matching, or add a funding line to
      *    the day's net funding
           MOVE IPAY-STMT-LINE TO WS-PARSE-DETAIL.
           ADD 1 TO WS-STM-LINES-READ.

           IF WS-PRS-AMOUNT-X NOT NUMERIC
               DISPLAY 'BREAK     Statement line ' WS-STM-LINES-READ
                   ' has no valid amount'
               ADD 1 TO WS-BREAKS
           ELSE
               IF WS-PRS-KIND = 'FND'
                   IF WS-PRS-SIGN = '-'
                       SUBTRACT WS-PRS-AMOUNT FROM WS-STMT-FUNDING
                   ELSE
                       ADD WS-PRS-AMOUNT TO WS-STMT-FUNDING
                   END-IF
               ELSE
                   IF WS-STMT-COUNT < 2000
                       ADD 1 TO WS-STMT-COUNT
                       MOVE WS-PRS-KIND TO WS-STM-KIND(WS-STMT-COUNT)
                       MOVE WS-PRS-REFERENCE
                           TO WS-STM-REFERENCE(WS-STMT-COUNT)
                       MOVE WS-PRS-AMOUNT
                           TO WS-STM-AMOUNT(WS-STMT-COUNT)
                       MOVE 0 TO WS-STM-MATCHED(WS-STMT-COUNT)
                   ELSE
                       ADD 1 TO WS-STM-OVERFLOW
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * PAYMENT MATCHING
      ******************************************************************

       MATCH-INSTANT-PAYMENTS.
      *    Single sequential pass over the instant payment file,
      *    ticking each payment off against the statement
           DISPLAY 'LINE MATCHING'.
           CALL 'FILES' USING 'OPEN-INSTANT-PAYMENT-FILE-IO'.
           CALL 'FILES' USING 'START-INSTANT-PAYMENT-FILE-TOP'
               WS-OP-STATUS.

           PERFORM MATCH-NEXT-PAYMENT
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-INSTANT-PAYMENT-FILE'.

       MATCH-NEXT-PAYMENT.
      *    Read one payment and match it if the statement should, or
      *    does, carry it
           CALL 'FILES' USING 'READ-NEXT-INSTANT-PAYMENT'
               INSTANT-PAYMENT-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-PAYMENTS-SCANNED
               PERFORM MATCH-ONE-PAYMENT
           END-IF.

       MATCH-ONE-PAYMENT.
      *    A payment settled here on the statement date must be on
      *    the statement at the same amount; any other payment must
      *    not be
           IF IPM-OUTBOUND
               MOVE 'OUT' TO WS-MATCH-KIND
           ELSE
               MOVE 'IN' TO WS-MATCH-KIND
           END-IF.
           PERFORM FIND-STATEMENT-LINE.

           IF (IPM-SETTLED OR IPM-POSTED)
                   AND IPM-SCHEME-DATE = WS-STMT-DATE
               EVALUATE TRUE
                   WHEN WS-STM-FOUND-IDX = 0
                       ADD 1 TO WS-BREAKS
                       MOVE IPM-AMOUNT TO WS-DISPLAY-AMOUNT
                       DISPLAY 'BREAK     ' IPM-REFERENCE ' '
                           WS-MATCH-KIND WS-DISPLAY-AMOUNT
                           '  settled here, not on statement'
                   WHEN WS-STM-AMOUNT(WS-STM-FOUND-IDX)
                           NOT = IPM-AMOUNT
                       ADD 1 TO WS-BREAKS
                       MOVE IPM-AMOUNT TO WS-DISPLAY-AMOUNT
                       MOVE WS-STM-AMOUNT(WS-STM-FOUND-IDX)
                           TO WS-DISPLAY-OTHER
                       DISPLAY 'BREAK     ' IPM-REFERENCE ' '
                           WS-MATCH-KIND WS-DISPLAY-AMOUNT
                           '  statement says ' WS-DISPLAY-OTHER
                   WHEN OTHER
                       ADD 1 TO WS-PAYMENTS-MATCHED
               END-EVALUATE
           ELSE
               IF WS-STM-FOUND-IDX > 0
                   ADD 1 TO WS-BREAKS
                   MOVE IPM-AMOUNT TO WS-DISPLAY-AMOUNT
                   DISPLAY 'BREAK     ' IPM-REFERENCE ' '
                       WS-MATCH-KIND WS-DISPLAY-AMOUNT
                       '  on statement, ' IPM-STATUS ' here'
               END-IF
           END-IF.

       FIND-STATEMENT-LINE.
      *    Find and tick the statement line for this payment
      *    Input: IPM-REFERENCE, WS-MATCH-KIND
      *    Output: WS-STM-FOUND-IDX (zero when not on the statement)
           MOVE 0 TO WS-STM-FOUND-IDX.
           PERFORM CHECK-ONE-STATEMENT-LINE
               VARYING WS-STM-IDX FROM 1 BY 1
               UNTIL WS-STM-IDX > WS-STMT-COUNT
                   OR WS-STM-FOUND-IDX > 0.

           IF WS-STM-FOUND-IDX > 0
               MOVE 1 TO WS-STM-MATCHED(WS-STM-FOUND-IDX)
           END-IF.

       CHECK-ONE-STATEMENT-LINE.
      *    Note the table entry carrying this payment's reference
           IF WS-STM-MATCHED(WS-STM-IDX) = 0
                   AND WS-STM-KIND(WS-STM-IDX) = WS-MATCH-KIND
                   AND WS-STM-REFERENCE(WS-STM-IDX) = IPM-REFERENCE
               MOVE WS-STM-IDX TO WS-STM-FOUND-IDX
           END-IF.

       LIST-UNMATCHED-LINES.
      *    Every statement line no payment here accounts for is a
      *    break
           PERFORM LIST-ONE-UNMATCHED-LINE
               VARYING WS-STM-IDX FROM 1 BY 1
               UNTIL WS-STM-IDX > WS-STMT-COUNT.

       LIST-ONE-UNMATCHED-LINE.
      *    Report one statement line left unticked
           IF WS-STM-MATCHED(WS-STM-IDX) = 0
               ADD 1 TO WS-BREAKS
               MOVE WS-STM-AMOUNT(WS-STM-IDX) TO WS-DISPLAY-AMOUNT
               DISPLAY 'BREAK     ' WS-STM-REFERENCE(WS-STM-IDX) ' '
                   WS-STM-KIND(WS-STM-IDX) WS-DISPLAY-AMOUNT
                   '  on statement, no payment here'
           END-IF.

      ******************************************************************
      * POSITION AGREEMENT
      ******************************************************************

       AGREE-POSITION.
      *    Agree the statement's balances and net funding with the
      *    position's figures for the statement date
           DISPLAY ' '.
           DISPLAY 'POSITION AGREEMENT'.
           CALL 'IPAY' USING 'GET-IPAY-POSITION'
               IPAY-POSITION-RECORD WS-IPAY-STATUS.

           EVALUATE TRUE
               WHEN IPP-SCHEME-DATE = WS-STMT-DATE
                   MOVE 1 TO WS-POSITION-FOUND
                   MOVE IPP-OPENING-BALANCE TO WS-OUR-OPENING
                   MOVE IPP-BALANCE TO WS-OUR-CLOSING
                   MOVE IPP-DAY-FUNDING TO WS-OUR-FUNDING
                   DISPLAY 'Statement date is the current scheme '
                       'day - closing is the balance so far'
               WHEN IPP-PRIOR-DATE = WS-STMT-DATE
                   MOVE 1 TO WS-POSITION-FOUND
                   MOVE IPP-PRIOR-OPENING TO WS-OUR-OPENING
                   MOVE IPP-PRIOR-CLOSING TO WS-OUR-CLOSING
                   MOVE IPP-PRIOR-FUNDING TO WS-OUR-FUNDING
               WHEN OTHER
                   MOVE 0 TO WS-POSITION-FOUND
           END-EVALUATE.

           IF NOT POSITION-HAS-STMT-DAY
               ADD 1 TO WS-BREAKS
               DISPLAY 'BREAK     Position holds no figures for '
                   WS-STMT-DATE ' - balances not agreed'
           ELSE
               PERFORM AGREE-POSITION-FIGURES
           END-IF.

       AGREE-POSITION-FIGURES.
      *    Compare opening, closing and funding one by one
           MOVE WS-TRL-OPENING TO WS-DISPLAY-OTHER.
           MOVE WS-OUR-OPENING TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Opening   statement ' WS-DISPLAY-OTHER
               '  ours ' WS-DISPLAY-AMOUNT.
           IF WS-TRL-OPENING NOT = WS-OUR-OPENING
               ADD 1 TO WS-BREAKS
               DISPLAY 'BREAK     Opening balance does not agree'
           END-IF.

           MOVE WS-TRL-CLOSING TO WS-DISPLAY-OTHER.
           MOVE WS-OUR-CLOSING TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Closing   statement ' WS-DISPLAY-OTHER
               '  ours ' WS-DISPLAY-AMOUNT.
           IF WS-TRL-CLOSING NOT = WS-OUR-CLOSING
               ADD 1 TO WS-BREAKS
               DISPLAY 'BREAK     Closing balance does not agree'
           END-IF.

           MOVE WS-STMT-FUNDING TO WS-DISPLAY-OTHER.
           MOVE WS-OUR-FUNDING TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Funding   statement ' WS-DISPLAY-OTHER
               '  ours ' WS-DISPLAY-AMOUNT.
           IF WS-STMT-FUNDING NOT = WS-OUR-FUNDING
               ADD 1 TO WS-BREAKS
               DISPLAY 'BREAK     Net funding does not agree'
           END-IF.

       END PROGRAM IPAYRCN.
