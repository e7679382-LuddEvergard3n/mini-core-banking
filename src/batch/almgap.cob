      *   installment per month from LN-NEXT-DUE-DATE
      * - demand deposits (CHECKING and SAVINGS) are contractually
      *   open-ended and sit in their own OPEN bucket
      * - treasury's interbank money market deals (see MMDEALS.COB)
      *   flow at maturity, principal plus contractual interest: a
      *   placement flows IN, a borrowing flows OUT
      * The gap per bucket is inflows less outflows.
      *
      * Design decisions:
      *   looked up once per loan
      * - Overdrawn demand balances are money already out the door
      *   and are netted inside the OPEN bucket
      * - Only approved and open money market deals are laddered; a
      *   deal still awaiting its checker is not yet a commitment
      * - Read-only, safe to run any time
      *
      * Author: Portfolio Project
       01  WS-REPORT-COUNTERS.
           05  WS-ACCOUNTS-SCANNED     PIC 9(6) VALUE 0.
           05  WS-LOANS-SCANNED        PIC 9(6) VALUE 0.
           05  WS-MM-DEALS-LADDERED    PIC 9(6) VALUE 0.

      * Money market deal flow at maturity
       01  WS-MM-DAYS                  PIC S9(5).
       01  WS-MM-FLOW                  PIC S9(13)V99.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           PERFORM INITIALIZE-LADDER.
           PERFORM BUCKET-DEPOSIT-BOOK.
           PERFORM BUCKET-LOAN-BOOK.
           PERFORM BUCKET-MM-DEAL-BOOK.
           PERFORM PRINT-GAP-LADDER.
           STOP RUN.

               MOVE 28 TO WS-SCH-DAY
           END-IF.

      ******************************************************************
      * MONEY MARKET DEAL PASS
      ******************************************************************

       BUCKET-MM-DEAL-BOOK.
      *    Single pass over the money market deal file: each live
      *    deal flows once, at maturity
           CALL 'FILES' USING 'OPEN-MM-DEAL-FILE-IO'.
           CALL 'FILES' USING 'START-MM-DEAL-FILE-TOP' WS-OP-STATUS.

           PERFORM BUCKET-NEXT-MM-DEAL
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-MM-DEAL-FILE'.

       BUCKET-NEXT-MM-DEAL.
      *    Read one deal and ladder it if it is approved or open
           CALL 'FILES' USING 'READ-NEXT-MM-DEAL' MM-DEAL-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               IF MMD-APPROVED OR MMD-OPEN
                   PERFORM BUCKET-ONE-MM-DEAL
               END-IF
           END-IF.

       BUCKET-ONE-MM-DEAL.
      *    Fold principal plus contractual interest (ACT/360) into
      *    the maturity bucket, in for a placement, out for a
      *    borrowing
           MOVE MMD-CURRENCY TO WS-LOAN-CCY.
           PERFORM FIND-CURRENCY-SLOT.

           COMPUTE WS-MM-DAYS =
               FUNCTION INTEGER-OF-DATE(MMD-MATURITY-DATE) -
               FUNCTION INTEGER-OF-DATE(MMD-VALUE-DATE).
           COMPUTE WS-MM-FLOW ROUNDED = MMD-PRINCIPAL +
               MMD-PRINCIPAL * MMD-RATE / 100 * WS-MM-DAYS / 360.

           COMPUTE WS-EVENT-INTEGER =
               FUNCTION INTEGER-OF-DATE(MMD-MATURITY-DATE).
           COMPUTE WS-DAYS-TO-EVENT =
               WS-EVENT-INTEGER - WS-TODAY-INTEGER.
           PERFORM CLASSIFY-DAYS-BUCKET.

           IF MMD-PLACEMENT
               ADD WS-MM-FLOW TO WS-LAD-INFLOW
                   (WS-TARGET-CCY WS-TARGET-BUCKET)
           ELSE
               ADD WS-MM-FLOW TO WS-LAD-OUTFLOW
                   (WS-TARGET-CCY WS-TARGET-BUCKET)
           END-IF.
           ADD 1 TO WS-MM-DEALS-LADDERED.

      ******************************************************************
      * GAP LADDER OUTPUT
      ******************************************************************
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Accounts scanned:      ' WS-ACCOUNTS-SCANNED.
           DISPLAY 'Loans scheduled:       ' WS-LOANS-SCANNED.
           DISPLAY 'MM deals laddered:     ' WS-MM-DEALS-LADDERED.

       PRINT-ONE-CURRENCY.
      *    Print one currency's five-bucket ladder
