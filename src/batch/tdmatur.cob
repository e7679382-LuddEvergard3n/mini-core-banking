      * - A rollover restates the maturity date one full term forward
      *   from the old maturity date, not from the run date, so a
      *   deal maturing on a weekend is not quietly lengthened
      * - A rollover is repriced from the term deposit rate card
      *   (see TDRATE.COB) in force on the day the new term starts,
      *   for the rolled principal and the same term; a rate the
      *   deal was opened at as an approved exception does not carry
      *   into the new term. With no card row the deal keeps its old
      *   rate and return code 4 flags it for treasury
      * - A failed settlement leg leaves the deal matured-but-unpaid
      *   for the next run to retry; nothing is closed until the
      *   payout has actually posted
       01  WS-ROLL-MATURITY-FLAT REDEFINES WS-ROLL-MATURITY-WORK
                                       PIC 9(8).
       01  WS-ROLL-DAYS-IN-MONTH       PIC 99.

      * Rate card repricing of a rolled deal (see TDRATE.COB)
       01  WS-ROLL-CURRENCY            PIC X(3).
       01  WS-ROLL-PRINCIPAL           PIC S9(13)V99.
       01  WS-ROLL-START-DATE          PIC 9(8).
       01  WS-ROLL-CARD-RATE           PIC 9(2)V9(4).
       01  WS-ROLL-CARD-STATUS         PIC XX.
       01  WS-ROLL-CARD-MESSAGE        PIC X(80).
       01  WS-ROLL-LEAP-CHECK.
           05  WS-ROLL-LEAP-REM-4      PIC 99.
           05  WS-ROLL-LEAP-REM-100    PIC 99.
           05  WS-DEALS-MATURED        PIC 9(6) VALUE 0.
           05  WS-DEALS-ROLLED         PIC 9(6) VALUE 0.
           05  WS-DEALS-PAID-OUT       PIC 9(6) VALUE 0.
           05  WS-DEALS-NOT-REPRICED   PIC 9(6) VALUE 0.
           05  WS-TOTAL-INTEREST       PIC S9(13)V99 VALUE 0.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-TOTAL        PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-RATE         PIC Z9.9999.

      * Advice notice queue status (see NOTICES.COB)
       01  WS-NOTICE-STATUS            PIC XX.
           DISPLAY 'Deals matured:         ' WS-DEALS-MATURED.
           DISPLAY 'Deals rolled over:     ' WS-DEALS-ROLLED.
           DISPLAY 'Deals paid out:        ' WS-DEALS-PAID-OUT.
           DISPLAY 'Rolled, no card rate:  ' WS-DEALS-NOT-REPRICED.
           DISPLAY 'Total interest paid:   ' WS-DISPLAY-TOTAL.
           DISPLAY '------------------------------------------------'.

               CALL 'TRANSACTIONS' USING 'PROCESS-CREDIT'
                   WS-MAT-ACCOUNT-ID WS-MAT-INTEREST
                   WS-MAT-DESC SPACES 'BATCH'
                   'INTPAY' TRANSACTION-RECORD WS-POST-STATUS

               IF WS-POST-STATUS NOT = '00'
                   DISPLAY 'FAILED    Deal: ' WS-MAT-ACCOUNT-ID
       ROLL-DEAL-OVER.
      *    Restate the maturity one full term forward from the old
      *    maturity date; principal plus the credited interest stays
      *    in the deal and is repriced from the rate card
           CALL 'FILES' USING 'OPEN-ACCOUNT-FILE-IO'.
           MOVE WS-MAT-ACCOUNT-ID TO ACC-ID.
           CALL 'FILES' USING 'READ-ACCOUNT' ACCOUNT-RECORD
               WS-POST-STATUS.

           PERFORM REPRICE-ROLLED-DEAL.

           MOVE ACC-TERM-MATURITY-DATE TO WS-ROLL-MATURITY-FLAT.
           PERFORM ADVANCE-ROLL-ONE-MONTH WS-MAT-MONTHS TIMES.
           MOVE WS-ROLL-MATURITY-FLAT TO ACC-TERM-MATURITY-DATE.

           ADD 1 TO WS-DEALS-ROLLED.
           MOVE WS-MAT-INTEREST TO WS-DISPLAY-AMOUNT.
           MOVE ACC-TERM-RATE TO WS-DISPLAY-RATE.
           DISPLAY 'ROLLED    Deal: ' WS-MAT-ACCOUNT-ID
               '  Interest: ' WS-DISPLAY-AMOUNT
               '  New maturity: ' WS-ROLL-MATURITY-FLAT
               '  Rate: ' WS-DISPLAY-RATE.

      *    The customer finds out on paper, not at the counter
           CALL 'NOTICES' USING 'QUEUE-CUSTOMER-NOTICE'
               'Term deposit rolled over for a further term'
               NOTICE-RECORD WS-NOTICE-STATUS.

       REPRICE-ROLLED-DEAL.
      *    Price the new term from the rate card in force on the day
      *    it starts - the old maturity date - for the rolled
      *    principal; with no card row the old rate stands
           MOVE ACC-CURRENCY TO WS-ROLL-CURRENCY.
           MOVE ACC-BALANCE TO WS-ROLL-PRINCIPAL.
           MOVE ACC-TERM-MATURITY-DATE TO WS-ROLL-START-DATE.

           CALL 'TDRATE' USING 'GET-TD-CARD-RATE'
               WS-ROLL-CURRENCY WS-ROLL-PRINCIPAL WS-MAT-MONTHS
               WS-ROLL-START-DATE TD-RATE-CARD-RECORD
               WS-ROLL-CARD-RATE WS-ROLL-CARD-STATUS
               WS-ROLL-CARD-MESSAGE.

           IF WS-ROLL-CARD-STATUS = '00'
               MOVE WS-ROLL-CARD-RATE TO ACC-TERM-RATE
           ELSE
               ADD 1 TO WS-DEALS-NOT-REPRICED
               MOVE 4 TO RETURN-CODE
               DISPLAY 'NO CARD   Deal: ' WS-MAT-ACCOUNT-ID
                   '  No card rate - rolled at its old rate'
           END-IF.

       PAY-DEAL-OUT.
      *    Transfer principal plus interest to the linked settlement
      *    account and close the deal through the normal closure path
           CALL 'TRANSACTIONS' USING 'PROCESS-TRANSFER'
               WS-MAT-ACCOUNT-ID WS-MAT-SETTLE-ACCT
               WS-MAT-PAYOUT WS-MAT-DESC SPACES 'BATCH' 0
               'XFR' TRANSACTION-RECORD WS-POST-STATUS.

           IF WS-POST-STATUS NOT = '00'
               DISPLAY 'FAILED    Deal: ' WS-MAT-ACCOUNT-ID
