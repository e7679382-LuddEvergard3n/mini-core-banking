      ******************************************************************
      * FXCOUNTER.COB - Teller Counter Foreign Exchange Module
      *
      * Buys and sells foreign banknotes over the teller counter for
      * anyone who walks in - a customer without a USD or EUR
      * account, or no customer at all. The conversion transfer in
      * TRANSACTIONS.COB needs two accounts, so until now the teller
      * had no way to key the exchange. This module prices the
      * exchange from the rate table (see FX.COB), moves the notes
      * and the BRL between the currency slots of the teller's open
      * drawer session, screens the party against the watchlist,
      * books the margin to FX income and the notes to the bank's
      * currency position, and prints a numbered receipt.
      *
      * Design decisions:
      * - Direction is the bank's side: BUY takes the customer's
      *   notes and pays BRL out at the pair's buy rate, SELL hands
      *   notes over for BRL at the sell rate. The pair is the
      *   currency against BRL (USDBRL, EURBRL)
      * - Only the currencies the drawer keeps a slot for (USD and
      *   EUR) are exchanged - notes in any other currency would
      *   land in the BRL slot and break the shift balancing. A sale
      *   is refused when the drawer does not hold the notes, a
      *   purchase when it does not hold the BRL
      * - The notes are carried at the mid rate (halfway between buy
      *   and sell); the margin is the difference between the BRL
      *   that changed hands and that mid value. Postings follow the
      *   voucher sign convention (DR adds to a chart row's booked
      *   balance, CR subtracts), to the branch the drawer is open
      *   at:
      *     BUY   DR 1700 FX notes position / CR 1000 cash control
      *           DR 1700 / CR 4800 FX income (the margin)
      *     SELL  DR 1000 / CR 1700
      *           DR 1700 / CR 4800 (the margin)
      * - The notes bought less sold, and their book value, are kept
      *   per currency on FX-POSITION-FILE, where FXREVAL.COB brings
      *   the book value to the current rate at period end
      * - A party with an account here is identified by it. A walk-in
      *   whose exchange reaches BRL-FXC-ID-THRESHOLD in BRL must
      *   give a name, document type and document number, which are
      *   kept on the exchange row. Whatever identifies the party is
      *   screened (see SCREENING.COB) and a hit refuses the
      *   exchange before any cash moves
      * - The teller needs an open drawer session: with no account
      *   leg, the drawer is the only record of the cash
      *
      * Operations:
      * - QUOTE-FX-COUNTER-DEAL: Prices an exchange for the teller to
      *   read to the customer, and says whether ID is needed
      * - BOOK-FX-COUNTER-DEAL: Screens, moves the drawer cash, books
      *   the GL and the position, saves and prints the exchange
      * - GET-FX-COUNTER-DEAL: Reads one exchange (receipt reprint)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXCOUNTER.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  WS-FXC-OPERATION.
           05  WS-FXC-OP-STATUS        PIC XX.
               88  FXC-OP-SUCCESS      VALUE '00'.
               88  FXC-OP-NOT-FOUND    VALUE '23'.
               88  FXC-OP-INVALID      VALUE '99'.
           05  WS-FXC-OP-MESSAGE       PIC X(80).

       01  WS-TIMESTAMP-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-CURR-YEAR        PIC 9(4).
               10  WS-CURR-MONTH       PIC 99.
               10  WS-CURR-DAY         PIC 99.
           05  WS-CURRENT-TIME.
               10  WS-CURR-HOUR        PIC 99.
               10  WS-CURR-MINUTE      PIC 99.
               10  WS-CURR-SECOND      PIC 99.
           05  WS-TIMESTAMP            PIC X(14).

      * Input parameters for operations - the caller keys the
      * exchange terms and the party directly in FX-COUNTER-RECORD
       01  WS-INPUT-DEAL-ID            PIC 9(10).
       01  WS-INPUT-OPERATOR-ID        PIC 9(6).

      * 1 = the exchange is for a walk-in at or above the ID
      * threshold, so name and document must be keyed
       01  WS-ID-REQUIRED              PIC 9.
           88  FXC-ID-IS-REQUIRED      VALUE 1.

      * BRL value at which a walk-in must be identified - compiled
      * default, overridden by BRL-FXC-ID-THRESHOLD when the
      * parameter file carries it
       01  WS-ID-THRESHOLD             PIC 9(13)V99 VALUE 10000.00.
       01  WS-PARAM-STATUS             PIC XX.

      * Chart rows the exchange books to
       01  WS-GL-CASH-CONTROL          PIC 9(4) VALUE 1000.
       01  WS-GL-NOTES-POSITION        PIC 9(4) VALUE 1700.
       01  WS-GL-FX-INCOME             PIC 9(4) VALUE 4800.
       01  WS-HOME-CURRENCY            PIC X(3) VALUE 'BRL'.

      * Rate lookup
       01  WS-FX-PAIR                  PIC X(6).
       01  WS-FX-STATUS                PIC XX.

      * Drawer checks - the slot holding the deal's currency and the
      * cash on hand in a slot (opening + in - out)
       01  WS-DRAWER-STATUS            PIC XX.
       01  WS-NOTES-SLOT               PIC 9.
       01  WS-SLOT-IDX                 PIC 9.
       01  WS-CASH-ON-HAND             PIC S9(13)V99.

      * Party screening
       01  WS-SCREEN-TAX-ID            PIC X(20).
       01  WS-SCREEN-HIT               PIC 9.
           88  SCREENED-PARTY-LISTED   VALUE 1.
       01  WS-SCREEN-STATUS            PIC XX.
       01  WS-ACCOUNT-STATUS           PIC XX.

      * The debit and credit row of the pair being booked, and the
      * one chart row movement being applied
       01  WS-FXC-WORK.
           05  WS-FXC-DEBIT-GLA        PIC 9(4).
           05  WS-FXC-CREDIT-GLA       PIC 9(4).
           05  WS-FXC-PAIR-AMOUNT      PIC S9(13)V99.
           05  WS-FXC-GLA-ID           PIC 9(4).
           05  WS-FXC-MOVEMENT         PIC S9(13)V99.
           05  WS-FXC-BOOK-ERROR       PIC 9.
               88  FXC-BOOKING-FAILED  VALUE 1.

       01  WS-POSITION-STATUS          PIC XX.
       01  WS-RECEIPT-NUMBER           PIC 9(10).
       01  WS-RECEIPT-STATUS           PIC XX.
       01  WS-RECEIPT-MESSAGE          PIC X(80).
       01  WS-GLA-STATUS               PIC XX.
       01  WS-BRANCH-STATUS            PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-AUDIT-ACTION             PIC X(20).

       PROCEDURE DIVISION.

      ******************************************************************
      * UTILITY PROCEDURES
      ******************************************************************

       GET-CURRENT-TIMESTAMP.
      *    Generate current timestamp in YYYYMMDDHHMMSS format
      *    Output: WS-TIMESTAMP
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.

           STRING WS-CURR-YEAR
                  WS-CURR-MONTH
                  WS-CURR-DAY
                  WS-CURR-HOUR
                  WS-CURR-MINUTE
                  WS-CURR-SECOND
                  DELIMITED BY SIZE
                  INTO WS-TIMESTAMP.

       GENERATE-FX-COUNTER-ID.
      *    Generate next exchange number from control file
      *    Output: FXC-DEAL-ID in FX-COUNTER-RECORD
           CALL 'FILES' USING 'READ-CONTROL' CONTROL-RECORD
               WS-FXC-OP-STATUS.

           IF NOT FXC-OP-SUCCESS
               DISPLAY 'FATAL: Cannot read control file for '
                   'FX counter number'
               STOP RUN
           END-IF.

           ADD 1 TO CTL-LAST-FX-COUNTER-ID.
           MOVE CTL-LAST-FX-COUNTER-ID TO FXC-DEAL-ID.

           CALL 'FILES' USING 'UPDATE-CONTROL' CONTROL-RECORD
               WS-FXC-OP-STATUS.

       LOAD-ID-THRESHOLD.
      *    Take the walk-in ID threshold from the parameter file; a
      *    file that predates it keeps the compiled value
           CALL 'FILES' USING 'READ-PARAMETER-FILE'
               BUSINESS-RULES-RECORD WS-PARAM-STATUS.

           IF WS-PARAM-STATUS = '00'
               IF BRL-FXC-ID-THRESHOLD NUMERIC
                       AND BRL-FXC-ID-THRESHOLD > 0
                   MOVE BRL-FXC-ID-THRESHOLD TO WS-ID-THRESHOLD
               END-IF
           END-IF.

      ******************************************************************
      * PRICING
      ******************************************************************

       QUOTE-FX-COUNTER-DEAL.
      *    Price an exchange without moving anything, for the teller
      *    to read the BRL amount to the customer
      *    Input: FX-COUNTER-RECORD (FXC-DIRECTION, FXC-CURRENCY,
      *           FXC-FOREIGN-AMOUNT, FXC-ACCOUNT-ID)
      *    Output: FX-COUNTER-RECORD (rate, mid rate, BRL amount,
      *            position value, margin), WS-ID-REQUIRED,
      *            WS-FXC-OP-STATUS
           PERFORM PRICE-FX-COUNTER-DEAL THRU PRICE-FX-COUNTER-DEAL-END.

           IF FXC-OP-SUCCESS
               MOVE 'Exchange priced' TO WS-FXC-OP-MESSAGE
           END-IF.

       PRICE-FX-COUNTER-DEAL.
      *    Validate the terms, read the pair's rates and work out the
      *    BRL amount, the mid value of the notes and the margin
           MOVE '99' TO WS-FXC-OP-STATUS.
           MOVE 0 TO WS-ID-REQUIRED.

           IF NOT FXC-BANK-BUYS AND NOT FXC-BANK-SELLS
               MOVE 'Direction must be BUY or SELL'
                   TO WS-FXC-OP-MESSAGE
               GO TO PRICE-FX-COUNTER-DEAL-END
           END-IF.

           IF FXC-CURRENCY NOT = 'USD' AND FXC-CURRENCY NOT = 'EUR'
               MOVE 'Counter exchange is for USD and EUR notes only'
                   TO WS-FXC-OP-MESSAGE
               GO TO PRICE-FX-COUNTER-DEAL-END
           END-IF.

           IF FXC-FOREIGN-AMOUNT NOT > 0
               MOVE 'Amount of notes must be positive'
                   TO WS-FXC-OP-MESSAGE
               GO TO PRICE-FX-COUNTER-DEAL-END
           END-IF.

           MOVE SPACES TO WS-FX-PAIR.
           STRING FXC-CURRENCY WS-HOME-CURRENCY
               DELIMITED BY SIZE INTO WS-FX-PAIR.

           CALL 'FX' USING 'GET-EXCHANGE-RATE' WS-FX-PAIR
               FX-RATE-RECORD WS-FX-STATUS.

           IF WS-FX-STATUS NOT = '00'
               MOVE 'No rate on file for that currency'
                   TO WS-FXC-OP-MESSAGE
               GO TO PRICE-FX-COUNTER-DEAL-END
           END-IF.

           IF FXR-BUY-RATE > FXR-SELL-RATE
               MOVE 'Buy rate above sell rate - refer to rates desk'
                   TO WS-FXC-OP-MESSAGE
               GO TO PRICE-FX-COUNTER-DEAL-END
           END-IF.

           IF FXC-BANK-BUYS
               MOVE FXR-BUY-RATE TO FXC-RATE
           ELSE
               MOVE FXR-SELL-RATE TO FXC-RATE
           END-IF.

           COMPUTE FXC-MID-RATE ROUNDED =
               (FXR-BUY-RATE + FXR-SELL-RATE) / 2.
           COMPUTE FXC-LOCAL-AMOUNT ROUNDED =
               FXC-FOREIGN-AMOUNT * FXC-RATE.
           COMPUTE FXC-POSITION-VALUE ROUNDED =
               FXC-FOREIGN-AMOUNT * FXC-MID-RATE.

           IF FXC-BANK-BUYS
               COMPUTE FXC-MARGIN =
                   FXC-POSITION-VALUE - FXC-LOCAL-AMOUNT
           ELSE
               COMPUTE FXC-MARGIN =
                   FXC-LOCAL-AMOUNT - FXC-POSITION-VALUE
           END-IF.

           PERFORM LOAD-ID-THRESHOLD.
           IF FXC-ACCOUNT-ID = 0
                   AND FXC-LOCAL-AMOUNT NOT < WS-ID-THRESHOLD
               MOVE 1 TO WS-ID-REQUIRED
           END-IF.

           MOVE '00' TO WS-FXC-OP-STATUS.

       PRICE-FX-COUNTER-DEAL-END.
           EXIT.

      ******************************************************************
      * BOOKING
      ******************************************************************

       BOOK-FX-COUNTER-DEAL.
      *    Price, check the drawer and the party, screen, then move
      *    the cash, book the GL and the position, and save and print
      *    the exchange
      *    Input: FX-COUNTER-RECORD (terms; FXC-ACCOUNT-ID or, for a
      *           walk-in, FXC-PARTY-NAME, FXC-ID-TYPE,
      *           FXC-ID-NUMBER), WS-INPUT-OPERATOR-ID
      *    Output: FX-COUNTER-RECORD, WS-FXC-OP-STATUS
           PERFORM PRICE-FX-COUNTER-DEAL THRU PRICE-FX-COUNTER-DEAL-END.

           IF NOT FXC-OP-SUCCESS
               GO TO BOOK-FX-COUNTER-DEAL-END
           END-IF.

           MOVE '99' TO WS-FXC-OP-STATUS.

           PERFORM CHECK-DRAWER-CASH THRU CHECK-DRAWER-CASH-END.
           IF WS-FXC-OP-MESSAGE NOT = SPACES
               GO TO BOOK-FX-COUNTER-DEAL-END
           END-IF.

           PERFORM IDENTIFY-PARTY THRU IDENTIFY-PARTY-END.
           IF WS-FXC-OP-MESSAGE NOT = SPACES
               GO TO BOOK-FX-COUNTER-DEAL-END
           END-IF.

           CALL 'SCREENING' USING 'SCREEN-PARTY'
               FXC-PARTY-NAME WS-SCREEN-TAX-ID WS-INPUT-OPERATOR-ID
               FXC-ACCOUNT-ID WATCHLIST-RECORD
               WS-SCREEN-HIT WS-SCREEN-STATUS.

           IF SCREENED-PARTY-LISTED
               MOVE 'Watchlist hit - refused, refer to compliance'
                   TO WS-FXC-OP-MESSAGE
               GO TO BOOK-FX-COUNTER-DEAL-END
           END-IF.

           PERFORM MOVE-DRAWER-CASH.
           PERFORM BOOK-EXCHANGE-TO-GL.
           PERFORM UPDATE-NOTES-POSITION.

           PERFORM GENERATE-FX-COUNTER-ID.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE' FXC-POSTING-DATE.
           MOVE DRW-BRANCH-CODE TO FXC-BRANCH-CODE.
           MOVE DRW-SESSION-ID TO FXC-DRAWER-SESSION-ID.
           MOVE WS-INPUT-OPERATOR-ID TO FXC-OPERATOR-ID.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO FXC-CREATED-TS.
           MOVE SPACES TO FXC-FILLER.

           CALL 'RECEIPTS' USING 'PRINT-FX-COUNTER-RECEIPT'
               FX-COUNTER-RECORD 'N' WS-INPUT-OPERATOR-ID
               WS-RECEIPT-NUMBER WS-RECEIPT-STATUS
               WS-RECEIPT-MESSAGE.
           MOVE WS-RECEIPT-NUMBER TO FXC-RECEIPT-NO.

           CALL 'FILES' USING 'OPEN-FX-COUNTER-FILE-IO'.
           CALL 'FILES' USING 'WRITE-FX-COUNTER'
               FX-COUNTER-RECORD WS-FXC-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-FX-COUNTER-FILE'.

           IF FXC-BANK-BUYS
               MOVE 'FX-COUNTER-BUY' TO WS-AUDIT-ACTION
           ELSE
               MOVE 'FX-COUNTER-SELL' TO WS-AUDIT-ACTION
           END-IF.
           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-INPUT-OPERATOR-ID WS-AUDIT-ACTION FXC-ACCOUNT-ID
               'Foreign notes exchanged at the teller counter'
               WS-AUDIT-STATUS.

           IF NOT FXC-OP-SUCCESS
               MOVE 'Exchange done but not saved - tell support'
                   TO WS-FXC-OP-MESSAGE
           ELSE
               IF FXC-BOOKING-FAILED
                   MOVE '23' TO WS-FXC-OP-STATUS
                   MOVE 'Exchange done - GL leg missing, tell finance'
                       TO WS-FXC-OP-MESSAGE
               ELSE
                   MOVE 'Exchange completed' TO WS-FXC-OP-MESSAGE
               END-IF
           END-IF.

       BOOK-FX-COUNTER-DEAL-END.
           EXIT.

       CHECK-DRAWER-CASH.
      *    The teller must have an open drawer holding what is about
      *    to be handed over - the notes for a sale, the BRL for a
      *    purchase
      *    Output: DRAWER-SESSION-RECORD, WS-NOTES-SLOT,
      *            WS-FXC-OP-MESSAGE (spaces when the drawer is fit)
           MOVE SPACES TO WS-FXC-OP-MESSAGE.

           CALL 'DRAWER' USING 'GET-OPEN-DRAWER-SESSION'
               WS-INPUT-OPERATOR-ID DRAWER-SESSION-RECORD
               WS-DRAWER-STATUS.

           IF WS-DRAWER-STATUS NOT = '00'
               MOVE 'Open a drawer session before exchanging notes'
                   TO WS-FXC-OP-MESSAGE
               GO TO CHECK-DRAWER-CASH-END
           END-IF.

           MOVE 0 TO WS-NOTES-SLOT.
           PERFORM FIND-NOTES-SLOT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 3.

           IF WS-NOTES-SLOT = 0
               MOVE 'Drawer keeps no slot for that currency'
                   TO WS-FXC-OP-MESSAGE
               GO TO CHECK-DRAWER-CASH-END
           END-IF.

           IF FXC-BANK-SELLS
               COMPUTE WS-CASH-ON-HAND =
                   DRW-CCY-OPENING(WS-NOTES-SLOT)
                   + DRW-CCY-CASH-IN(WS-NOTES-SLOT)
                   - DRW-CCY-CASH-OUT(WS-NOTES-SLOT)
               IF WS-CASH-ON-HAND < FXC-FOREIGN-AMOUNT
                   MOVE 'Drawer does not hold that many notes'
                       TO WS-FXC-OP-MESSAGE
               END-IF
           ELSE
               COMPUTE WS-CASH-ON-HAND =
                   DRW-CCY-OPENING(1) + DRW-CCY-CASH-IN(1)
                   - DRW-CCY-CASH-OUT(1)
               IF WS-CASH-ON-HAND < FXC-LOCAL-AMOUNT
                   MOVE 'Drawer does not hold enough BRL to pay out'
                       TO WS-FXC-OP-MESSAGE
               END-IF
           END-IF.

       CHECK-DRAWER-CASH-END.
           EXIT.

       FIND-NOTES-SLOT.
      *    Note the drawer slot that carries the exchange currency
           IF DRW-CCY-CODE(WS-SLOT-IDX) = FXC-CURRENCY
               MOVE WS-SLOT-IDX TO WS-NOTES-SLOT
           END-IF.

       IDENTIFY-PARTY.
      *    Take the party from the account when one is given; a
      *    walk-in at or above the threshold must have been
      *    identified by the teller
      *    Output: FXC-PARTY-NAME, WS-SCREEN-TAX-ID,
      *            WS-FXC-OP-MESSAGE (spaces when identified enough)
           MOVE SPACES TO WS-FXC-OP-MESSAGE.

           IF FXC-ACCOUNT-ID NOT = 0
               MOVE FXC-ACCOUNT-ID TO ACC-ID
               CALL 'FILES' USING 'OPEN-ACCOUNT-FILE-IO'
               CALL 'FILES' USING 'READ-ACCOUNT' ACCOUNT-RECORD
                   WS-ACCOUNT-STATUS
               CALL 'FILES' USING 'CLOSE-ACCOUNT-FILE'
               IF WS-ACCOUNT-STATUS NOT = '00' OR ACC-CLOSED
                   MOVE 'Account not found or closed'
                       TO WS-FXC-OP-MESSAGE
                   GO TO IDENTIFY-PARTY-END
               END-IF
               MOVE ACC-HOLDER-NAME TO FXC-PARTY-NAME
               MOVE ACC-TAX-ID TO WS-SCREEN-TAX-ID
               MOVE SPACES TO FXC-ID-TYPE
               MOVE SPACES TO FXC-ID-NUMBER
               GO TO IDENTIFY-PARTY-END
           END-IF.

           IF FXC-ID-IS-REQUIRED
               IF FXC-PARTY-NAME = SPACES OR FXC-ID-TYPE = SPACES
                       OR FXC-ID-NUMBER = SPACES
                   MOVE 'Name and ID document required at this amount'
                       TO WS-FXC-OP-MESSAGE
                   GO TO IDENTIFY-PARTY-END
               END-IF
           END-IF.

           MOVE FXC-ID-NUMBER TO WS-SCREEN-TAX-ID.

       IDENTIFY-PARTY-END.
           EXIT.

       MOVE-DRAWER-CASH.
      *    Record the notes and the BRL crossing the counter in their
      *    drawer slots, one movement each way
           IF FXC-BANK-BUYS
               CALL 'DRAWER' USING 'RECORD-DRAWER-MOVEMENT'
                   WS-INPUT-OPERATOR-ID 'IN' FXC-FOREIGN-AMOUNT
                   FXC-CURRENCY DRAWER-SESSION-RECORD
                   WS-DRAWER-STATUS
               CALL 'DRAWER' USING 'RECORD-DRAWER-MOVEMENT'
                   WS-INPUT-OPERATOR-ID 'OUT' FXC-LOCAL-AMOUNT
                   WS-HOME-CURRENCY DRAWER-SESSION-RECORD
                   WS-DRAWER-STATUS
           ELSE
               CALL 'DRAWER' USING 'RECORD-DRAWER-MOVEMENT'
                   WS-INPUT-OPERATOR-ID 'OUT' FXC-FOREIGN-AMOUNT
                   FXC-CURRENCY DRAWER-SESSION-RECORD
                   WS-DRAWER-STATUS
               CALL 'DRAWER' USING 'RECORD-DRAWER-MOVEMENT'
                   WS-INPUT-OPERATOR-ID 'IN' FXC-LOCAL-AMOUNT
                   WS-HOME-CURRENCY DRAWER-SESSION-RECORD
                   WS-DRAWER-STATUS
           END-IF.

       BOOK-EXCHANGE-TO-GL.
      *    Book the BRL against the notes position, and the margin
      *    from the notes position to FX income
           MOVE 0 TO WS-FXC-BOOK-ERROR.

           IF FXC-BANK-BUYS
               MOVE WS-GL-NOTES-POSITION TO WS-FXC-DEBIT-GLA
               MOVE WS-GL-CASH-CONTROL TO WS-FXC-CREDIT-GLA
           ELSE
               MOVE WS-GL-CASH-CONTROL TO WS-FXC-DEBIT-GLA
               MOVE WS-GL-NOTES-POSITION TO WS-FXC-CREDIT-GLA
           END-IF.
           MOVE FXC-LOCAL-AMOUNT TO WS-FXC-PAIR-AMOUNT.
           PERFORM BOOK-EXCHANGE-PAIR.

           MOVE WS-GL-NOTES-POSITION TO WS-FXC-DEBIT-GLA.
           MOVE WS-GL-FX-INCOME TO WS-FXC-CREDIT-GLA.
           MOVE FXC-MARGIN TO WS-FXC-PAIR-AMOUNT.
           PERFORM BOOK-EXCHANGE-PAIR.

       BOOK-EXCHANGE-PAIR.
      *    DR the debit row and CR the credit row by the amount: DR
      *    adds to the booked balance, CR subtracts. A negative
      *    margin books the pair the other way round.
      *    Input: WS-FXC-DEBIT-GLA, WS-FXC-CREDIT-GLA,
      *           WS-FXC-PAIR-AMOUNT
           IF WS-FXC-PAIR-AMOUNT NOT = 0
               MOVE WS-FXC-DEBIT-GLA TO WS-FXC-GLA-ID
               MOVE WS-FXC-PAIR-AMOUNT TO WS-FXC-MOVEMENT
               PERFORM MOVE-ONE-CHART-ROW
               MOVE WS-FXC-CREDIT-GLA TO WS-FXC-GLA-ID
               COMPUTE WS-FXC-MOVEMENT = 0 - WS-FXC-PAIR-AMOUNT
               PERFORM MOVE-ONE-CHART-ROW
           END-IF.

       MOVE-ONE-CHART-ROW.
      *    Add the movement to one chart row's booked balance and to
      *    the drawer branch's share of it
      *    Input: WS-FXC-GLA-ID, WS-FXC-MOVEMENT
           MOVE WS-FXC-GLA-ID TO GLA-ID.

           CALL 'FILES' USING 'OPEN-GL-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'READ-GL-ACCOUNT' GL-ACCOUNT-RECORD
               WS-GLA-STATUS.

           IF WS-GLA-STATUS = '00'
               ADD WS-FXC-MOVEMENT TO GLA-BALANCE
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO GLA-UPDATED-TS
               CALL 'FILES' USING 'UPDATE-GL-ACCOUNT'
                   GL-ACCOUNT-RECORD WS-GLA-STATUS
           END-IF.

           CALL 'FILES' USING 'CLOSE-GL-ACCOUNT-FILE'.

           IF WS-GLA-STATUS = '00'
               CALL 'GLBRANCH' USING 'POST-BRANCH-GL-MOVEMENT'
                   DRW-BRANCH-CODE WS-FXC-GLA-ID
                   WS-FXC-MOVEMENT WS-BRANCH-STATUS
           ELSE
               MOVE 1 TO WS-FXC-BOOK-ERROR
               DISPLAY 'WARNING: GLA ' WS-FXC-GLA-ID
                   ' missing - FX counter leg not booked'
           END-IF.

       UPDATE-NOTES-POSITION.
      *    Add the notes bought (or take off the notes sold) and
      *    their mid value to the currency's position row, creating
      *    the row unrevalued when the currency is new to it
           MOVE FXC-CURRENCY TO FXP-CURRENCY.

           CALL 'FILES' USING 'OPEN-FX-POSITION-FILE-IO'.
           CALL 'FILES' USING 'READ-FX-POSITION' FX-POSITION-RECORD
               WS-POSITION-STATUS.

           IF WS-POSITION-STATUS NOT = '00'
               INITIALIZE FX-POSITION-RECORD
               MOVE FXC-CURRENCY TO FXP-CURRENCY
               MOVE 0 TO FXP-LAST-REVAL-RATE
               MOVE 0 TO FXP-LAST-REVAL-DATE
               MOVE 0 TO FXP-NOTES-POSITION
               MOVE 0 TO FXP-NOTES-BOOK-VALUE
           END-IF.

           IF FXC-BANK-BUYS
               ADD FXC-FOREIGN-AMOUNT TO FXP-NOTES-POSITION
               ADD FXC-POSITION-VALUE TO FXP-NOTES-BOOK-VALUE
           ELSE
               SUBTRACT FXC-FOREIGN-AMOUNT FROM FXP-NOTES-POSITION
               SUBTRACT FXC-POSITION-VALUE FROM FXP-NOTES-BOOK-VALUE
           END-IF.

           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO FXP-UPDATED-TS.

           IF WS-POSITION-STATUS = '00'
               CALL 'FILES' USING 'UPDATE-FX-POSITION'
                   FX-POSITION-RECORD WS-POSITION-STATUS
           ELSE
               CALL 'FILES' USING 'WRITE-FX-POSITION'
                   FX-POSITION-RECORD WS-POSITION-STATUS
           END-IF.

           CALL 'FILES' USING 'CLOSE-FX-POSITION-FILE'.

      ******************************************************************
      * ENQUIRY
      ******************************************************************

       GET-FX-COUNTER-DEAL.
      *    Read one FX counter exchange by number
      *    Input: WS-INPUT-DEAL-ID
      *    Output: FX-COUNTER-RECORD, WS-FXC-OP-STATUS
           MOVE WS-INPUT-DEAL-ID TO FXC-DEAL-ID.

           CALL 'FILES' USING 'OPEN-FX-COUNTER-FILE-IO'.
           CALL 'FILES' USING 'READ-FX-COUNTER' FX-COUNTER-RECORD
               WS-FXC-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-FX-COUNTER-FILE'.

           IF FXC-OP-SUCCESS
               MOVE 'Exchange retrieved' TO WS-FXC-OP-MESSAGE
           ELSE
               MOVE 'Exchange not found' TO WS-FXC-OP-MESSAGE
           END-IF.

       END PROGRAM FXCOUNTER.
