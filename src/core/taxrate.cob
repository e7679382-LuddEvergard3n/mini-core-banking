      ******************************************************************
      * TAXRATE.COB - Financial Transaction Tax Rate Module
      *
      * Maintains the rate table behind the financial transaction
      * tax levied on loan bookings and cross-currency conversions,
      * and prices the tax on an amount. One row per taxed operation
      * and the date its rate took effect, so a rate change is keyed
      * ahead of the date the authority publishes and the history
      * stays on file for the remittance filing.
      *
      * Design decisions:
      * - Effective-dated rows, the same as the lending reference
      *   rates in REFRATE.COB: SET-TAX-RATE upserts by operation and
      *   effective date, and the rate in force on a date is the
      *   latest row effective on or before it
      * - The tax is a fixed percent of the amount plus a daily
      *   percent for each day of the term, the days counted only up
      *   to the rate's cap - a loan of any longer term pays the
      *   capped tax
      * - A conversion has no term, so an FX rate is a fixed percent
      *   only and a daily percent is refused for it
      * - A rate is recorded only on an approved reference data
      *   change: REFCHG.COB calls SET-TAX-RATE with the approving
      *   operator
      * - No rate on file for an operation means no tax: the tax is
      *   priced at zero and the caller posts nothing
      * - Pure table maintenance and pricing; the debit to the
      *   customer (code FTT, booked to GLA 2350 through the posting
      *   rules) is posted by the caller - LOANS.COB at CREATE-LOAN,
      *   TRANSACTIONS.COB after a converted transfer completes
      *
      * Operations:
      * - SET-TAX-RATE: Records one operation's rate from a date
      * - GET-TAX-RATE: Retrieves the rate in force on a date
      * - COMPUTE-TRANSACTION-TAX: Prices the tax on an amount and
      *   term at the rate in force on the posting date
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXRATE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  WS-TXR-OPERATION.
           05  WS-TXR-OP-STATUS        PIC XX.
               88  TXR-OP-SUCCESS      VALUE '00'.
               88  TXR-OP-NOT-FOUND    VALUE '23'.
               88  TXR-OP-INVALID      VALUE '99'.
           05  WS-TXR-OP-MESSAGE       PIC X(80).

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

      * Input parameters for operations
       01  WS-INPUT-TAX-OPERATION      PIC X(6).
           88  INPUT-TAX-LOAN          VALUE 'LOAN'.
           88  INPUT-TAX-FX            VALUE 'FX'.
       01  WS-INPUT-EFFECTIVE-DATE     PIC 9(8).
       01  WS-INPUT-FIXED-PCT          PIC 9(2)V9(4).
       01  WS-INPUT-DAILY-PCT          PIC 9(2)V9(6).
       01  WS-INPUT-CAP-DAYS           PIC 9(4).
       01  WS-INPUT-OPERATOR-ID        PIC 9(6).
       01  WS-INPUT-AMOUNT             PIC S9(13)V99.
       01  WS-INPUT-TERM-DAYS          PIC 9(5).

      * Pricing result (see COMPUTE-TRANSACTION-TAX)
       01  WS-TAX-AMOUNT               PIC S9(13)V99.

       01  WS-FILE-STATUS              PIC XX.
       01  WS-TAXED-DAYS               PIC 9(5).
       01  WS-TAX-PCT                  PIC 9(5)V9(6).

      * Lookup working data (see GET-TAX-RATE)
       01  WS-SCAN-STATUS              PIC XX.
       01  WS-FOUND-RATE-RECORD        PIC X(72).
       01  WS-FOUND-SWITCH             PIC 9 VALUE 0.
           88  RATE-WAS-FOUND          VALUE 1.

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

      ******************************************************************
      * TAX RATE OPERATIONS
      ******************************************************************

       SET-TAX-RATE.
      *    Record one operation's rate effective from a date
      *    Input: WS-INPUT-TAX-OPERATION, WS-INPUT-EFFECTIVE-DATE,
      *           WS-INPUT-FIXED-PCT, WS-INPUT-DAILY-PCT,
      *           WS-INPUT-CAP-DAYS, WS-INPUT-OPERATOR-ID
      *    Output: TAX-RATE-RECORD, WS-TXR-OP-STATUS,
      *            WS-TXR-OP-MESSAGE

           IF NOT INPUT-TAX-LOAN AND NOT INPUT-TAX-FX
               MOVE '99' TO WS-TXR-OP-STATUS
               MOVE 'The taxed operation must be LOAN or FX'
                   TO WS-TXR-OP-MESSAGE
               GO TO SET-TAX-RATE-END
           END-IF.

           IF WS-INPUT-EFFECTIVE-DATE = 0
               MOVE '99' TO WS-TXR-OP-STATUS
               MOVE 'An effective date is required'
                   TO WS-TXR-OP-MESSAGE
               GO TO SET-TAX-RATE-END
           END-IF.

           IF INPUT-TAX-FX AND WS-INPUT-DAILY-PCT > 0
               MOVE '99' TO WS-TXR-OP-STATUS
               MOVE 'A conversion has no term - FX takes no daily rate'
                   TO WS-TXR-OP-MESSAGE
               GO TO SET-TAX-RATE-END
           END-IF.

           IF WS-INPUT-DAILY-PCT > 0 AND WS-INPUT-CAP-DAYS = 0
               MOVE '99' TO WS-TXR-OP-STATUS
               MOVE 'A daily rate needs a cap in days'
                   TO WS-TXR-OP-MESSAGE
               GO TO SET-TAX-RATE-END
           END-IF.

           MOVE WS-INPUT-TAX-OPERATION TO TXR-OPERATION.
           MOVE WS-INPUT-EFFECTIVE-DATE TO TXR-EFFECTIVE-DATE.

           CALL 'FILES' USING 'OPEN-TAX-RATE-FILE-IO'.
           CALL 'FILES' USING 'READ-TAX-RATE'
               TAX-RATE-RECORD WS-FILE-STATUS.

           INITIALIZE TAX-RATE-RECORD.
           MOVE WS-INPUT-TAX-OPERATION TO TXR-OPERATION.
           MOVE WS-INPUT-EFFECTIVE-DATE TO TXR-EFFECTIVE-DATE.
           MOVE WS-INPUT-FIXED-PCT TO TXR-FIXED-PCT.
           MOVE WS-INPUT-DAILY-PCT TO TXR-DAILY-PCT.
           MOVE WS-INPUT-CAP-DAYS TO TXR-CAP-DAYS.
           MOVE WS-INPUT-OPERATOR-ID TO TXR-ENTERED-BY.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO TXR-ENTERED-TS.

           IF WS-FILE-STATUS = '00'
               CALL 'FILES' USING 'UPDATE-TAX-RATE'
                   TAX-RATE-RECORD WS-TXR-OP-STATUS
           ELSE
               CALL 'FILES' USING 'WRITE-TAX-RATE'
                   TAX-RATE-RECORD WS-TXR-OP-STATUS
           END-IF.

           CALL 'FILES' USING 'CLOSE-TAX-RATE-FILE'.

           IF TXR-OP-SUCCESS
               MOVE 'Tax rate recorded' TO WS-TXR-OP-MESSAGE
           ELSE
               MOVE 'Failed to record tax rate' TO WS-TXR-OP-MESSAGE
           END-IF.

       SET-TAX-RATE-END.
           EXIT.

       GET-TAX-RATE.
      *    Retrieve the rate of an operation in force on a date: the
      *    latest row effective on or before it
      *    Input: WS-INPUT-TAX-OPERATION, WS-INPUT-EFFECTIVE-DATE
      *    Output: TAX-RATE-RECORD, WS-TXR-OP-STATUS
           MOVE 0 TO WS-FOUND-SWITCH.
           MOVE WS-INPUT-TAX-OPERATION TO TXR-OPERATION.

           CALL 'FILES' USING 'OPEN-TAX-RATE-FILE-IO'.
           CALL 'FILES' USING 'START-TAX-RATE-BY-OPERATION'
               TAX-RATE-RECORD WS-SCAN-STATUS.

           PERFORM SCAN-NEXT-OPERATION-RATE
               UNTIL WS-SCAN-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-TAX-RATE-FILE'.

           IF RATE-WAS-FOUND
               MOVE WS-FOUND-RATE-RECORD TO TAX-RATE-RECORD
               MOVE '00' TO WS-TXR-OP-STATUS
               MOVE 'Tax rate found' TO WS-TXR-OP-MESSAGE
           ELSE
               INITIALIZE TAX-RATE-RECORD
               MOVE '23' TO WS-TXR-OP-STATUS
               MOVE 'No tax rate on file for that operation and date'
                   TO WS-TXR-OP-MESSAGE
           END-IF.

       SCAN-NEXT-OPERATION-RATE.
      *    Read the operation's rates oldest first, keeping the last
      *    one effective on or before the date asked for
           CALL 'FILES' USING 'READ-NEXT-TAX-RATE'
               TAX-RATE-RECORD WS-SCAN-STATUS.

           IF WS-SCAN-STATUS = '00'
               IF TXR-OPERATION NOT = WS-INPUT-TAX-OPERATION
                       OR TXR-EFFECTIVE-DATE > WS-INPUT-EFFECTIVE-DATE
                   MOVE '10' TO WS-SCAN-STATUS
               ELSE
                   MOVE TAX-RATE-RECORD TO WS-FOUND-RATE-RECORD
                   MOVE 1 TO WS-FOUND-SWITCH
               END-IF
           END-IF.

      ******************************************************************
      * TAX PRICING
      ******************************************************************

       COMPUTE-TRANSACTION-TAX.
      *    Price the tax on an amount at the operation's rate in
      *    force on the posting date: the fixed percent plus the
      *    daily percent for each day of the term up to the cap
      *    Input: WS-INPUT-TAX-OPERATION, WS-INPUT-AMOUNT,
      *           WS-INPUT-TERM-DAYS (zero for a conversion)
      *    Output: WS-TAX-AMOUNT (zero when no rate is on file),
      *            TAX-RATE-RECORD, WS-TXR-OP-STATUS
           MOVE 0 TO WS-TAX-AMOUNT.

           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-INPUT-EFFECTIVE-DATE.
           PERFORM GET-TAX-RATE.

           IF NOT TXR-OP-SUCCESS OR WS-INPUT-AMOUNT NOT > 0
               GO TO COMPUTE-TRANSACTION-TAX-END
           END-IF.

           MOVE WS-INPUT-TERM-DAYS TO WS-TAXED-DAYS.
           IF WS-TAXED-DAYS > TXR-CAP-DAYS
               MOVE TXR-CAP-DAYS TO WS-TAXED-DAYS
           END-IF.

           COMPUTE WS-TAX-PCT =
               TXR-FIXED-PCT + TXR-DAILY-PCT * WS-TAXED-DAYS.

           COMPUTE WS-TAX-AMOUNT ROUNDED =
               WS-INPUT-AMOUNT * WS-TAX-PCT / 100.

           MOVE 'Tax priced' TO WS-TXR-OP-MESSAGE.

       COMPUTE-TRANSACTION-TAX-END.
           EXIT.

       END PROGRAM TAXRATE.
