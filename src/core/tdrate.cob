      ******************************************************************
      * TDRATE.COB - Term Deposit Rate Card Module
      *
      * Maintains the term deposit rate card and prices a deal from
      * it, so two customers placing the same amount for the same
      * term on the same day are quoted the same rate whoever serves
      * them. A rate keyed at the counter above the card is only
      * allowed as a supervisor-approved exception, and every such
      * deal is recorded here for the monthly rate exceptions report
      * (TDRATEX.COB).
      *
      * Design decisions:
      * - One row per currency, term in months, amount band floor
      *   and effective date, the same effective-dated shape as the
      *   reference rate and interest rate schedule files; a rate
      *   change is keyed ahead of time and the card a deal was
      *   priced from stays on file
      * - Terms and amounts are both banded from below: a deal is
      *   priced from the longest card term not beyond its own and,
      *   within it, the highest band floor its principal reaches -
      *   a 9-month deal on a card quoting 6 and 12 months gets the
      *   6-month rate
      * - A campaign row runs from its effective date through its
      *   end date and, while it runs, beats the standard row of its
      *   own term and band; two overlapping campaigns on one band
      *   give the later start. A campaign never lifts a band it was
      *   not keyed for
      * - No row for the currency, term and amount means no card
      *   rate (status '23'); the counter may then only open the deal
      *   at a supervisor-approved rate
      * - SET-TD-RATE-CARD-ROW upserts by the full key, so a row
      *   keyed again for the same date replaces the first
      * - A card row is recorded only on an approved reference data
      *   change: REFCHG.COB calls SET-TD-RATE-CARD-ROW with the
      *   approving operator
      *
      * Operations:
      * - SET-TD-RATE-CARD-ROW: Records one standard or campaign row
      * - GET-TD-CARD-RATE: Retrieves the card row and rate in force
      *   for a currency, principal and term on a date
      * - RECORD-TD-RATE-EXCEPTION: Records a deal opened above the
      *   card with the supervisor who approved it
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDRATE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  WS-TDR-OPERATION.
           05  WS-TDR-OP-STATUS        PIC XX.
               88  TDR-OP-SUCCESS      VALUE '00'.
               88  TDR-OP-NOT-FOUND    VALUE '23'.
               88  TDR-OP-INVALID      VALUE '99'.
           05  WS-TDR-OP-MESSAGE       PIC X(80).

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
       01  WS-INPUT-CURRENCY           PIC X(3).
       01  WS-INPUT-PRINCIPAL          PIC S9(13)V99.
       01  WS-INPUT-TERM-MONTHS        PIC 9(3).
       01  WS-INPUT-DATE               PIC 9(8).
       01  WS-INPUT-OPERATOR-ID        PIC 9(6).

      * Output of the lookup
       01  WS-CARD-RATE                PIC 9(2)V9(4).

       01  WS-FILE-STATUS              PIC XX.
       01  WS-SCAN-STATUS              PIC XX.

      * Currency check (see VALIDATE-CURRENCY-CODE in VALIDATION.COB)
       01  WS-VALIDATION-RESULT        PIC 9.
       01  WS-VALIDATION-MESSAGE       PIC X(80).

      * Lookup working data (see FIND-CARD-ROW-IN-FORCE). A row's
      * precedence is its term, then its band floor, then campaign
      * over standard; as a display-numeric group the precedence
      * compares directly, and a later row of equal precedence in
      * key order is the later effective date
       01  WS-CAND-PRECEDENCE.
           05  WS-CAND-TERM            PIC 9(3).
           05  WS-CAND-FLOOR           PIC 9(13)V99.
           05  WS-CAND-RANK            PIC 9.
       01  WS-BEST-PRECEDENCE.
           05  WS-BEST-TERM            PIC 9(3).
           05  WS-BEST-FLOOR           PIC 9(13)V99.
           05  WS-BEST-RANK            PIC 9.
       01  WS-BEST-ROW                 PIC X(104).
       01  WS-FOUND-SWITCH             PIC 9 VALUE 0.
           88  CARD-ROW-WAS-FOUND      VALUE 1.
       01  WS-ROW-SWITCH               PIC 9 VALUE 0.
           88  ROW-IS-IN-FORCE         VALUE 1.
       01  WS-SAVED-ROW                PIC X(104).

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
      * RATE CARD MAINTENANCE
      ******************************************************************

       SET-TD-RATE-CARD-ROW.
      *    Record one standard or campaign row of the rate card
      *    Input: TD-RATE-CARD-RECORD (currency, term, band floor,
      *           effective date, row kind, end date for a
      *           campaign, rate, campaign name),
      *           WS-INPUT-OPERATOR-ID
      *    Output: TD-RATE-CARD-RECORD, WS-TDR-OP-STATUS
           MOVE '99' TO WS-TDR-OP-STATUS.

           CALL 'VALIDATION' USING 'VALIDATE-CURRENCY-CODE'
               TDR-CURRENCY WS-VALIDATION-RESULT
               WS-VALIDATION-MESSAGE.

           IF WS-VALIDATION-RESULT = 0
               MOVE WS-VALIDATION-MESSAGE TO WS-TDR-OP-MESSAGE
               GO TO SET-TD-RATE-CARD-ROW-END
           END-IF.

           IF TDR-TERM-MONTHS = 0
               MOVE 'Term must be at least one month'
                   TO WS-TDR-OP-MESSAGE
               GO TO SET-TD-RATE-CARD-ROW-END
           END-IF.

           IF TDR-EFFECTIVE-DATE = 0
               MOVE 'An effective date is required'
                   TO WS-TDR-OP-MESSAGE
               GO TO SET-TD-RATE-CARD-ROW-END
           END-IF.

           IF TDR-RATE = 0
               MOVE 'A card rate is required' TO WS-TDR-OP-MESSAGE
               GO TO SET-TD-RATE-CARD-ROW-END
           END-IF.

           IF NOT TDR-STANDARD AND NOT TDR-CAMPAIGN
               MOVE 'Row kind must be S (standard) or C (campaign)'
                   TO WS-TDR-OP-MESSAGE
               GO TO SET-TD-RATE-CARD-ROW-END
           END-IF.

           IF TDR-CAMPAIGN
               IF TDR-END-DATE < TDR-EFFECTIVE-DATE
                   MOVE 'A campaign must end on or after its start'
                       TO WS-TDR-OP-MESSAGE
                   GO TO SET-TD-RATE-CARD-ROW-END
               END-IF
           ELSE
               MOVE 0 TO TDR-END-DATE
               MOVE SPACES TO TDR-CAMPAIGN-NAME
           END-IF.

           MOVE WS-INPUT-OPERATOR-ID TO TDR-ENTERED-BY.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO TDR-ENTERED-TS.
           MOVE SPACES TO TDR-FILLER.
           MOVE TD-RATE-CARD-RECORD TO WS-SAVED-ROW.

           CALL 'FILES' USING 'OPEN-TD-RATE-CARD-FILE-IO'.
           CALL 'FILES' USING 'READ-TD-RATE-CARD'
               TD-RATE-CARD-RECORD WS-FILE-STATUS.

           MOVE WS-SAVED-ROW TO TD-RATE-CARD-RECORD.
           IF WS-FILE-STATUS = '00'
               CALL 'FILES' USING 'UPDATE-TD-RATE-CARD'
                   TD-RATE-CARD-RECORD WS-TDR-OP-STATUS
           ELSE
               CALL 'FILES' USING 'WRITE-TD-RATE-CARD'
                   TD-RATE-CARD-RECORD WS-TDR-OP-STATUS
           END-IF.

           CALL 'FILES' USING 'CLOSE-TD-RATE-CARD-FILE'.

           IF TDR-OP-SUCCESS
               MOVE 'Rate card row recorded' TO WS-TDR-OP-MESSAGE
           ELSE
               MOVE 'Failed to record rate card row'
                   TO WS-TDR-OP-MESSAGE
           END-IF.

       SET-TD-RATE-CARD-ROW-END.
           EXIT.

      ******************************************************************
      * RATE LOOKUP
      ******************************************************************

       GET-TD-CARD-RATE.
      *    Retrieve the card row and annual rate in force for a deal
      *    Input: WS-INPUT-CURRENCY, WS-INPUT-PRINCIPAL,
      *           WS-INPUT-TERM-MONTHS, WS-INPUT-DATE
      *    Output: TD-RATE-CARD-RECORD, WS-CARD-RATE,
      *            WS-TDR-OP-STATUS ('00' found, '23' no card rate)
           MOVE 0 TO WS-CARD-RATE.
           PERFORM FIND-CARD-ROW-IN-FORCE.

           IF CARD-ROW-WAS-FOUND
               MOVE WS-BEST-ROW TO TD-RATE-CARD-RECORD
               MOVE TDR-RATE TO WS-CARD-RATE
               MOVE '00' TO WS-TDR-OP-STATUS
               MOVE 'Card rate found' TO WS-TDR-OP-MESSAGE
           ELSE
               INITIALIZE TD-RATE-CARD-RECORD
               MOVE '23' TO WS-TDR-OP-STATUS
               MOVE 'No card rate for this currency, amount and term'
                   TO WS-TDR-OP-MESSAGE
           END-IF.

       FIND-CARD-ROW-IN-FORCE.
      *    Scan the currency's rows for the one with the highest
      *    precedence in force on the date
      *    Input: WS-INPUT-CURRENCY, WS-INPUT-PRINCIPAL,
      *           WS-INPUT-TERM-MONTHS, WS-INPUT-DATE
      *    Output: WS-FOUND-SWITCH, WS-BEST-ROW
           MOVE 0 TO WS-FOUND-SWITCH.
           MOVE LOW-VALUES TO WS-BEST-PRECEDENCE.
           MOVE WS-INPUT-CURRENCY TO TDR-CURRENCY.

           CALL 'FILES' USING 'OPEN-TD-RATE-CARD-FILE-IO'.
           CALL 'FILES' USING 'START-TD-RATE-CARD-BY-CURRENCY'
               TD-RATE-CARD-RECORD WS-SCAN-STATUS.

           PERFORM CHECK-NEXT-CARD-ROW
               UNTIL WS-SCAN-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-TD-RATE-CARD-FILE'.

       CHECK-NEXT-CARD-ROW.
      *    Read one row; keep it if it applies to the deal and ranks
      *    at least as high as the best so far. Stop at the next
      *    currency's rows
           CALL 'FILES' USING 'READ-NEXT-TD-RATE-CARD'
               TD-RATE-CARD-RECORD WS-SCAN-STATUS.

           IF WS-SCAN-STATUS = '00'
               IF TDR-CURRENCY NOT = WS-INPUT-CURRENCY
                   MOVE '10' TO WS-SCAN-STATUS
               ELSE
                   PERFORM CHECK-CARD-ROW-APPLIES
                   IF ROW-IS-IN-FORCE
                       PERFORM RANK-CARD-ROW
                   END-IF
               END-IF
           END-IF.

       CHECK-CARD-ROW-APPLIES.
      *    A row applies when its term and band floor are within the
      *    deal's and it is in force on the date
      *    Output: WS-ROW-SWITCH
           MOVE 0 TO WS-ROW-SWITCH.

           IF TDR-TERM-MONTHS NOT > WS-INPUT-TERM-MONTHS AND
                   TDR-BAND-FLOOR NOT > WS-INPUT-PRINCIPAL AND
                   TDR-EFFECTIVE-DATE NOT > WS-INPUT-DATE
               IF TDR-STANDARD
                   MOVE 1 TO WS-ROW-SWITCH
               END-IF
               IF TDR-CAMPAIGN AND
                       TDR-END-DATE NOT < WS-INPUT-DATE
                   MOVE 1 TO WS-ROW-SWITCH
               END-IF
           END-IF.

       RANK-CARD-ROW.
      *    Replace the best row when this one ranks at least as high
           MOVE TDR-TERM-MONTHS TO WS-CAND-TERM.
           MOVE TDR-BAND-FLOOR TO WS-CAND-FLOOR.
           IF TDR-CAMPAIGN
               MOVE 2 TO WS-CAND-RANK
           ELSE
               MOVE 1 TO WS-CAND-RANK
           END-IF.

           IF NOT CARD-ROW-WAS-FOUND OR
                   WS-CAND-PRECEDENCE NOT < WS-BEST-PRECEDENCE
               MOVE WS-CAND-PRECEDENCE TO WS-BEST-PRECEDENCE
               MOVE TD-RATE-CARD-RECORD TO WS-BEST-ROW
               MOVE 1 TO WS-FOUND-SWITCH
           END-IF.

      ******************************************************************
      * RATE EXCEPTIONS
      ******************************************************************

       RECORD-TD-RATE-EXCEPTION.
      *    Record a deal opened at a rate above the card
      *    Input: TD-RATE-EXCEPTION-RECORD (open date, account,
      *           settlement account, currency, principal, term,
      *           card rate, granted rate),
      *           WS-INPUT-OPERATOR-ID (the approving supervisor)
      *    Output: WS-TDR-OP-STATUS
           MOVE WS-INPUT-OPERATOR-ID TO TDX-APPROVED-BY.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO TDX-ENTERED-TS.
           MOVE SPACES TO TDX-FILLER.

           CALL 'FILES' USING 'OPEN-TD-RATE-EXCEPTION-FILE-IO'.
           CALL 'FILES' USING 'WRITE-TD-RATE-EXCEPTION'
               TD-RATE-EXCEPTION-RECORD WS-TDR-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-TD-RATE-EXCEPTION-FILE'.

           IF TDR-OP-SUCCESS
               MOVE 'Rate exception recorded' TO WS-TDR-OP-MESSAGE
           ELSE
               MOVE 'Failed to record rate exception'
                   TO WS-TDR-OP-MESSAGE
           END-IF.

       END PROGRAM TDRATE.
