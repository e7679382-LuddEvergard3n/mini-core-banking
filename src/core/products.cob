      ******************************************************************
      * PRODUCTS.COB - Product Catalogue Module
      *
      * Reads the product catalogue behind account opening and the
      * batch pricing jobs. An account used to be one of four
      * compiled-in types, and everything priced off the type: the
      * opening screen offered exactly those types, MAINTFEE carried
      * its minimum balance and fee as constants, and ACCRUE decided
      * from the type whether an account earned interest and on
      * which schedule. A product carries those terms as data, so a
      * new savings product with its own schedule, a youth account
      * with an age range or a current account with a different fee
      * is a catalogue change instead of a program change.
      *
      * Design decisions:
      * - Every product sits on one of the existing account types
      *   (PRD-ACCOUNT-TYPE), so the rules that genuinely belong to
      *   a type - the notice rule, term deposit maturity, reserve
      *   requirements, the account type conversion - keep keying
      *   off ACC-TYPE unchanged
      * - The catalogue is reference data: it is only ever changed
      *   through an approved reference data change (see REFCHG.COB)
      *   and is seeded with one base product per type, coded as the
      *   type itself, on first use
      * - An account with no product code (written before the
      *   catalogue) prices as its type's base product, so nothing
      *   depends on the migration having been run
      * - A RETIRED product is no longer sold, but still prices the
      *   accounts already opened on it
      * - A term deposit is opened through OPEN-TERM-DEPOSIT against
      *   a settlement account, not sold from the catalogue screen,
      *   so a TERM product cannot be chosen at ordinary opening
      * - Age is taken in whole years at the posting date
      *
      * Operations:
      * - GET-PRODUCT: Reads one product
      * - GET-ACCOUNT-PRODUCT: Returns the product an account prices
      *   as (its type's base product when it carries no code)
      * - CHECK-PRODUCT-ELIGIBILITY: Checks that a product can be
      *   sold for a currency, opening deposit and date of birth
      * - CHECK-SCHEDULE-IN-USE: Tells whether any product accrues
      *   at a named interest rate schedule
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCTS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  WS-PRODUCT-OPERATION.
           05  WS-PRD-OP-STATUS        PIC XX.
               88  PRD-OP-SUCCESS      VALUE '00'.
               88  PRD-OP-NOT-FOUND    VALUE '23'.
               88  PRD-OP-INVALID      VALUE '99'.
           05  WS-PRD-OP-MESSAGE       PIC X(80).

      * Input parameters for operations
       01  WS-INPUT-PRODUCT-CODE       PIC X(8).
       01  WS-INPUT-CURRENCY           PIC X(3).
       01  WS-INPUT-OPENING-DEPOSIT    PIC S9(13)V99.
       01  WS-INPUT-DATE-OF-BIRTH      PIC 9(8).
       01  WS-INPUT-SCHEDULE           PIC X(10).

      * Schedule scan result (see CHECK-SCHEDULE-IN-USE)
       01  WS-SCHEDULE-IN-USE          PIC 9.
           88  SCHEDULE-IS-IN-USE      VALUE 1.

       01  WS-FILE-STATUS              PIC XX.
       01  WS-POSTING-DATE             PIC 9(8).
       01  WS-APPLICANT-AGE            PIC 9(3).
       01  WS-CURRENCY-IDX             PIC 9.
       01  WS-CURRENCY-ALLOWED         PIC 9.
           88  CURRENCY-IS-ALLOWED     VALUE 1.

       PROCEDURE DIVISION.

      ******************************************************************
      * CATALOGUE LOOKUP
      ******************************************************************

       GET-PRODUCT.
      *    Read one product by code
      *    Input: WS-INPUT-PRODUCT-CODE
      *    Output: PRODUCT-RECORD, WS-PRD-OP-STATUS,
      *            WS-PRD-OP-MESSAGE
           INITIALIZE PRODUCT-RECORD.
           MOVE WS-INPUT-PRODUCT-CODE TO PRD-CODE.

           CALL 'FILES' USING 'OPEN-PRODUCT-FILE-IO'.
           CALL 'FILES' USING 'READ-PRODUCT' PRODUCT-RECORD
               WS-PRD-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-PRODUCT-FILE'.

           IF PRD-OP-SUCCESS
               MOVE 'Product found' TO WS-PRD-OP-MESSAGE
           ELSE
               MOVE '23' TO WS-PRD-OP-STATUS
               MOVE 'Product is not in the catalogue'
                   TO WS-PRD-OP-MESSAGE
           END-IF.

       GET-ACCOUNT-PRODUCT.
      *    Return the product an account prices as: the product it
      *    was opened on, or its type's base product when it carries
      *    no product code
      *    Input: ACCOUNT-RECORD
      *    Output: PRODUCT-RECORD, WS-PRD-OP-STATUS,
      *            WS-PRD-OP-MESSAGE
           IF ACC-PRODUCT-CODE = SPACES OR LOW-VALUES
               MOVE ACC-TYPE TO WS-INPUT-PRODUCT-CODE
           ELSE
               MOVE ACC-PRODUCT-CODE TO WS-INPUT-PRODUCT-CODE
           END-IF.

           PERFORM GET-PRODUCT.

      ******************************************************************
      * OPENING ELIGIBILITY
      ******************************************************************

       CHECK-PRODUCT-ELIGIBILITY.
      *    Check that a product may be sold: on the catalogue and
      *    ACTIVE, not a term deposit, held in an allowed currency,
      *    opened with at least its minimum deposit and sold to an
      *    applicant inside its age range
      *    Input: WS-INPUT-PRODUCT-CODE, WS-INPUT-CURRENCY,
      *           WS-INPUT-OPENING-DEPOSIT, WS-INPUT-DATE-OF-BIRTH
      *    Output: PRODUCT-RECORD, WS-PRD-OP-STATUS,
      *            WS-PRD-OP-MESSAGE
           PERFORM GET-PRODUCT.
           IF NOT PRD-OP-SUCCESS
               GO TO CHECK-PRODUCT-ELIGIBILITY-END
           END-IF.

           MOVE '99' TO WS-PRD-OP-STATUS.

           IF NOT PRD-ACTIVE
               MOVE 'Product is retired and no longer sold'
                   TO WS-PRD-OP-MESSAGE
               GO TO CHECK-PRODUCT-ELIGIBILITY-END
           END-IF.

           IF PRD-ACCOUNT-TYPE = 'TERM'
               MOVE 'Term deposits open from a settlement account'
                   TO WS-PRD-OP-MESSAGE
               GO TO CHECK-PRODUCT-ELIGIBILITY-END
           END-IF.

           IF PRD-CURRENCIES NOT = SPACES
               MOVE 0 TO WS-CURRENCY-ALLOWED
               PERFORM CHECK-ONE-PRODUCT-CURRENCY
                   VARYING WS-CURRENCY-IDX FROM 1 BY 1
                   UNTIL WS-CURRENCY-IDX > 3
               IF NOT CURRENCY-IS-ALLOWED
                   MOVE 'Product is not offered in that currency'
                       TO WS-PRD-OP-MESSAGE
                   GO TO CHECK-PRODUCT-ELIGIBILITY-END
               END-IF
           END-IF.

           IF WS-INPUT-OPENING-DEPOSIT < PRD-MIN-OPEN-DEPOSIT
               MOVE 'Opening deposit is below the product minimum'
                   TO WS-PRD-OP-MESSAGE
               GO TO CHECK-PRODUCT-ELIGIBILITY-END
           END-IF.

           IF PRD-MIN-AGE > 0 OR PRD-MAX-AGE > 0
               CALL 'CALENDAR' USING 'GET-POSTING-DATE'
                   WS-POSTING-DATE
      *        Subtracting two YYYYMMDD dates and dropping the last
      *        four digits gives the completed years between them
               COMPUTE WS-APPLICANT-AGE =
                   (WS-POSTING-DATE - WS-INPUT-DATE-OF-BIRTH) / 10000
               IF PRD-MIN-AGE > 0 AND WS-APPLICANT-AGE < PRD-MIN-AGE
                   MOVE 'Applicant is below the product minimum age'
                       TO WS-PRD-OP-MESSAGE
                   GO TO CHECK-PRODUCT-ELIGIBILITY-END
               END-IF
               IF PRD-MAX-AGE > 0 AND WS-APPLICANT-AGE > PRD-MAX-AGE
                   MOVE 'Applicant is above the product maximum age'
                       TO WS-PRD-OP-MESSAGE
                   GO TO CHECK-PRODUCT-ELIGIBILITY-END
               END-IF
           END-IF.

           MOVE '00' TO WS-PRD-OP-STATUS.
           MOVE 'Product may be sold' TO WS-PRD-OP-MESSAGE.

       CHECK-PRODUCT-ELIGIBILITY-END.
           EXIT.

       CHECK-ONE-PRODUCT-CURRENCY.
      *    Compare one of the product's currencies with the request
           IF PRD-CURRENCY(WS-CURRENCY-IDX) = WS-INPUT-CURRENCY
               MOVE 1 TO WS-CURRENCY-ALLOWED
           END-IF.

      ******************************************************************
      * SCHEDULE REFERENCES
      ******************************************************************

       CHECK-SCHEDULE-IN-USE.
      *    Scan the catalogue for a product accruing at a schedule
      *    Input: WS-INPUT-SCHEDULE
      *    Output: WS-SCHEDULE-IN-USE
           MOVE 0 TO WS-SCHEDULE-IN-USE.

           CALL 'FILES' USING 'OPEN-PRODUCT-FILE-IO'.
           CALL 'FILES' USING 'START-PRODUCT-FILE-TOP' WS-FILE-STATUS.

           PERFORM CHECK-NEXT-PRODUCT-SCHEDULE
               UNTIL WS-FILE-STATUS NOT = '00'
                   OR SCHEDULE-IS-IN-USE.

           CALL 'FILES' USING 'CLOSE-PRODUCT-FILE'.

       CHECK-NEXT-PRODUCT-SCHEDULE.
      *    Read the next product and compare its schedule
           CALL 'FILES' USING 'READ-NEXT-PRODUCT' PRODUCT-RECORD
               WS-FILE-STATUS.

           IF WS-FILE-STATUS = '00' AND
                   PRD-INT-SCHEDULE = WS-INPUT-SCHEDULE
               MOVE 1 TO WS-SCHEDULE-IN-USE
           END-IF.

       END PROGRAM PRODUCTS.
