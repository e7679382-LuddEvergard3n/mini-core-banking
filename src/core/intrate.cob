      ******************************************************************
      * INTRATE.COB - Interest Rate Schedule Module
      *
      * Maintains the interest rate schedules the deposit and
      * overdraft products accrue at, and prices a span of accrual
      * days against them. One row per product and the date its
      * schedule took effect, so a rate change is keyed ahead of time
      * instead of compiled in, each accrual day is priced at the
      * schedule in force on that day, and the rate any account was
      * paid or charged on a past date can always be shown again.
      *
      * Design decisions:
      * - Effective-dated rows keyed by product and date, the same
      *   shape as the reference rate file in REFRATE.COB; the
      *   schedule in force on a date is the latest row effective on
      *   or before it, and a date before the product's first
      *   schedule has no rate
      * - Products are the account types that accrue - SAVINGS and
      *   NOTICE on a credit balance - plus OVERDRAFT for the debit
      *   interest on an overdrawn balance, and any further schedule
      *   a catalogue product names (see PRODUCTS.COB); a product can
      *   name its schedule before the first row is keyed, and its
      *   accounts go unaccrued with a warning until it is
      * - Balance tiers price the whole balance at the rate of the
      *   highest tier whose floor it reaches, not slice by slice -
      *   the way the product sheet quotes them
      * - A day's interest is the principal times the annual rate
      *   over the schedule's day-count basis (actual/365 or
      *   actual/360). A span of days is summed unrounded and
      *   rounded once, so a weekend accrued in one run comes to
      *   the same cents as the days priced one by one
      * - The whole schedule file is loaded into working storage on
      *   first use and dropped whenever a schedule is recorded, so
      *   the nightly jobs price every account without reopening the
      *   file; a file grown past the table is read directly instead
      * - SET-INTEREST-RATE-SCHEDULE upserts by product and date: a
      *   schedule keyed against a date already on file replaces it
      * - A schedule is recorded only on an approved reference data
      *   change: REFCHG.COB calls SET-INTEREST-RATE-SCHEDULE with
      *   the approving operator
      *
      * Operations:
      * - SET-INTEREST-RATE-SCHEDULE: Records one product schedule
      *   effective from a date
      * - GET-INTEREST-RATE-IN-FORCE: Retrieves the schedule, tier
      *   and annual rate in force for a product, date and balance
      * - CALCULATE-INTEREST-FOR-DAYS: Prices a run of consecutive
      *   accrual days, each at the schedule in force on that day
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTRATE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  WS-IRS-OPERATION.
           05  WS-IRS-OP-STATUS        PIC XX.
               88  IRS-OP-SUCCESS      VALUE '00'.
               88  IRS-OP-NOT-FOUND    VALUE '23'.
               88  IRS-OP-INVALID      VALUE '99'.
           05  WS-IRS-OP-MESSAGE       PIC X(80).

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
       01  WS-INPUT-PRODUCT            PIC X(10).
       01  WS-INPUT-DATE               PIC 9(8).
       01  WS-INPUT-DAYS               PIC 9(5).
       01  WS-INPUT-TIER-BALANCE       PIC S9(13)V99.
       01  WS-INPUT-PRINCIPAL          PIC S9(13)V99.
       01  WS-INPUT-OPERATOR-ID        PIC 9(6).

      * Catalogue reference check for a schedule outside the base set
       01  WS-SCHEDULE-NAMED           PIC 9.
           88  SCHEDULE-IS-NAMED       VALUE 1.

      * Output of the lookups and the pricing
       01  WS-APPLIED-TIER             PIC 9.
       01  WS-APPLIED-RATE             PIC 9(2)V9(4).
       01  WS-INTEREST-AMOUNT          PIC S9(13)V99.

       01  WS-FILE-STATUS              PIC XX.

      * Schedule validation working data
       01  WS-TIER-IDX                 PIC 9.
       01  WS-TIER-ERROR-SWITCH        PIC 9 VALUE 0.
           88  TIERS-ARE-INVALID       VALUE 1.

      * Schedule table, loaded from the file on first use
       01  WS-CACHE-STATE              PIC 9 VALUE 0.
           88  CACHE-NOT-LOADED        VALUE 0.
           88  CACHE-IS-LOADED         VALUE 1.
           88  CACHE-OVERFLOWED        VALUE 2.
       01  WS-SCH-COUNT                PIC 9(3) VALUE 0.
       01  WS-SCHEDULE-TABLE.
           05  WS-SCH-ENTRY OCCURS 300 TIMES.
               10  WS-SCH-PRODUCT      PIC X(10).
               10  WS-SCH-EFFECTIVE-DATE PIC 9(8).
               10  WS-SCH-REST         PIC X(149).
       01  WS-SCH-IDX                  PIC 9(3).
       01  WS-LOAD-STATUS              PIC XX.

      * Lookup working data (see FIND-SCHEDULE-IN-FORCE)
       01  WS-LOOKUP-DATE              PIC 9(8).
       01  WS-SCAN-STATUS              PIC XX.
       01  WS-FOUND-SCHEDULE           PIC X(167).
       01  WS-FOUND-SWITCH             PIC 9 VALUE 0.
           88  SCHEDULE-WAS-FOUND      VALUE 1.

      * Day-by-day pricing working data
       01  WS-START-INTEGER            PIC S9(9).
       01  WS-DAY-INTEGER              PIC S9(9).
       01  WS-DAY-IDX                  PIC 9(5).
       01  WS-INTEREST-UNROUNDED       PIC S9(13)V9(10).

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
      * SCHEDULE MAINTENANCE
      ******************************************************************

       SET-INTEREST-RATE-SCHEDULE.
      *    Record one product schedule effective from a date
      *    Input: INTEREST-RATE-SCHEDULE-RECORD (product, effective
      *           date, day basis, tier count, tiers),
      *           WS-INPUT-OPERATOR-ID
      *    Output: INTEREST-RATE-SCHEDULE-RECORD, WS-IRS-OP-STATUS
           MOVE '99' TO WS-IRS-OP-STATUS.

           IF NOT IRS-PRODUCT-SAVINGS AND NOT IRS-PRODUCT-NOTICE
                   AND NOT IRS-PRODUCT-OVERDRAFT
               CALL 'PRODUCTS' USING 'CHECK-SCHEDULE-IN-USE'
                   IRS-PRODUCT WS-SCHEDULE-NAMED
               IF NOT SCHEDULE-IS-NAMED
                   MOVE 'Schedule is not named by any product'
                       TO WS-IRS-OP-MESSAGE
                   GO TO SET-INTEREST-RATE-SCHEDULE-END
               END-IF
           END-IF.

           IF IRS-EFFECTIVE-DATE = 0
               MOVE 'An effective date is required'
                   TO WS-IRS-OP-MESSAGE
               GO TO SET-INTEREST-RATE-SCHEDULE-END
           END-IF.

           IF NOT IRS-ACTUAL-365 AND NOT IRS-ACTUAL-360
               MOVE 'Day basis must be 365 or 360'
                   TO WS-IRS-OP-MESSAGE
               GO TO SET-INTEREST-RATE-SCHEDULE-END
           END-IF.

           IF IRS-TIER-COUNT < 1 OR IRS-TIER-COUNT > 5
               MOVE 'A schedule has one to five tiers'
                   TO WS-IRS-OP-MESSAGE
               GO TO SET-INTEREST-RATE-SCHEDULE-END
           END-IF.

           IF IRS-TIER-FLOOR(1) NOT = 0
               MOVE 'The first tier must start from a zero balance'
                   TO WS-IRS-OP-MESSAGE
               GO TO SET-INTEREST-RATE-SCHEDULE-END
           END-IF.

           MOVE 0 TO WS-TIER-ERROR-SWITCH.
           PERFORM CHECK-ONE-TIER-FLOOR
               VARYING WS-TIER-IDX FROM 2 BY 1
               UNTIL WS-TIER-IDX > IRS-TIER-COUNT.

           IF TIERS-ARE-INVALID
               MOVE 'Tier floors must rise from one tier to the next'
                   TO WS-IRS-OP-MESSAGE
               GO TO SET-INTEREST-RATE-SCHEDULE-END
           END-IF.

      *    Tiers beyond the count are cleared so an old longer
      *    schedule on the same date leaves nothing behind
           PERFORM CLEAR-ONE-UNUSED-TIER
               VARYING WS-TIER-IDX FROM IRS-TIER-COUNT BY 1
               UNTIL WS-TIER-IDX > 4.

           MOVE WS-INPUT-OPERATOR-ID TO IRS-ENTERED-BY.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO IRS-ENTERED-TS.
           MOVE SPACES TO IRS-FILLER.
           MOVE INTEREST-RATE-SCHEDULE-RECORD TO WS-FOUND-SCHEDULE.

           CALL 'FILES' USING 'OPEN-INTEREST-RATE-FILE-IO'.
           CALL 'FILES' USING 'READ-INTEREST-RATE'
               INTEREST-RATE-SCHEDULE-RECORD WS-FILE-STATUS.

           MOVE WS-FOUND-SCHEDULE TO INTEREST-RATE-SCHEDULE-RECORD.
           IF WS-FILE-STATUS = '00'
               CALL 'FILES' USING 'UPDATE-INTEREST-RATE'
                   INTEREST-RATE-SCHEDULE-RECORD WS-IRS-OP-STATUS
           ELSE
               CALL 'FILES' USING 'WRITE-INTEREST-RATE'
                   INTEREST-RATE-SCHEDULE-RECORD WS-IRS-OP-STATUS
           END-IF.

           CALL 'FILES' USING 'CLOSE-INTEREST-RATE-FILE'.

      *    The next lookup reloads the table with the new row
           MOVE 0 TO WS-CACHE-STATE.

           IF IRS-OP-SUCCESS
               MOVE 'Interest rate schedule recorded'
                   TO WS-IRS-OP-MESSAGE
           ELSE
               MOVE 'Failed to record interest rate schedule'
                   TO WS-IRS-OP-MESSAGE
           END-IF.

       SET-INTEREST-RATE-SCHEDULE-END.
           EXIT.

       CHECK-ONE-TIER-FLOOR.
      *    Each tier must start above the one before it
           IF IRS-TIER-FLOOR(WS-TIER-IDX) NOT >
                   IRS-TIER-FLOOR(WS-TIER-IDX - 1)
               MOVE 1 TO WS-TIER-ERROR-SWITCH
           END-IF.

       CLEAR-ONE-UNUSED-TIER.
      *    Blank the tier after WS-TIER-IDX
           MOVE 0 TO IRS-TIER-FLOOR(WS-TIER-IDX + 1).
           MOVE 0 TO IRS-TIER-RATE(WS-TIER-IDX + 1).

      ******************************************************************
      * RATE LOOKUP
      ******************************************************************

       GET-INTEREST-RATE-IN-FORCE.
      *    Retrieve the schedule of a product in force on a date and
      *    the tier and annual rate it gives a balance
      *    Input: WS-INPUT-PRODUCT, WS-INPUT-DATE,
      *           WS-INPUT-TIER-BALANCE
      *    Output: INTEREST-RATE-SCHEDULE-RECORD, WS-APPLIED-TIER,
      *            WS-APPLIED-RATE, WS-IRS-OP-STATUS
           MOVE WS-INPUT-DATE TO WS-LOOKUP-DATE.
           PERFORM FIND-SCHEDULE-IN-FORCE.

           IF SCHEDULE-WAS-FOUND
               PERFORM SELECT-RATE-TIER
               MOVE '00' TO WS-IRS-OP-STATUS
               MOVE 'Interest rate found' TO WS-IRS-OP-MESSAGE
           ELSE
               MOVE 0 TO WS-APPLIED-TIER
               MOVE 0 TO WS-APPLIED-RATE
               MOVE '23' TO WS-IRS-OP-STATUS
               MOVE 'No rate schedule for that product and date'
                   TO WS-IRS-OP-MESSAGE
           END-IF.

       CALCULATE-INTEREST-FOR-DAYS.
      *    Price a run of consecutive accrual days from a start date,
      *    each day at the schedule in force on that day; a day with
      *    no schedule stops the pricing and nothing is returned
      *    Input: WS-INPUT-PRODUCT, WS-INPUT-DATE (first day),
      *           WS-INPUT-DAYS, WS-INPUT-TIER-BALANCE,
      *           WS-INPUT-PRINCIPAL
      *    Output: WS-INTEREST-AMOUNT, INTEREST-RATE-SCHEDULE-RECORD
      *            WS-APPLIED-TIER and WS-APPLIED-RATE of the last
      *            day priced, WS-IRS-OP-STATUS
           MOVE 0 TO WS-INTEREST-UNROUNDED.
           MOVE 0 TO WS-INTEREST-AMOUNT.
           MOVE '00' TO WS-IRS-OP-STATUS.
           MOVE 'Interest calculated' TO WS-IRS-OP-MESSAGE.

           COMPUTE WS-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-INPUT-DATE).

           PERFORM PRICE-ONE-ACCRUAL-DAY
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-INPUT-DAYS
                   OR NOT IRS-OP-SUCCESS.

           IF IRS-OP-SUCCESS
               COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                   WS-INTEREST-UNROUNDED
           END-IF.

       PRICE-ONE-ACCRUAL-DAY.
      *    Add one day's interest at the schedule in force that day
           COMPUTE WS-DAY-INTEGER = WS-START-INTEGER + WS-DAY-IDX - 1.
           COMPUTE WS-LOOKUP-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER).
           PERFORM FIND-SCHEDULE-IN-FORCE.

           IF SCHEDULE-WAS-FOUND
               PERFORM SELECT-RATE-TIER
               COMPUTE WS-INTEREST-UNROUNDED =
                   WS-INTEREST-UNROUNDED +
                   WS-INPUT-PRINCIPAL * WS-APPLIED-RATE
                       / (100 * IRS-DAY-BASIS)
           ELSE
               MOVE '23' TO WS-IRS-OP-STATUS
               MOVE SPACES TO WS-IRS-OP-MESSAGE
               STRING 'No ' DELIMITED BY SIZE
                      WS-INPUT-PRODUCT DELIMITED BY SPACE
                      ' rate schedule in force on ' DELIMITED BY SIZE
                      WS-LOOKUP-DATE DELIMITED BY SIZE
                      INTO WS-IRS-OP-MESSAGE
           END-IF.

       SELECT-RATE-TIER.
      *    Pick the highest tier whose floor the balance reaches
      *    Input: INTEREST-RATE-SCHEDULE-RECORD, WS-INPUT-TIER-BALANCE
      *    Output: WS-APPLIED-TIER, WS-APPLIED-RATE
           MOVE 1 TO WS-APPLIED-TIER.
           PERFORM CHECK-ONE-RATE-TIER
               VARYING WS-TIER-IDX FROM 2 BY 1
               UNTIL WS-TIER-IDX > IRS-TIER-COUNT.
           MOVE IRS-TIER-RATE(WS-APPLIED-TIER) TO WS-APPLIED-RATE.

       CHECK-ONE-RATE-TIER.
      *    Move up to this tier if the balance reaches its floor
           IF WS-INPUT-TIER-BALANCE >= IRS-TIER-FLOOR(WS-TIER-IDX)
               MOVE WS-TIER-IDX TO WS-APPLIED-TIER
           END-IF.

      ******************************************************************
      * SCHEDULE TABLE
      ******************************************************************

       FIND-SCHEDULE-IN-FORCE.
      *    Find the latest schedule of WS-INPUT-PRODUCT effective on
      *    or before WS-LOOKUP-DATE, from the table when it holds the
      *    whole file and from the file itself when it does not
      *    Output: INTEREST-RATE-SCHEDULE-RECORD, WS-FOUND-SWITCH
           IF CACHE-NOT-LOADED
               PERFORM LOAD-SCHEDULE-TABLE
           END-IF.

           MOVE 0 TO WS-FOUND-SWITCH.

           IF CACHE-IS-LOADED
               PERFORM MATCH-ONE-TABLE-SCHEDULE
                   VARYING WS-SCH-IDX FROM 1 BY 1
                   UNTIL WS-SCH-IDX > WS-SCH-COUNT
           ELSE
               MOVE WS-INPUT-PRODUCT TO IRS-PRODUCT
               CALL 'FILES' USING 'OPEN-INTEREST-RATE-FILE-IO'
               CALL 'FILES' USING 'START-INTEREST-RATE-BY-PRODUCT'
                   INTEREST-RATE-SCHEDULE-RECORD WS-SCAN-STATUS
               PERFORM SCAN-NEXT-PRODUCT-SCHEDULE
                   UNTIL WS-SCAN-STATUS NOT = '00'
               CALL 'FILES' USING 'CLOSE-INTEREST-RATE-FILE'
           END-IF.

           IF SCHEDULE-WAS-FOUND
               MOVE WS-FOUND-SCHEDULE TO INTEREST-RATE-SCHEDULE-RECORD
           ELSE
               INITIALIZE INTEREST-RATE-SCHEDULE-RECORD
           END-IF.

       MATCH-ONE-TABLE-SCHEDULE.
      *    The table is in key order, so the last match on or before
      *    the date is the one in force
           IF WS-SCH-PRODUCT(WS-SCH-IDX) = WS-INPUT-PRODUCT AND
                   WS-SCH-EFFECTIVE-DATE(WS-SCH-IDX)
                       NOT > WS-LOOKUP-DATE
               MOVE WS-SCH-ENTRY(WS-SCH-IDX) TO WS-FOUND-SCHEDULE
               MOVE 1 TO WS-FOUND-SWITCH
           END-IF.

       SCAN-NEXT-PRODUCT-SCHEDULE.
      *    Read the product's schedules oldest first, keeping the
      *    last one effective on or before the date asked for
           CALL 'FILES' USING 'READ-NEXT-INTEREST-RATE'
               INTEREST-RATE-SCHEDULE-RECORD WS-SCAN-STATUS.

           IF WS-SCAN-STATUS = '00'
               IF IRS-PRODUCT NOT = WS-INPUT-PRODUCT
                       OR IRS-EFFECTIVE-DATE > WS-LOOKUP-DATE
                   MOVE '10' TO WS-SCAN-STATUS
               ELSE
                   MOVE INTEREST-RATE-SCHEDULE-RECORD
                       TO WS-FOUND-SCHEDULE
                   MOVE 1 TO WS-FOUND-SWITCH
               END-IF
           END-IF.

       LOAD-SCHEDULE-TABLE.
      *    Read every schedule on file into the table in key order;
      *    more rows than the table holds leaves it marked overflowed
      *    and the lookups go to the file
           MOVE 0 TO WS-SCH-COUNT.
           MOVE 1 TO WS-CACHE-STATE.

           CALL 'FILES' USING 'OPEN-INTEREST-RATE-FILE-IO'.
           CALL 'FILES' USING 'START-INTEREST-RATE-TOP'
               WS-LOAD-STATUS.

           PERFORM LOAD-NEXT-SCHEDULE
               UNTIL WS-LOAD-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-INTEREST-RATE-FILE'.

       LOAD-NEXT-SCHEDULE.
      *    Add one schedule row to the table
           CALL 'FILES' USING 'READ-NEXT-INTEREST-RATE'
               INTEREST-RATE-SCHEDULE-RECORD WS-LOAD-STATUS.

           IF WS-LOAD-STATUS = '00'
               IF WS-SCH-COUNT < 300
                   ADD 1 TO WS-SCH-COUNT
                   MOVE INTEREST-RATE-SCHEDULE-RECORD
                       TO WS-SCH-ENTRY(WS-SCH-COUNT)
               ELSE
                   MOVE 2 TO WS-CACHE-STATE
                   MOVE '10' TO WS-LOAD-STATUS
               END-IF
           END-IF.

       END PROGRAM INTRATE.
