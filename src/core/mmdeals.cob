      ******************************************************************
      * MMDEALS.COB - Interbank Money Market Deal Module
      *
      * Treasury places surplus liquidity with other banks and
      * borrows from them, mostly overnight. Until now those deals
      * lived on a spreadsheet and reached the general ledger as
      * manual journal vouchers. This module records each deal -
      * counterparty bank, direction, principal, rate, currency,
      * value date and maturity date - under the same maker-checker
      * discipline JOURNAL.COB applies to vouchers, checks every
      * placement against the counterparty's limit, and books the
      * principal, the nightly accrual (MMACCR.COB) and the maturity
      * settlement (MMMATUR.COB) to the chart itself.
      *
      * Design decisions:
      * - A deal is captured PENDING and only becomes APPROVED on a
      *   second operator's decision; the maker cannot approve their
      *   own deal. An approved deal whose value date has arrived
      *   books its principal at once and is OPEN; one dated ahead
      *   waits for MMACCR to open it on the value date
      * - Placements count against the counterparty's limit from
      *   capture until they mature (PENDING, APPROVED and OPEN);
      *   borrowings are money owed TO the counterparty and do not.
      *   The limit is re-checked at approval, since other deals may
      *   have been approved in between. Amounts of different
      *   currencies are summed as they stand - the limit is kept in
      *   the currency treasury deals in
      * - A SUSPENDED counterparty takes no new placements;
      *   borrowings from it are still accepted
      * - Postings follow the voucher sign convention these deals
      *   used to be booked with (DR adds to a chart row's booked
      *   balance, CR subtracts), all to the head office branch
      *   '0001' where treasury sits:
      *     value date  placement DR 1500 / CR 1200
      *                 borrowing DR 1200 / CR 2700
      *     accrual     placement DR 1600 / CR 4700
      *                 borrowing DR 5500 / CR 2800
      *     maturity    placement DR 1200 / CR 1500 + 1600
      *                 borrowing DR 2700 + 2800 / CR 1200
      *   1200 is the central bank current account interbank money
      *   settles through. Deals are booked in the deal currency's
      *   amount without FX conversion, as the chart already carries
      *   the foreign currency accounts' movements
      * - Interest is simple, ACT/360: principal x rate / 100 x days
      *   / 360. The accrual is recomputed cumulatively from the
      *   value date each night and only the difference is booked,
      *   so a night the batch did not run is caught up and the
      *   total accrued at maturity is exactly the contractual
      *   interest; maturity books any rounding left over before
      *   settling
      *
      * Operations:
      * - CREATE-MM-DEAL: Validates and saves a PENDING deal (maker)
      * - APPROVE-MM-DEAL: Checker approves a pending deal, booking
      *   the principal when the value date has arrived
      * - REJECT-MM-DEAL: Checker refuses a pending deal
      * - GET-MM-DEAL: Reads one deal
      * - START-MM-DEAL: Books the value date principal of an
      *   APPROVED deal and marks it OPEN (caller rewrites the deal)
      * - ACCRUE-MM-DEAL: Books an OPEN deal's interest accrued
      *   through the night being closed (caller rewrites the deal)
      * - MATURE-MM-DEAL: Settles an OPEN deal's principal and
      *   interest at maturity (caller rewrites the deal)
      * - SET-MM-COUNTERPARTY: Adds or amends a counterparty and its
      *   limit (supervisor)
      * - GET-MM-COUNTERPARTY: Reads one counterparty
      * - GET-MM-EXPOSURE: Totals the placements counting against a
      *   counterparty's limit
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MMDEALS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  WS-MM-OPERATION.
           05  WS-MMD-OP-STATUS        PIC XX.
               88  MMD-OP-SUCCESS      VALUE '00'.
               88  MMD-OP-NOT-FOUND    VALUE '23'.
               88  MMD-OP-INVALID      VALUE '99'.
           05  WS-MMD-OP-MESSAGE       PIC X(80).

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

      * Input parameters for operations - the caller builds a new
      * deal directly in MM-DEAL-RECORD and a counterparty in
      * MM-COUNTERPARTY-RECORD
       01  WS-INPUT-DEAL-ID            PIC 9(8).
       01  WS-INPUT-OPERATOR-ID        PIC 9(6).
       01  WS-INPUT-EFFECTIVE-DATE     PIC 9(8).
       01  WS-INPUT-COUNTERPARTY       PIC X(8).

      * Chart rows the deals book to
       01  WS-GL-SETTLEMENT            PIC 9(4) VALUE 1200.
       01  WS-GL-PLACEMENTS            PIC 9(4) VALUE 1500.
       01  WS-GL-INT-RECEIVABLE        PIC 9(4) VALUE 1600.
       01  WS-GL-BORROWINGS            PIC 9(4) VALUE 2700.
       01  WS-GL-INT-PAYABLE           PIC 9(4) VALUE 2800.
       01  WS-GL-INT-INCOME            PIC 9(4) VALUE 4700.
       01  WS-GL-INT-EXPENSE           PIC 9(4) VALUE 5500.
       01  WS-MM-BRANCH                PIC X(4) VALUE '0001'.

      * The debit and credit row of the pair being booked, and the
      * one chart row movement being applied
       01  WS-MMD-WORK.
           05  WS-MMD-DEBIT-GLA        PIC 9(4).
           05  WS-MMD-CREDIT-GLA       PIC 9(4).
           05  WS-MMD-PAIR-AMOUNT      PIC S9(13)V99.
           05  WS-MMD-GLA-ID           PIC 9(4).
           05  WS-MMD-MOVEMENT         PIC S9(13)V99.
           05  WS-MMD-BOOK-ERROR       PIC 9.
               88  MMD-BOOKING-FAILED  VALUE 1.

      * Interest working fields
       01  WS-MMD-INTEREST.
           05  WS-MMD-ACCRUE-TO        PIC 9(8).
           05  WS-MMD-DAYS             PIC S9(5).
           05  WS-MMD-DUE-INT          PIC S9(13)V99.
           05  WS-MMD-INCREMENT        PIC S9(13)V99.
           05  WS-MMD-SETTLE-TOTAL     PIC S9(13)V99.

      * Limit check working fields
       01  WS-MMD-EXPOSURE             PIC S9(13)V99.
       01  WS-MMD-NEW-EXPOSURE         PIC S9(13)V99.
       01  WS-MMD-SCAN-STATUS          PIC XX.
       01  WS-MMD-SAVE-DEAL            PIC X(141).

       01  WS-POSTING-DATE             PIC 9(8).
       01  WS-CP-STATUS                PIC XX.
       01  WS-GLA-STATUS               PIC XX.
       01  WS-BRANCH-STATUS            PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.

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

       GENERATE-MM-DEAL-ID.
      *    Generate next deal number from control file
      *    Output: MMD-DEAL-ID in MM-DEAL-RECORD
           CALL 'FILES' USING 'READ-CONTROL' CONTROL-RECORD
               WS-MMD-OP-STATUS.

           IF NOT MMD-OP-SUCCESS
               DISPLAY 'FATAL: Cannot read control file for '
                   'deal number'
               STOP RUN
           END-IF.

           ADD 1 TO CTL-LAST-MM-DEAL-ID.
           MOVE CTL-LAST-MM-DEAL-ID TO MMD-DEAL-ID.

           CALL 'FILES' USING 'UPDATE-CONTROL' CONTROL-RECORD
               WS-MMD-OP-STATUS.

       READ-DEAL-COUNTERPARTY.
      *    Read the counterparty the deal in MM-DEAL-RECORD names
      *    Output: MM-COUNTERPARTY-RECORD, WS-CP-STATUS
           MOVE MMD-COUNTERPARTY TO MMC-COUNTERPARTY.
           CALL 'FILES' USING 'OPEN-MM-COUNTERPARTY-FILE-IO'.
           CALL 'FILES' USING 'READ-MM-COUNTERPARTY'
               MM-COUNTERPARTY-RECORD WS-CP-STATUS.
           CALL 'FILES' USING 'CLOSE-MM-COUNTERPARTY-FILE'.

      ******************************************************************
      * DEAL CAPTURE
      ******************************************************************

       CREATE-MM-DEAL.
      *    Validate and save a deal as PENDING. The caller has
      *    already filled the counterparty, direction, principal,
      *    rate, currency and dates; this checks them, the
      *    counterparty and its limit, stamps identity and persists.
      *    Input: MM-DEAL-RECORD (deal terms),
      *           WS-INPUT-OPERATOR-ID (the maker)
      *    Output: MM-DEAL-RECORD, WS-MMD-OP-STATUS
           MOVE '99' TO WS-MMD-OP-STATUS.

           IF NOT MMD-PLACEMENT AND NOT MMD-BORROWING
               MOVE 'Direction must be P (placement) or B (borrowing)'
                   TO WS-MMD-OP-MESSAGE
               GO TO CREATE-MM-DEAL-END
           END-IF.

           IF MMD-PRINCIPAL NOT > 0
               MOVE 'Principal must be positive' TO WS-MMD-OP-MESSAGE
               GO TO CREATE-MM-DEAL-END
           END-IF.

           IF MMD-RATE NOT > 0
               MOVE 'Rate must be positive' TO WS-MMD-OP-MESSAGE
               GO TO CREATE-MM-DEAL-END
           END-IF.

           IF MMD-CURRENCY = SPACES
               MOVE 'Currency is required' TO WS-MMD-OP-MESSAGE
               GO TO CREATE-MM-DEAL-END
           END-IF.

           CALL 'CALENDAR' USING 'GET-POSTING-DATE' WS-POSTING-DATE.

           IF MMD-VALUE-DATE < WS-POSTING-DATE
               MOVE 'Value date cannot be before the posting date'
                   TO WS-MMD-OP-MESSAGE
               GO TO CREATE-MM-DEAL-END
           END-IF.

           IF MMD-MATURITY-DATE NOT > MMD-VALUE-DATE
               MOVE 'Maturity date must be after the value date'
                   TO WS-MMD-OP-MESSAGE
               GO TO CREATE-MM-DEAL-END
           END-IF.

           PERFORM READ-DEAL-COUNTERPARTY.

           IF WS-CP-STATUS NOT = '00'
               MOVE 'Counterparty not on file' TO WS-MMD-OP-MESSAGE
               GO TO CREATE-MM-DEAL-END
           END-IF.

           IF MMD-PLACEMENT
               MOVE 0 TO WS-INPUT-DEAL-ID
               PERFORM CHECK-PLACEMENT-LIMIT
                   THRU CHECK-PLACEMENT-LIMIT-END
               IF NOT MMD-OP-SUCCESS
                   GO TO CREATE-MM-DEAL-END
               END-IF
           END-IF.

           PERFORM GENERATE-MM-DEAL-ID.

           MOVE 'PENDING' TO MMD-STATUS.
           MOVE 0 TO MMD-ACCRUED-INT.
           MOVE 0 TO MMD-LAST-ACCRUAL-DATE.
           MOVE 0 TO MMD-SETTLED-INT.
           MOVE 0 TO MMD-SETTLED-DATE.
           MOVE WS-INPUT-OPERATOR-ID TO MMD-MAKER-OP-ID.
           MOVE 0 TO MMD-CHECKER-OP-ID.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO MMD-CREATED-TS.
           MOVE SPACES TO MMD-DECIDED-TS.
           MOVE SPACES TO MMD-FILLER.

           CALL 'FILES' USING 'OPEN-MM-DEAL-FILE-IO'.
           CALL 'FILES' USING 'WRITE-MM-DEAL'
               MM-DEAL-RECORD WS-MMD-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-MM-DEAL-FILE'.

           IF MMD-OP-SUCCESS
               CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
                   WS-INPUT-OPERATOR-ID 'MM-DEAL-CAPTURE'
                   MMD-DEAL-ID 'Money market deal captured'
                   WS-AUDIT-STATUS
               MOVE 'Deal saved - awaiting checker approval'
                   TO WS-MMD-OP-MESSAGE
           ELSE
               MOVE 'Failed to save deal' TO WS-MMD-OP-MESSAGE
           END-IF.

       CREATE-MM-DEAL-END.
           EXIT.

       CHECK-PLACEMENT-LIMIT.
      *    Refuse a placement the counterparty is suspended for, or
      *    that would take its placements over the limit
      *    Input: MM-DEAL-RECORD, MM-COUNTERPARTY-RECORD,
      *           WS-INPUT-DEAL-ID (a deal already on file that must
      *           not count twice, zero for a new one)
      *    Output: WS-MMD-OP-STATUS, WS-MMD-OP-MESSAGE
           MOVE '99' TO WS-MMD-OP-STATUS.

           IF NOT MMC-ACTIVE
               MOVE 'Counterparty is suspended - no new placements'
                   TO WS-MMD-OP-MESSAGE
               GO TO CHECK-PLACEMENT-LIMIT-END
           END-IF.

           MOVE MMD-COUNTERPARTY TO WS-INPUT-COUNTERPARTY.
           PERFORM GET-MM-EXPOSURE.

           COMPUTE WS-MMD-NEW-EXPOSURE =
               WS-MMD-EXPOSURE + MMD-PRINCIPAL.

           IF WS-MMD-NEW-EXPOSURE > MMC-LIMIT
               MOVE 'Placement exceeds the counterparty limit'
                   TO WS-MMD-OP-MESSAGE
               GO TO CHECK-PLACEMENT-LIMIT-END
           END-IF.

           MOVE '00' TO WS-MMD-OP-STATUS.

       CHECK-PLACEMENT-LIMIT-END.
           EXIT.

       GET-MM-EXPOSURE.
      *    Total the placement principal counting against one
      *    counterparty's limit: every PENDING, APPROVED or OPEN
      *    placement with it. The deal being decided is left out.
      *    The deal in MM-DEAL-RECORD is preserved across the scan.
      *    Input: WS-INPUT-COUNTERPARTY, WS-INPUT-DEAL-ID
      *    Output: WS-MMD-EXPOSURE
           MOVE MM-DEAL-RECORD TO WS-MMD-SAVE-DEAL.
           MOVE 0 TO WS-MMD-EXPOSURE.

           CALL 'FILES' USING 'OPEN-MM-DEAL-FILE-IO'.
           CALL 'FILES' USING 'START-MM-DEAL-FILE-TOP'
               WS-MMD-SCAN-STATUS.

           PERFORM ADD-ONE-DEAL-EXPOSURE
               UNTIL WS-MMD-SCAN-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-MM-DEAL-FILE'.

           MOVE WS-MMD-SAVE-DEAL TO MM-DEAL-RECORD.

       ADD-ONE-DEAL-EXPOSURE.
      *    Read one deal and add it to the exposure if it counts
           CALL 'FILES' USING 'READ-NEXT-MM-DEAL' MM-DEAL-RECORD
               WS-MMD-SCAN-STATUS.

           IF WS-MMD-SCAN-STATUS = '00'
               IF MMD-COUNTERPARTY = WS-INPUT-COUNTERPARTY AND
                       MMD-PLACEMENT AND
                       (MMD-PENDING OR MMD-APPROVED OR MMD-OPEN) AND
                       MMD-DEAL-ID NOT = WS-INPUT-DEAL-ID
                   ADD MMD-PRINCIPAL TO WS-MMD-EXPOSURE
               END-IF
           END-IF.

      ******************************************************************
      * CHECKER DECISIONS
      ******************************************************************

       APPROVE-MM-DEAL.
      *    Approve a PENDING deal on the checker's decision; the maker
      *    cannot approve their own deal. A placement's limit is
      *    checked again, and a deal whose value date has arrived
      *    books its principal and opens at once.
      *    Input: WS-INPUT-DEAL-ID, WS-INPUT-OPERATOR-ID (the checker)
      *    Output: MM-DEAL-RECORD, WS-MMD-OP-STATUS
           MOVE WS-INPUT-DEAL-ID TO MMD-DEAL-ID.

           CALL 'FILES' USING 'OPEN-MM-DEAL-FILE-IO'.
           CALL 'FILES' USING 'READ-MM-DEAL'
               MM-DEAL-RECORD WS-MMD-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-MM-DEAL-FILE'.

           IF NOT MMD-OP-SUCCESS
               MOVE 'Deal not found' TO WS-MMD-OP-MESSAGE
               GO TO APPROVE-MM-DEAL-END
           END-IF.

           IF NOT MMD-PENDING
               MOVE '99' TO WS-MMD-OP-STATUS
               MOVE 'Deal is not pending' TO WS-MMD-OP-MESSAGE
               GO TO APPROVE-MM-DEAL-END
           END-IF.

           IF MMD-MAKER-OP-ID = WS-INPUT-OPERATOR-ID
               MOVE '99' TO WS-MMD-OP-STATUS
               MOVE 'Maker cannot approve their own deal'
                   TO WS-MMD-OP-MESSAGE
               GO TO APPROVE-MM-DEAL-END
           END-IF.

           IF MMD-PLACEMENT
               PERFORM READ-DEAL-COUNTERPARTY
               IF WS-CP-STATUS NOT = '00'
                   MOVE '99' TO WS-MMD-OP-STATUS
                   MOVE 'Counterparty no longer on file'
                       TO WS-MMD-OP-MESSAGE
                   GO TO APPROVE-MM-DEAL-END
               END-IF
               PERFORM CHECK-PLACEMENT-LIMIT
                   THRU CHECK-PLACEMENT-LIMIT-END
               IF NOT MMD-OP-SUCCESS
                   GO TO APPROVE-MM-DEAL-END
               END-IF
           END-IF.

           MOVE 'APPROVED' TO MMD-STATUS.
           MOVE WS-INPUT-OPERATOR-ID TO MMD-CHECKER-OP-ID.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO MMD-DECIDED-TS.

           CALL 'CALENDAR' USING 'GET-POSTING-DATE' WS-POSTING-DATE.
           IF MMD-VALUE-DATE NOT > WS-POSTING-DATE
               PERFORM START-MM-DEAL
           END-IF.

           CALL 'FILES' USING 'OPEN-MM-DEAL-FILE-IO'.
           CALL 'FILES' USING 'UPDATE-MM-DEAL'
               MM-DEAL-RECORD WS-MMD-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-MM-DEAL-FILE'.

           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-INPUT-OPERATOR-ID 'MM-DEAL-APPROVE' MMD-DEAL-ID
               'Money market deal approved' WS-AUDIT-STATUS.

           IF MMD-OPEN
               MOVE 'Deal approved - principal booked'
                   TO WS-MMD-OP-MESSAGE
           ELSE
               MOVE 'Deal approved - books on its value date'
                   TO WS-MMD-OP-MESSAGE
           END-IF.

       APPROVE-MM-DEAL-END.
           EXIT.

       REJECT-MM-DEAL.
      *    Refuse a PENDING deal; nothing books and the placement no
      *    longer counts against the limit
      *    Input: WS-INPUT-DEAL-ID, WS-INPUT-OPERATOR-ID (the checker)
      *    Output: MM-DEAL-RECORD, WS-MMD-OP-STATUS
           MOVE WS-INPUT-DEAL-ID TO MMD-DEAL-ID.

           CALL 'FILES' USING 'OPEN-MM-DEAL-FILE-IO'.
           CALL 'FILES' USING 'READ-MM-DEAL'
               MM-DEAL-RECORD WS-MMD-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-MM-DEAL-FILE'.

           IF NOT MMD-OP-SUCCESS
               MOVE 'Deal not found' TO WS-MMD-OP-MESSAGE
               GO TO REJECT-MM-DEAL-END
           END-IF.

           IF NOT MMD-PENDING
               MOVE '99' TO WS-MMD-OP-STATUS
               MOVE 'Deal is not pending' TO WS-MMD-OP-MESSAGE
               GO TO REJECT-MM-DEAL-END
           END-IF.

           MOVE 'REJECTED' TO MMD-STATUS.
           MOVE WS-INPUT-OPERATOR-ID TO MMD-CHECKER-OP-ID.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO MMD-DECIDED-TS.

           CALL 'FILES' USING 'OPEN-MM-DEAL-FILE-IO'.
           CALL 'FILES' USING 'UPDATE-MM-DEAL'
               MM-DEAL-RECORD WS-MMD-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-MM-DEAL-FILE'.

           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-INPUT-OPERATOR-ID 'MM-DEAL-REJECT' MMD-DEAL-ID
               'Money market deal rejected' WS-AUDIT-STATUS.

           MOVE 'Deal rejected' TO WS-MMD-OP-MESSAGE.

       REJECT-MM-DEAL-END.
           EXIT.

       GET-MM-DEAL.
      *    Read one deal by number
      *    Input: WS-INPUT-DEAL-ID
      *    Output: MM-DEAL-RECORD, WS-MMD-OP-STATUS
           MOVE WS-INPUT-DEAL-ID TO MMD-DEAL-ID.

           CALL 'FILES' USING 'OPEN-MM-DEAL-FILE-IO'.
           CALL 'FILES' USING 'READ-MM-DEAL'
               MM-DEAL-RECORD WS-MMD-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-MM-DEAL-FILE'.

           IF MMD-OP-SUCCESS
               MOVE 'Deal retrieved' TO WS-MMD-OP-MESSAGE
           ELSE
               MOVE 'Deal not found' TO WS-MMD-OP-MESSAGE
           END-IF.

      ******************************************************************
      * DEAL LIFECYCLE BOOKINGS
      ******************************************************************

       START-MM-DEAL.
      *    Book the principal changing hands on the value date and
      *    open the deal: a placement leaves the settlement account,
      *    a borrowing arrives in it
      *    Input: MM-DEAL-RECORD (APPROVED)
      *    Output: MM-DEAL-RECORD (OPEN), WS-MMD-OP-STATUS
           MOVE 0 TO WS-MMD-BOOK-ERROR.
           MOVE MMD-PRINCIPAL TO WS-MMD-PAIR-AMOUNT.

           IF MMD-PLACEMENT
               MOVE WS-GL-PLACEMENTS TO WS-MMD-DEBIT-GLA
               MOVE WS-GL-SETTLEMENT TO WS-MMD-CREDIT-GLA
           ELSE
               MOVE WS-GL-SETTLEMENT TO WS-MMD-DEBIT-GLA
               MOVE WS-GL-BORROWINGS TO WS-MMD-CREDIT-GLA
           END-IF.
           PERFORM BOOK-DEAL-PAIR.

           MOVE 'OPEN' TO MMD-STATUS.
           MOVE MMD-VALUE-DATE TO MMD-LAST-ACCRUAL-DATE.
           PERFORM SET-BOOKING-STATUS.

       ACCRUE-MM-DEAL.
      *    Bring an OPEN deal's accrued interest up to what it has
      *    earned through the night being closed (never past
      *    maturity) and book the difference
      *    Input: MM-DEAL-RECORD (OPEN), WS-INPUT-EFFECTIVE-DATE
      *    Output: MM-DEAL-RECORD, WS-MMD-INCREMENT, WS-MMD-OP-STATUS
           MOVE 0 TO WS-MMD-BOOK-ERROR.

           COMPUTE WS-MMD-ACCRUE-TO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-INPUT-EFFECTIVE-DATE) + 1).
           IF WS-MMD-ACCRUE-TO > MMD-MATURITY-DATE
               MOVE MMD-MATURITY-DATE TO WS-MMD-ACCRUE-TO
           END-IF.

           PERFORM COMPUTE-DUE-INTEREST.

           COMPUTE WS-MMD-INCREMENT =
               WS-MMD-DUE-INT - MMD-ACCRUED-INT.

           IF WS-MMD-INCREMENT NOT = 0
               PERFORM BOOK-ACCRUAL-INCREMENT
           END-IF.

           MOVE WS-INPUT-EFFECTIVE-DATE TO MMD-LAST-ACCRUAL-DATE.
           PERFORM SET-BOOKING-STATUS.

       MATURE-MM-DEAL.
      *    Settle an OPEN deal at maturity: book whatever interest is
      *    still short of the contractual amount, then the principal
      *    and interest through the settlement account - in from the
      *    counterparty for a placement, out to it for a borrowing
      *    Input: MM-DEAL-RECORD (OPEN), WS-INPUT-EFFECTIVE-DATE
      *    Output: MM-DEAL-RECORD (MATURED), WS-MMD-OP-STATUS
           MOVE 0 TO WS-MMD-BOOK-ERROR.

           MOVE MMD-MATURITY-DATE TO WS-MMD-ACCRUE-TO.
           PERFORM COMPUTE-DUE-INTEREST.

           COMPUTE WS-MMD-INCREMENT =
               WS-MMD-DUE-INT - MMD-ACCRUED-INT.
           IF WS-MMD-INCREMENT NOT = 0
               PERFORM BOOK-ACCRUAL-INCREMENT
           END-IF.

           MOVE MMD-PRINCIPAL TO WS-MMD-PAIR-AMOUNT.
           IF MMD-PLACEMENT
               MOVE WS-GL-SETTLEMENT TO WS-MMD-DEBIT-GLA
               MOVE WS-GL-PLACEMENTS TO WS-MMD-CREDIT-GLA
           ELSE
               MOVE WS-GL-BORROWINGS TO WS-MMD-DEBIT-GLA
               MOVE WS-GL-SETTLEMENT TO WS-MMD-CREDIT-GLA
           END-IF.
           PERFORM BOOK-DEAL-PAIR.

           MOVE MMD-ACCRUED-INT TO WS-MMD-PAIR-AMOUNT.
           IF MMD-PLACEMENT
               MOVE WS-GL-SETTLEMENT TO WS-MMD-DEBIT-GLA
               MOVE WS-GL-INT-RECEIVABLE TO WS-MMD-CREDIT-GLA
           ELSE
               MOVE WS-GL-INT-PAYABLE TO WS-MMD-DEBIT-GLA
               MOVE WS-GL-SETTLEMENT TO WS-MMD-CREDIT-GLA
           END-IF.
           PERFORM BOOK-DEAL-PAIR.

           MOVE MMD-ACCRUED-INT TO MMD-SETTLED-INT.
           MOVE WS-INPUT-EFFECTIVE-DATE TO MMD-SETTLED-DATE.
           MOVE WS-INPUT-EFFECTIVE-DATE TO MMD-LAST-ACCRUAL-DATE.
           MOVE 'MATURED' TO MMD-STATUS.
           PERFORM SET-BOOKING-STATUS.

       COMPUTE-DUE-INTEREST.
      *    Interest the deal has earned from its value date up to
      *    WS-MMD-ACCRUE-TO, simple ACT/360
      *    Input: MM-DEAL-RECORD, WS-MMD-ACCRUE-TO
      *    Output: WS-MMD-DUE-INT
           COMPUTE WS-MMD-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-MMD-ACCRUE-TO) -
               FUNCTION INTEGER-OF-DATE(MMD-VALUE-DATE).
           IF WS-MMD-DAYS < 0
               MOVE 0 TO WS-MMD-DAYS
           END-IF.

           COMPUTE WS-MMD-DUE-INT ROUNDED =
               MMD-PRINCIPAL * MMD-RATE / 100 * WS-MMD-DAYS / 360.

       BOOK-ACCRUAL-INCREMENT.
      *    Book WS-MMD-INCREMENT of interest (negative to take some
      *    back): receivable against income for a placement, expense
      *    against payable for a borrowing
           MOVE WS-MMD-INCREMENT TO WS-MMD-PAIR-AMOUNT.
           IF MMD-PLACEMENT
               MOVE WS-GL-INT-RECEIVABLE TO WS-MMD-DEBIT-GLA
               MOVE WS-GL-INT-INCOME TO WS-MMD-CREDIT-GLA
           ELSE
               MOVE WS-GL-INT-EXPENSE TO WS-MMD-DEBIT-GLA
               MOVE WS-GL-INT-PAYABLE TO WS-MMD-CREDIT-GLA
           END-IF.
           PERFORM BOOK-DEAL-PAIR.
           ADD WS-MMD-INCREMENT TO MMD-ACCRUED-INT.

       SET-BOOKING-STATUS.
      *    Report whether every leg of the booking found its row
           IF MMD-BOOKING-FAILED
               MOVE '23' TO WS-MMD-OP-STATUS
               MOVE 'Deal chart row missing - leg not booked'
                   TO WS-MMD-OP-MESSAGE
           ELSE
               MOVE '00' TO WS-MMD-OP-STATUS
               MOVE 'Deal booked' TO WS-MMD-OP-MESSAGE
           END-IF.

       BOOK-DEAL-PAIR.
      *    DR the debit row and CR the credit row by the amount: DR
      *    adds to the booked balance, CR subtracts
      *    Input: WS-MMD-DEBIT-GLA, WS-MMD-CREDIT-GLA,
      *           WS-MMD-PAIR-AMOUNT
           IF WS-MMD-PAIR-AMOUNT NOT = 0
               MOVE WS-MMD-DEBIT-GLA TO WS-MMD-GLA-ID
               MOVE WS-MMD-PAIR-AMOUNT TO WS-MMD-MOVEMENT
               PERFORM MOVE-ONE-CHART-ROW
               MOVE WS-MMD-CREDIT-GLA TO WS-MMD-GLA-ID
               COMPUTE WS-MMD-MOVEMENT = 0 - WS-MMD-PAIR-AMOUNT
               PERFORM MOVE-ONE-CHART-ROW
           END-IF.

       MOVE-ONE-CHART-ROW.
      *    Add the movement to one chart row's booked balance and to
      *    the head office branch's share of it
      *    Input: WS-MMD-GLA-ID, WS-MMD-MOVEMENT
           MOVE WS-MMD-GLA-ID TO GLA-ID.

           CALL 'FILES' USING 'OPEN-GL-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'READ-GL-ACCOUNT' GL-ACCOUNT-RECORD
               WS-GLA-STATUS.

           IF WS-GLA-STATUS = '00'
               ADD WS-MMD-MOVEMENT TO GLA-BALANCE
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO GLA-UPDATED-TS
               CALL 'FILES' USING 'UPDATE-GL-ACCOUNT'
                   GL-ACCOUNT-RECORD WS-GLA-STATUS
           END-IF.

           CALL 'FILES' USING 'CLOSE-GL-ACCOUNT-FILE'.

           IF WS-GLA-STATUS = '00'
               CALL 'GLBRANCH' USING 'POST-BRANCH-GL-MOVEMENT'
                   WS-MM-BRANCH WS-MMD-GLA-ID
                   WS-MMD-MOVEMENT WS-BRANCH-STATUS
           ELSE
               MOVE 1 TO WS-MMD-BOOK-ERROR
               DISPLAY 'WARNING: GLA ' WS-MMD-GLA-ID
                   ' missing - deal ' MMD-DEAL-ID
                   ' leg not booked'
           END-IF.

      ******************************************************************
      * COUNTERPARTY MAINTENANCE
      ******************************************************************

       SET-MM-COUNTERPARTY.
      *    Add a counterparty or amend an existing one's name, limit
      *    and status. Lowering a limit below what is already placed
      *    is allowed - it only stops further placements.
      *    Input: MM-COUNTERPARTY-RECORD (code, name, limit, status),
      *           WS-INPUT-OPERATOR-ID (the supervisor)
      *    Output: WS-MMD-OP-STATUS
           MOVE '99' TO WS-MMD-OP-STATUS.

           IF MMC-COUNTERPARTY = SPACES
               MOVE 'Counterparty code is required'
                   TO WS-MMD-OP-MESSAGE
               GO TO SET-MM-COUNTERPARTY-END
           END-IF.

           IF MMC-LIMIT < 0
               MOVE 'Limit cannot be negative' TO WS-MMD-OP-MESSAGE
               GO TO SET-MM-COUNTERPARTY-END
           END-IF.

           IF NOT MMC-ACTIVE AND NOT MMC-SUSPENDED
               MOVE 'Status must be ACTIVE or SUSPEND'
                   TO WS-MMD-OP-MESSAGE
               GO TO SET-MM-COUNTERPARTY-END
           END-IF.

           MOVE WS-INPUT-OPERATOR-ID TO MMC-UPDATED-OP-ID.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO MMC-UPDATED-TS.
           MOVE SPACES TO MMC-FILLER.

           CALL 'FILES' USING 'OPEN-MM-COUNTERPARTY-FILE-IO'.
           CALL 'FILES' USING 'UPDATE-MM-COUNTERPARTY'
               MM-COUNTERPARTY-RECORD WS-MMD-OP-STATUS.
           IF MMD-OP-NOT-FOUND
               CALL 'FILES' USING 'WRITE-MM-COUNTERPARTY'
                   MM-COUNTERPARTY-RECORD WS-MMD-OP-STATUS
           END-IF.
           CALL 'FILES' USING 'CLOSE-MM-COUNTERPARTY-FILE'.

           IF MMD-OP-SUCCESS
               CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
                   WS-INPUT-OPERATOR-ID 'MM-COUNTERPARTY-SET' 0
                   'Money market counterparty limit set'
                   WS-AUDIT-STATUS
               MOVE 'Counterparty saved' TO WS-MMD-OP-MESSAGE
           ELSE
               MOVE 'Failed to save counterparty' TO WS-MMD-OP-MESSAGE
           END-IF.

       SET-MM-COUNTERPARTY-END.
           EXIT.

       GET-MM-COUNTERPARTY.
      *    Read one counterparty by code
      *    Input: WS-INPUT-COUNTERPARTY
      *    Output: MM-COUNTERPARTY-RECORD, WS-MMD-OP-STATUS
           MOVE WS-INPUT-COUNTERPARTY TO MMC-COUNTERPARTY.

           CALL 'FILES' USING 'OPEN-MM-COUNTERPARTY-FILE-IO'.
           CALL 'FILES' USING 'READ-MM-COUNTERPARTY'
               MM-COUNTERPARTY-RECORD WS-MMD-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-MM-COUNTERPARTY-FILE'.

           IF MMD-OP-SUCCESS
               MOVE 'Counterparty retrieved' TO WS-MMD-OP-MESSAGE
           ELSE
               MOVE 'Counterparty not found' TO WS-MMD-OP-MESSAGE
           END-IF.

       END PROGRAM MMDEALS.
