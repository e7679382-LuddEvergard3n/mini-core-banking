      ******************************************************************
      * REFCHG.COB - Reference Data Change Control Module
      *
      * Exchange rates, the holiday calendar, the fee tariff, the
      * business rules parameters, the compliance watchlist, the
      * chart of accounts, the product catalogue, the posting rules,
      * the interest rate schedules, the term deposit rate card, the
      * processing cut-offs, the transaction tax rates and the
      * lending reference rates all decide money outcomes, yet one
      * operator could change most of them with nothing kept of the
      * old value.
      * This module puts every change to those tables through the
      * same maker-checker discipline JOURNAL.COB applies to vouchers
      * and MMDEALS.COB to treasury deals: the change is submitted
      * PENDING with its before and after images, and only a second
      * operator's approval applies it to the table. Every change,
      * applied or rejected, stays on the reference data change file
      * as the history the auditors inquire on (REFCHGRPT.COB).
      *
      * Design decisions:
      * - The before-image is taken from the live table at submission
      *   by this module, never keyed by the maker, and taken again at
      *   approval: if the item has moved since (another change was
      *   applied in between), the approval is refused and the change
      *   stays PENDING for the checker to reject, so an approval can
      *   never overwrite a value the checker did not see
      * - Only one PENDING change per item at a time; a second one is
      *   refused at submission until the first is decided
      * - The maker cannot approve their own change; either operator
      *   may reject it (the maker withdrawing a mistake)
      * - Approval applies the change through the table's own owner
      *   wherever one exists - FX for exchange rates, SCREENING for
      *   the watchlist, POSTRULE, INTRATE, TDRATE, CUTOFF, TAXRATE
      *   and REFRATE for their tables - so the owner's rules and
      *   stamps still hold, the checker stamped as the operator who
      *   set the row. The holiday calendar, fee tariff, parameter
      *   record, chart rows and catalogue have no owning module and
      *   are written here
      * - The effective-dated tables (interest rate schedules, tax
      *   rates, reference rates, rate card rows) are changed one
      *   dated row at a time: a row for a new date is an ADD, a row
      *   keyed again for a date already on file a CHANGE. Their
      *   owners delete nothing, so neither does a change; a posting
      *   rule is the one row of these tables that may be REMOVEd
      * - An interest rate schedule is imaged whole, so its tiers
      *   are approved together; the floors of its upper tiers are
      *   whole currency units, the most the image holds
      * - A rate card row's band floor is part of its item key and
      *   its effective date is in the image, so a whole new card
      *   can be pending band by band at once
      * - A chart of accounts change adds a row (at zero balance) or
      *   renames a row / sets its open-item flag; a booked balance
      *   is never touched by reference data control
      * - Business rules parameters are changed one named field at a
      *   time; the field catalog below gives each field's place,
      *   length and decimals in BUSINESS-RULES-RECORD, and a value
      *   with more decimals or digits than its field holds is
      *   refused at submission
      * - A fee tariff row is withdrawn by pricing it at zero; rows
      *   are never deleted, so the tariff keeps its history key
      * - A catalogue product is added with its type, name and the
      *   terms that are not amounts; every later change - the
      *   amounts included - is to one named field at a time, the
      *   way business rules parameters are changed. A product is
      *   never deleted: it is RETIRED through its STATUS field,
      *   since accounts opened on it still price from it
      *
      * Tables and their item keys:
      *   FXRATE    currency pair           CHANGE (ADD when new)
      *   HOLIDAY   calendar line (1:20)    ADD, REMOVE
      *   TARIFF    type (10) + channel(10) CHANGE (ADD when new)
      *   BUSRULE   parameter field name    CHANGE
      *   WATCHLST  entry ID ('NEW' to add) ADD, REMOVE
      *   GLCHART   chart row ID            CHANGE (ADD when new)
      *   PRODUCT   product code (1:8) and  ADD (field blank),
      *             field name (9:12)       CHANGE
      *   POSTRULE  code (1:6) + channel    CHANGE (ADD when new),
      *             (7:10)                  REMOVE
      *   INTRATE   schedule (1:10) + date  CHANGE (ADD when new)
      *   TDRATE    currency + term + band  CHANGE (ADD when new)
      *             floor (see RFC-TDR-ITEM-KEY)
      *   CUTOFF    type (1:8) + channel    CHANGE (ADD when new)
      *             (9:10)
      *   TAXRATE   operation (1:10) + date CHANGE (ADD when new)
      *   REFRATE   index (1:10) + date     CHANGE (ADD when new)
      *
      * Operations:
      * - SUBMIT-REF-CHANGE: Validates a change, takes its
      *   before-image and saves it PENDING (maker)
      * - APPROVE-REF-CHANGE: Checker approves a pending change and
      *   it is applied to its table
      * - REJECT-REF-CHANGE: Checker (or the maker) refuses a pending
      *   change
      * - GET-REF-CHANGE: Reads one change
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFCHG.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  WS-REF-CHANGE-OPERATION.
           05  WS-RFC-OP-STATUS        PIC XX.
               88  RFC-OP-SUCCESS      VALUE '00'.
               88  RFC-OP-NOT-FOUND    VALUE '23'.
               88  RFC-OP-INVALID      VALUE '99'.
           05  WS-RFC-OP-MESSAGE       PIC X(80).

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
      * change directly in REF-CHANGE-RECORD (table, action, item key
      * and after-image; for a holiday removal, the line to remove as
      * the before-image)
       01  WS-INPUT-CHANGE-ID          PIC 9(10).
       01  WS-INPUT-OPERATOR-ID        PIC 9(6).
       01  WS-INPUT-DECISION-NOTE      PIC X(40).

      * The item's image as the live table holds it now, and whether
      * the item is on the table at all
       01  WS-RFC-CURRENT-VALUE        PIC X(80).
       01  WS-RFC-ON-FILE-SWITCH       PIC 9.
           88  RFC-ITEM-ON-FILE        VALUE 1.
           88  RFC-ITEM-NOT-ON-FILE    VALUE 0.

      * Pending-duplicate scan: the item being submitted, and the
      * change record saved while the scan reads over it
       01  WS-RFC-SCAN-TABLE           PIC X(8).
       01  WS-RFC-SCAN-KEY             PIC X(20).
       01  WS-RFC-SCAN-STATUS          PIC XX.
       01  WS-RFC-PENDING-FOUND        PIC 9.
           88  RFC-PENDING-DUPLICATE   VALUE 1.
       01  WS-RFC-SAVE-CHANGE          PIC X(304).

      * Exchange rate working fields
       01  WS-RFC-FX-PAIR              PIC X(6).
       01  WS-RFC-FX-BUY-RATE          PIC 9(3)V9(6).
       01  WS-RFC-FX-SELL-RATE         PIC 9(3)V9(6).
       01  WS-RFC-TODAY                PIC 9(8).

      * Holiday calendar working table - the small line file is read
      * whole, the same way the maintenance screen used to
       01  WS-RFC-HOLIDAY-WANTED       PIC X(60).
       01  WS-RFC-HOLIDAY-COUNT        PIC 999.
       01  WS-RFC-HOLIDAY-IDX          PIC 999.
       01  WS-RFC-HOLIDAY-MATCH        PIC 999.
       01  WS-RFC-HOLIDAY-TABLE.
           05  WS-RFC-HOLIDAY-LINE     PIC X(60) OCCURS 200 TIMES.

      * Fee tariff working field
       01  WS-RFC-TARIFF-FEE           PIC 9(5)V99.

      * Business rules field catalog: field name, byte offset and
      * length in BUSINESS-RULES-RECORD, and decimal places
       01  WS-BRL-CATALOG-VALUES.
           05  FILLER PIC X(26) VALUE 'MIN-CREDIT-AMOUNT   001092'.
           05  FILLER PIC X(26) VALUE 'MAX-CREDIT-AMOUNT   010152'.
           05  FILLER PIC X(26) VALUE 'MIN-DEBIT-AMOUNT    025092'.
           05  FILLER PIC X(26) VALUE 'MAX-DEBIT-AMOUNT    034152'.
           05  FILLER PIC X(26) VALUE 'MIN-ACCOUNT-ID      049080'.
           05  FILLER PIC X(26) VALUE 'MAX-ACCOUNT-ID      057080'.
           05  FILLER PIC X(26) VALUE 'LOAN-DEFAULT-RATE   065042'.
           05  FILLER PIC X(26) VALUE 'LOAN-LATE-FEE       069072'.
           05  FILLER PIC X(26) VALUE 'LOAN-GRACE-DAYS     076030'.
           05  FILLER PIC X(26) VALUE 'LOAN-ORIG-FEE-PCT   079021'.
           05  FILLER PIC X(26) VALUE 'CAPITAL-BASE        081152'.
           05  FILLER PIC X(26) VALUE 'LARGE-EXP-PCT       096042'.
           05  FILLER PIC X(26) VALUE 'SINGLE-NAME-PCT     100042'.
           05  FILLER PIC X(26) VALUE 'GROUP-LIMIT-PCT     104042'.
           05  FILLER PIC X(26) VALUE 'RESERVE-PCT-CHECKING108042'.
           05  FILLER PIC X(26) VALUE 'RESERVE-PCT-SAVINGS 112042'.
           05  FILLER PIC X(26) VALUE 'RESERVE-PCT-TERM    116042'.
           05  FILLER PIC X(26) VALUE 'RESERVE-PCT-NOTICE  120042'.
           05  FILLER PIC X(26) VALUE 'MIN-CAPITAL-PCT     124042'.
           05  FILLER PIC X(26) VALUE 'CAPITAL-BUFFER-PCT  128042'.
           05  FILLER PIC X(26) VALUE 'BUDGET-TOL-PCT      132042'.
           05  FILLER PIC X(26) VALUE 'OI-WRITEOFF-DAYS    136030'.
           05  FILLER PIC X(26) VALUE 'FXC-ID-THRESHOLD    141152'.
           05  FILLER PIC X(26) VALUE 'SESSION-IDLE-MINUTES156030'.
           05  FILLER PIC X(26) VALUE 'WORKDAY-START       159040'.
           05  FILLER PIC X(26) VALUE 'WORKDAY-END         163040'.
           05  FILLER PIC X(26) VALUE 'COLLECTOR-1-30      167060'.
           05  FILLER PIC X(26) VALUE 'COLLECTOR-31-60     173060'.
           05  FILLER PIC X(26) VALUE 'COLLECTOR-61-90     179060'.
           05  FILLER PIC X(26) VALUE 'COLLECTOR-OVER-90   185060'.

       01  WS-BRL-CATALOG REDEFINES WS-BRL-CATALOG-VALUES.
           05  WS-BRL-FIELD OCCURS 30 TIMES.
               10  WS-BRL-FIELD-NAME   PIC X(20).
               10  WS-BRL-FIELD-OFFSET PIC 9(3).
               10  WS-BRL-FIELD-LENGTH PIC 9(2).
               10  WS-BRL-FIELD-DECIMALS PIC 9.

       01  WS-BRL-FIELD-COUNT          PIC 99 VALUE 30.
       01  WS-BRL-IDX                  PIC 99.
       01  WS-BRL-FOUND-IDX            PIC 99.

      * Business rules value conversion: the field's bytes as an
      * integer of its own scale, and the value in currency form
       01  WS-BRL-DIGITS               PIC 9(15).
       01  WS-BRL-AMOUNT               PIC 9(13)V99.
       01  WS-BRL-SCALED               PIC 9(15)V99.
       01  WS-BRL-SCALE                PIC 9(3).
       01  WS-BRL-LIMIT                PIC 9(16).
       01  WS-BRL-START                PIC 99.
       01  WS-BRL-OFFSET               PIC 9(3).
       01  WS-BRL-LENGTH               PIC 99.

      * Watchlist and chart of accounts working fields
       01  WS-RFC-WLT-ENTRY-ID         PIC 9(8).
       01  WS-RFC-WLT-NAME             PIC X(30).
       01  WS-RFC-WLT-TAX-ID           PIC X(20).
       01  WS-RFC-WLT-REASON           PIC X(30).
       01  WS-RFC-GLA-ID               PIC 9(4).

      * Product catalogue working fields: the field a change names
      * (NAME, STATUS, CURRENCIES, FEE-PLAN, INT-SCHEDULE,
      * MIN-DEPOSIT, MIN-BALANCE, MAINT-FEE, MIN-AGE, MAX-AGE) and
      * an age being checked for whole years
       01  WS-RFC-PRD-FIELD            PIC X(12).
           88  RFC-PRD-TEXT-FIELD      VALUE 'NAME' 'STATUS'
                                             'CURRENCIES' 'FEE-PLAN'
                                             'INT-SCHEDULE'.
           88  RFC-PRD-AMOUNT-FIELD    VALUE 'MIN-DEPOSIT'
                                             'MIN-BALANCE'
                                             'MAINT-FEE'.
           88  RFC-PRD-AGE-FIELD       VALUE 'MIN-AGE' 'MAX-AGE'.
       01  WS-RFC-PRD-AGE              PIC 9(5).
       01  WS-RFC-PRD-FEE-PLAN         PIC X(8).
           88  RFC-PRD-PLAN-VALID      VALUE SPACES 'STANDARD'
                                             'BUNDLE' 'SENIOR'
                                             'PAYROLL'.

      * Posting rule working fields
       01  WS-RFC-PRL-CODE             PIC X(6).
       01  WS-RFC-PRL-CHANNEL          PIC X(10).
       01  WS-RFC-PRL-DEBIT-GLA        PIC 9(4).
       01  WS-RFC-PRL-CREDIT-GLA       PIC 9(4).
       01  WS-RFC-PRL-DESCRIPTION      PIC X(30).

      * Rate table working fields: an index or taxed operation, the
      * date its row takes effect and the row's rates
       01  WS-RFC-RATE-NAME            PIC X(6).
           88  RFC-TAX-OPERATION-VALID VALUE 'LOAN' 'FX'.
       01  WS-RFC-EFFECTIVE-DATE       PIC 9(8).
       01  WS-RFC-RRT-RATE             PIC 9(2)V9(4).
       01  WS-RFC-TXR-FIXED-PCT        PIC 9(2)V9(4).
       01  WS-RFC-TXR-DAILY-PCT        PIC 9(2)V9(6).
       01  WS-RFC-TXR-CAP-DAYS         PIC 9(4).

      * Interest rate schedule working fields: the tier being
      * checked and the floor of the tier below it, and whether a
      * schedule outside the base set is named by a product
       01  WS-RFC-TIER-IDX             PIC 9.
       01  WS-RFC-TIER-FLOOR           PIC 9(10).
       01  WS-RFC-LOWER-FLOOR          PIC 9(10).
       01  WS-RFC-TIER-SWITCH          PIC 9.
           88  RFC-TIERS-INVALID       VALUE 1.
       01  WS-RFC-SCHEDULE-NAMED       PIC 9.
           88  RFC-SCHEDULE-IS-NAMED   VALUE 1.

      * Rate card and cut-off working fields
       01  WS-RFC-TDR-RATE             PIC 9(2)V9(4).
       01  WS-RFC-CUT-TIME             PIC 9(4).
       01  WS-RFC-CUT-TIME-PARTS REDEFINES WS-RFC-CUT-TIME.
           05  WS-RFC-CUT-HOUR         PIC 99.
           05  WS-RFC-CUT-MINUTE       PIC 99.

      * Currency check (see VALIDATE-CURRENCY-CODE in VALIDATION.COB)
       01  WS-RFC-VALIDATION-RESULT    PIC 9.
       01  WS-RFC-VALIDATION-MESSAGE   PIC X(80).

       01  WS-RFC-FILE-STATUS          PIC XX.
       01  WS-RFC-APPLY-STATUS         PIC XX.
       01  WS-RFC-APPLY-MESSAGE        PIC X(80).
       01  WS-RFC-AUDIT-DETAILS        PIC X(50).
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

       GENERATE-REF-CHANGE-ID.
      *    Generate next change number from control file
      *    Output: RFC-CHANGE-ID in REF-CHANGE-RECORD
           CALL 'FILES' USING 'READ-CONTROL' CONTROL-RECORD
               WS-RFC-OP-STATUS.

           IF NOT RFC-OP-SUCCESS
               DISPLAY 'FATAL: Cannot read control file for '
                   'change number'
               STOP RUN
           END-IF.

           ADD 1 TO CTL-LAST-REF-CHANGE-ID.
           MOVE CTL-LAST-REF-CHANGE-ID TO RFC-CHANGE-ID.

           CALL 'FILES' USING 'UPDATE-CONTROL' CONTROL-RECORD
               WS-RFC-OP-STATUS.

       BUILD-AUDIT-DETAILS.
      *    Name the change, its table and its action for the audit
      *    trail
      *    Output: WS-RFC-AUDIT-DETAILS
           MOVE SPACES TO WS-RFC-AUDIT-DETAILS.
           STRING 'Ref change ' RFC-CHANGE-ID ' '
                  RFC-TABLE DELIMITED BY SPACE
                  ' ' RFC-ACTION DELIMITED BY SPACE
                  ' ' RFC-ITEM-KEY DELIMITED BY SIZE
                  INTO WS-RFC-AUDIT-DETAILS.

      ******************************************************************
      * MAKER SUBMISSION
      ******************************************************************

       SUBMIT-REF-CHANGE.
      *    Validate a change, take the item's before-image from the
      *    live table and save the change PENDING
      *    Input: REF-CHANGE-RECORD (table, action, item key,
      *           after-image), WS-INPUT-OPERATOR-ID (the maker)
      *    Output: REF-CHANGE-RECORD, WS-RFC-OP-STATUS
           MOVE '00' TO WS-RFC-OP-STATUS.

           IF NOT RFC-TABLE-VALID
               MOVE '99' TO WS-RFC-OP-STATUS
               MOVE 'Unknown reference data table'
                   TO WS-RFC-OP-MESSAGE
               GO TO SUBMIT-REF-CHANGE-END
           END-IF.

           PERFORM VALIDATE-REF-CHANGE THRU VALIDATE-REF-CHANGE-END.
           IF NOT RFC-OP-SUCCESS
               GO TO SUBMIT-REF-CHANGE-END
           END-IF.

           PERFORM CAPTURE-CURRENT-VALUE.

      *    A set-type table's change is an ADD when the item is new
           IF RFC-CHANGE AND RFC-ITEM-NOT-ON-FILE
               IF RFC-FX-RATE OR RFC-FEE-TARIFF OR RFC-GL-CHART
                       OR RFC-POSTING-RULE OR RFC-INTEREST-RATE
                       OR RFC-TD-RATE-CARD OR RFC-CUTOFF
                       OR RFC-TAX-RATE OR RFC-REFERENCE-RATE
                   MOVE 'ADD' TO RFC-ACTION
               END-IF
           END-IF.

           IF RFC-REMOVE AND RFC-ITEM-NOT-ON-FILE
               MOVE '23' TO WS-RFC-OP-STATUS
               MOVE 'Item to remove is not on the table'
                   TO WS-RFC-OP-MESSAGE
               GO TO SUBMIT-REF-CHANGE-END
           END-IF.

           IF RFC-PRODUCT AND RFC-ADD AND RFC-ITEM-ON-FILE
               MOVE '99' TO WS-RFC-OP-STATUS
               MOVE 'That product code is already in the catalogue'
                   TO WS-RFC-OP-MESSAGE
               GO TO SUBMIT-REF-CHANGE-END
           END-IF.

           IF RFC-PRODUCT AND RFC-CHANGE AND RFC-ITEM-NOT-ON-FILE
               MOVE '23' TO WS-RFC-OP-STATUS
               MOVE 'Product is not in the catalogue'
                   TO WS-RFC-OP-MESSAGE
               GO TO SUBMIT-REF-CHANGE-END
           END-IF.

           IF RFC-ADD AND RFC-HOLIDAY AND RFC-ITEM-ON-FILE
               MOVE '99' TO WS-RFC-OP-STATUS
               MOVE 'That line is already on the holiday calendar'
                   TO WS-RFC-OP-MESSAGE
               GO TO SUBMIT-REF-CHANGE-END
           END-IF.

           IF RFC-CHANGE AND
                   WS-RFC-CURRENT-VALUE = RFC-AFTER-VALUE
               MOVE '99' TO WS-RFC-OP-STATUS
               MOVE 'No change - the new value is the value on file'
                   TO WS-RFC-OP-MESSAGE
               GO TO SUBMIT-REF-CHANGE-END
           END-IF.

           MOVE WS-RFC-CURRENT-VALUE TO RFC-BEFORE-VALUE.

           IF NOT (RFC-WATCHLIST AND RFC-ADD)
               PERFORM CHECK-PENDING-DUPLICATE
               IF RFC-PENDING-DUPLICATE
                   MOVE '99' TO WS-RFC-OP-STATUS
                   MOVE 'A change to this item is already pending'
                       TO WS-RFC-OP-MESSAGE
                   GO TO SUBMIT-REF-CHANGE-END
               END-IF
           END-IF.

           PERFORM GENERATE-REF-CHANGE-ID.

           MOVE 'PENDING' TO RFC-STATUS.
           MOVE WS-INPUT-OPERATOR-ID TO RFC-MAKER-OP-ID.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO RFC-SUBMITTED-TS.
           MOVE 0 TO RFC-CHECKER-OP-ID.
           MOVE SPACES TO RFC-DECIDED-TS.
           MOVE SPACES TO RFC-DECISION-NOTE.
           MOVE SPACES TO RFC-FILLER.

           CALL 'FILES' USING 'OPEN-REF-CHANGE-FILE-IO'.
           CALL 'FILES' USING 'WRITE-REF-CHANGE'
               REF-CHANGE-RECORD WS-RFC-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-REF-CHANGE-FILE'.

           IF RFC-OP-SUCCESS
               PERFORM BUILD-AUDIT-DETAILS
               CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
                   WS-INPUT-OPERATOR-ID 'REF-CHG-SUBMIT' 0
                   WS-RFC-AUDIT-DETAILS WS-AUDIT-STATUS
               MOVE 'Change submitted - awaiting a second operator'
                   TO WS-RFC-OP-MESSAGE
           ELSE
               MOVE 'Change could not be saved' TO WS-RFC-OP-MESSAGE
           END-IF.

       SUBMIT-REF-CHANGE-END.
           EXIT.

       VALIDATE-REF-CHANGE.
      *    Table-specific checks on the item key and after-image of a
      *    change being submitted
      *    Input: REF-CHANGE-RECORD
      *    Output: WS-RFC-OP-STATUS, WS-RFC-OP-MESSAGE, RFC-ITEM-KEY
      *            normalised
           MOVE '99' TO WS-RFC-OP-STATUS.
           MOVE RFC-AFTER-VALUE TO REF-CHANGE-VALUE.

           EVALUATE TRUE
               WHEN RFC-FX-RATE
                   IF NOT RFC-CHANGE OR RFC-ITEM-KEY(1:6) = SPACES
                       MOVE 'A currency pair is required'
                           TO WS-RFC-OP-MESSAGE
                       GO TO VALIDATE-REF-CHANGE-END
                   END-IF
                   MOVE RFV-FX-BUY-RATE TO WS-RFC-FX-BUY-RATE
                   MOVE RFV-FX-SELL-RATE TO WS-RFC-FX-SELL-RATE
                   IF WS-RFC-FX-BUY-RATE = 0 OR
                           WS-RFC-FX-SELL-RATE = 0
                       MOVE 'Buy and sell rates must both be non-zero'
                           TO WS-RFC-OP-MESSAGE
                       GO TO VALIDATE-REF-CHANGE-END
                   END-IF
               WHEN RFC-HOLIDAY
                   IF RFC-ADD
                       MOVE RFC-AFTER-VALUE(1:60)
                           TO WS-RFC-HOLIDAY-WANTED
                   ELSE
                       MOVE RFC-BEFORE-VALUE(1:60)
                           TO WS-RFC-HOLIDAY-WANTED
                   END-IF
                   IF (NOT RFC-ADD AND NOT RFC-REMOVE) OR
                           WS-RFC-HOLIDAY-WANTED = SPACES
                       MOVE 'A calendar line is required'
                           TO WS-RFC-OP-MESSAGE
                       GO TO VALIDATE-REF-CHANGE-END
                   END-IF
                   MOVE WS-RFC-HOLIDAY-WANTED(1:20) TO RFC-ITEM-KEY
               WHEN RFC-FEE-TARIFF
                   IF NOT RFC-CHANGE OR RFC-ITEM-KEY(1:10) = SPACES
                           OR RFC-ITEM-KEY(11:10) = SPACES
                       MOVE 'A transaction type and channel are needed'
                           TO WS-RFC-OP-MESSAGE
                       GO TO VALIDATE-REF-CHANGE-END
                   END-IF
                   MOVE RFV-TARIFF-FEE TO WS-RFC-TARIFF-FEE
               WHEN RFC-BUSINESS-RULE
                   PERFORM FIND-BRL-FIELD
                   IF NOT RFC-CHANGE OR WS-BRL-FOUND-IDX = 0
                       MOVE 'Unknown business rules parameter'
                           TO WS-RFC-OP-MESSAGE
                       GO TO VALIDATE-REF-CHANGE-END
                   END-IF
                   MOVE RFV-BRL-VALUE TO WS-BRL-AMOUNT
                   PERFORM SCALE-BRL-VALUE
                   IF WS-BRL-DIGITS NOT = WS-BRL-SCALED
                       MOVE 'Too many decimal places for the parameter'
                           TO WS-RFC-OP-MESSAGE
                       GO TO VALIDATE-REF-CHANGE-END
                   END-IF
                   IF WS-BRL-DIGITS NOT < WS-BRL-LIMIT
                       MOVE 'Value is too large for that parameter'
                           TO WS-RFC-OP-MESSAGE
                       GO TO VALIDATE-REF-CHANGE-END
                   END-IF
               WHEN RFC-WATCHLIST
                   IF RFC-ADD
                       IF RFV-WLT-NAME = SPACES AND
                               RFV-WLT-TAX-ID = SPACES
                           MOVE 'A name or a tax ID is required'
                               TO WS-RFC-OP-MESSAGE
                           GO TO VALIDATE-REF-CHANGE-END
                       END-IF
                       MOVE 'NEW' TO RFC-ITEM-KEY
                   ELSE
                       IF NOT RFC-REMOVE OR
                               RFC-ITEM-KEY(1:8) NOT NUMERIC
                           MOVE 'A watchlist entry ID is required'
                               TO WS-RFC-OP-MESSAGE
                           GO TO VALIDATE-REF-CHANGE-END
                       END-IF
                   END-IF
               WHEN RFC-GL-CHART
                   IF NOT RFC-CHANGE OR
                           RFC-ITEM-KEY(1:4) NOT NUMERIC OR
                           RFC-ITEM-KEY(1:4) = '0000'
                       MOVE 'A chart row ID is required'
                           TO WS-RFC-OP-MESSAGE
                       GO TO VALIDATE-REF-CHANGE-END
                   END-IF
                   IF RFV-GLA-NAME = SPACES OR
                           (RFV-GLA-OPEN-ITEM-FLAG NOT = 'Y' AND
                            RFV-GLA-OPEN-ITEM-FLAG NOT = 'N')
                       MOVE 'A row name and open-item flag Y/N needed'
                           TO WS-RFC-OP-MESSAGE
                       GO TO VALIDATE-REF-CHANGE-END
                   END-IF
               WHEN RFC-PRODUCT
                   PERFORM VALIDATE-PRODUCT-CHANGE
                       THRU VALIDATE-PRODUCT-CHANGE-END
                   IF WS-RFC-OP-MESSAGE NOT = SPACES
                       GO TO VALIDATE-REF-CHANGE-END
                   END-IF
               WHEN RFC-POSTING-RULE
                   PERFORM VALIDATE-POSTING-RULE-CHANGE
                       THRU VALIDATE-POSTING-RULE-CHANGE-END
                   IF WS-RFC-OP-MESSAGE NOT = SPACES
                       GO TO VALIDATE-REF-CHANGE-END
                   END-IF
               WHEN RFC-INTEREST-RATE
                   PERFORM VALIDATE-INTEREST-RATE-CHANGE
                       THRU VALIDATE-INTEREST-RATE-CHANGE-END
                   IF WS-RFC-OP-MESSAGE NOT = SPACES
                       GO TO VALIDATE-REF-CHANGE-END
                   END-IF
               WHEN RFC-TD-RATE-CARD
                   PERFORM VALIDATE-TD-RATE-CARD-CHANGE
                       THRU VALIDATE-TD-RATE-CARD-CHANGE-END
                   IF WS-RFC-OP-MESSAGE NOT = SPACES
                       GO TO VALIDATE-REF-CHANGE-END
                   END-IF
               WHEN RFC-CUTOFF
                   MOVE RFC-ITEM-KEY(1:8) TO CUT-PAYMENT-TYPE
                   MOVE RFC-ITEM-KEY(9:10) TO CUT-CHANNEL
                   IF NOT RFC-CHANGE
                           OR (NOT CUT-TYPE-WIRE
                               AND NOT CUT-TYPE-TRANSFER
                               AND NOT CUT-TYPE-BILLPAY
                               AND NOT CUT-TYPE-DIRECT-DEBIT
                               AND NOT CUT-TYPE-CHEQUE-DEP
                               AND NOT CUT-TYPE-POSITIVE-PAY)
                       MOVE 'Unknown payment type for a cut-off'
                           TO WS-RFC-OP-MESSAGE
                       GO TO VALIDATE-REF-CHANGE-END
                   END-IF
                   IF CUT-CHANNEL NOT = 'TELLER'
                           AND CUT-CHANNEL NOT = 'ONLINE'
                           AND CUT-CHANNEL NOT = 'BATCH'
                           AND CUT-CHANNEL NOT = 'ATM'
                       MOVE 'Channel: TELLER, ONLINE, BATCH or ATM'
                           TO WS-RFC-OP-MESSAGE
                       GO TO VALIDATE-REF-CHANGE-END
                   END-IF
                   MOVE 9999 TO WS-RFC-CUT-TIME
                   IF RFV-CUT-TIME IS NUMERIC
                       MOVE RFV-CUT-TIME TO WS-RFC-CUT-TIME
                   END-IF
                   IF WS-RFC-CUT-HOUR > 23 OR WS-RFC-CUT-MINUTE > 59
                       MOVE 'Cut-off time must be HHMM, 24-hour'
                           TO WS-RFC-OP-MESSAGE
                       GO TO VALIDATE-REF-CHANGE-END
                   END-IF
               WHEN RFC-TAX-RATE
                   PERFORM VALIDATE-TAX-RATE-CHANGE
                       THRU VALIDATE-TAX-RATE-CHANGE-END
                   IF WS-RFC-OP-MESSAGE NOT = SPACES
                       GO TO VALIDATE-REF-CHANGE-END
                   END-IF
               WHEN RFC-REFERENCE-RATE
                   IF NOT RFC-CHANGE OR RFC-DATED-ITEM-NAME = SPACES
                           OR RFC-DATED-ITEM-NAME(7:4) NOT = SPACES
                       MOVE 'Index code must be 1 to 6 characters'
                           TO WS-RFC-OP-MESSAGE
                       GO TO VALIDATE-REF-CHANGE-END
                   END-IF
                   IF RFC-DATED-ITEM-DATE NOT NUMERIC
                           OR RFC-DATED-ITEM-DATE = 0
                       MOVE 'An effective date is required'
                           TO WS-RFC-OP-MESSAGE
                       GO TO VALIDATE-REF-CHANGE-END
                   END-IF
           END-EVALUATE.

           MOVE '00' TO WS-RFC-OP-STATUS.

       VALIDATE-REF-CHANGE-END.
           EXIT.

       VALIDATE-PRODUCT-CHANGE.
      *    Checks on a catalogue change: a product code, and either a
      *    complete new product or a known field with a value that
      *    fits it
      *    Output: WS-RFC-OP-MESSAGE (spaces when the change is valid)
           MOVE SPACES TO WS-RFC-OP-MESSAGE.
           MOVE RFC-ITEM-KEY(9:12) TO WS-RFC-PRD-FIELD.

           IF RFC-ITEM-KEY(1:8) = SPACES
               MOVE 'A product code is required' TO WS-RFC-OP-MESSAGE
               GO TO VALIDATE-PRODUCT-CHANGE-END
           END-IF.

           IF RFC-ADD
               IF WS-RFC-PRD-FIELD NOT = SPACES
                   MOVE 'A new product names no field'
                       TO WS-RFC-OP-MESSAGE
                   GO TO VALIDATE-PRODUCT-CHANGE-END
               END-IF
               IF RFV-PRD-ACCOUNT-TYPE NOT = 'CHECKING' AND
                       RFV-PRD-ACCOUNT-TYPE NOT = 'SAVINGS' AND
                       RFV-PRD-ACCOUNT-TYPE NOT = 'NOTICE' AND
                       RFV-PRD-ACCOUNT-TYPE NOT = 'TERM'
                   MOVE 'Base type must be CHECKING SAVINGS NOTICE TERM'
                       TO WS-RFC-OP-MESSAGE
                   GO TO VALIDATE-PRODUCT-CHANGE-END
               END-IF
               IF RFV-PRD-NAME = SPACES
                   MOVE 'A product name is required'
                       TO WS-RFC-OP-MESSAGE
                   GO TO VALIDATE-PRODUCT-CHANGE-END
               END-IF
               MOVE RFV-PRD-FEE-PLAN TO WS-RFC-PRD-FEE-PLAN
               IF NOT RFC-PRD-PLAN-VALID
                   MOVE 'Unknown fee plan' TO WS-RFC-OP-MESSAGE
                   GO TO VALIDATE-PRODUCT-CHANGE-END
               END-IF
               IF RFV-PRD-MIN-AGE NOT NUMERIC OR
                       RFV-PRD-MAX-AGE NOT NUMERIC
                   MOVE 'Age bounds must be whole years'
                       TO WS-RFC-OP-MESSAGE
                   GO TO VALIDATE-PRODUCT-CHANGE-END
               END-IF
               IF RFV-PRD-MAX-AGE > 0 AND
                       RFV-PRD-MAX-AGE < RFV-PRD-MIN-AGE
                   MOVE 'Maximum age is below the minimum age'
                       TO WS-RFC-OP-MESSAGE
               END-IF
               GO TO VALIDATE-PRODUCT-CHANGE-END
           END-IF.

           IF NOT RFC-CHANGE
               MOVE 'A product is added or changed, never removed'
                   TO WS-RFC-OP-MESSAGE
               GO TO VALIDATE-PRODUCT-CHANGE-END
           END-IF.

           EVALUATE TRUE
               WHEN WS-RFC-PRD-FIELD = 'NAME'
                   IF RFV-PRD-TEXT-VALUE = SPACES
                       MOVE 'A product name is required'
                           TO WS-RFC-OP-MESSAGE
                   END-IF
               WHEN WS-RFC-PRD-FIELD = 'STATUS'
                   IF RFV-PRD-TEXT-VALUE NOT = 'ACTIVE' AND
                           RFV-PRD-TEXT-VALUE NOT = 'RETIRED'
                       MOVE 'Status must be ACTIVE or RETIRED'
                           TO WS-RFC-OP-MESSAGE
                   END-IF
               WHEN WS-RFC-PRD-FIELD = 'FEE-PLAN'
                   MOVE RFV-PRD-TEXT-VALUE TO WS-RFC-PRD-FEE-PLAN
                   IF NOT RFC-PRD-PLAN-VALID OR
                           RFV-PRD-TEXT-VALUE(9:22) NOT = SPACES
                       MOVE 'Unknown fee plan' TO WS-RFC-OP-MESSAGE
                   END-IF
               WHEN WS-RFC-PRD-FIELD = 'CURRENCIES'
                   IF RFV-PRD-TEXT-VALUE(10:21) NOT = SPACES
                       MOVE 'At most three currencies, e.g. BRLUSD'
                           TO WS-RFC-OP-MESSAGE
                   END-IF
               WHEN WS-RFC-PRD-FIELD = 'INT-SCHEDULE'
                   IF RFV-PRD-TEXT-VALUE(11:20) NOT = SPACES
                       MOVE 'A schedule name is at most 10 characters'
                           TO WS-RFC-OP-MESSAGE
                   END-IF
               WHEN RFC-PRD-AMOUNT-FIELD
                   MOVE RFV-BRL-VALUE TO WS-BRL-AMOUNT
               WHEN RFC-PRD-AGE-FIELD
                   MOVE RFV-BRL-VALUE TO WS-BRL-AMOUNT
                   MOVE WS-BRL-AMOUNT TO WS-RFC-PRD-AGE
                   IF WS-BRL-AMOUNT > 999 OR
                           WS-RFC-PRD-AGE NOT = WS-BRL-AMOUNT
                       MOVE 'An age is a whole number of years'
                           TO WS-RFC-OP-MESSAGE
                   END-IF
               WHEN OTHER
                   MOVE 'Unknown product field' TO WS-RFC-OP-MESSAGE
           END-EVALUATE.

       VALIDATE-PRODUCT-CHANGE-END.
           EXIT.

       VALIDATE-POSTING-RULE-CHANGE.
      *    Checks on a posting rule change: a code, and for a rule
      *    being set both GL rows already on the chart
      *    Output: WS-RFC-OP-MESSAGE (spaces when the change is valid)
           MOVE SPACES TO WS-RFC-OP-MESSAGE.

           IF (NOT RFC-CHANGE AND NOT RFC-REMOVE)
                   OR RFC-ITEM-KEY(1:6) = SPACES
               MOVE 'A transaction code is required'
                   TO WS-RFC-OP-MESSAGE
               GO TO VALIDATE-POSTING-RULE-CHANGE-END
           END-IF.

           IF RFC-REMOVE
               GO TO VALIDATE-POSTING-RULE-CHANGE-END
           END-IF.

           IF RFV-PRL-DEBIT-GLA NOT NUMERIC
                   OR RFV-PRL-CREDIT-GLA NOT NUMERIC
               MOVE 'Debit and credit GL accounts are required'
                   TO WS-RFC-OP-MESSAGE
               GO TO VALIDATE-POSTING-RULE-CHANGE-END
           END-IF.

           MOVE RFV-PRL-DEBIT-GLA TO GLA-ID.
           PERFORM CHECK-GL-ROW-ON-CHART.
           IF WS-RFC-FILE-STATUS NOT = '00'
               MOVE 'Debit GL account is not on the chart'
                   TO WS-RFC-OP-MESSAGE
               GO TO VALIDATE-POSTING-RULE-CHANGE-END
           END-IF.

           MOVE RFV-PRL-CREDIT-GLA TO GLA-ID.
           PERFORM CHECK-GL-ROW-ON-CHART.
           IF WS-RFC-FILE-STATUS NOT = '00'
               MOVE 'Credit GL account is not on the chart'
                   TO WS-RFC-OP-MESSAGE
               GO TO VALIDATE-POSTING-RULE-CHANGE-END
           END-IF.

       VALIDATE-POSTING-RULE-CHANGE-END.
           EXIT.

       CHECK-GL-ROW-ON-CHART.
      *    Confirm one GL row exists on the chart of accounts
      *    Input: GLA-ID in GL-ACCOUNT-RECORD
      *    Output: WS-RFC-FILE-STATUS ('00' on file)
           CALL 'FILES' USING 'OPEN-GL-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'READ-GL-ACCOUNT' GL-ACCOUNT-RECORD
               WS-RFC-FILE-STATUS.
           CALL 'FILES' USING 'CLOSE-GL-ACCOUNT-FILE'.

       VALIDATE-INTEREST-RATE-CHANGE.
      *    Checks on a whole schedule, the same INTRATE applies: a
      *    schedule in use, a date, the day basis, one to five tiers
      *    with rising floors; unused tiers are cleared in the image
      *    Output: WS-RFC-OP-MESSAGE (spaces when the change is valid)
           MOVE SPACES TO WS-RFC-OP-MESSAGE.

           IF NOT RFC-CHANGE OR RFC-DATED-ITEM-NAME = SPACES
               MOVE 'A schedule name is required' TO WS-RFC-OP-MESSAGE
               GO TO VALIDATE-INTEREST-RATE-CHANGE-END
           END-IF.

           IF RFC-DATED-ITEM-DATE NOT NUMERIC
                   OR RFC-DATED-ITEM-DATE = 0
               MOVE 'An effective date is required'
                   TO WS-RFC-OP-MESSAGE
               GO TO VALIDATE-INTEREST-RATE-CHANGE-END
           END-IF.

           MOVE RFC-DATED-ITEM-NAME TO IRS-PRODUCT.
           IF NOT IRS-PRODUCT-SAVINGS AND NOT IRS-PRODUCT-NOTICE
                   AND NOT IRS-PRODUCT-OVERDRAFT
               CALL 'PRODUCTS' USING 'CHECK-SCHEDULE-IN-USE'
                   IRS-PRODUCT WS-RFC-SCHEDULE-NAMED
               IF NOT RFC-SCHEDULE-IS-NAMED
                   MOVE 'Schedule is not named by any product'
                       TO WS-RFC-OP-MESSAGE
                   GO TO VALIDATE-INTEREST-RATE-CHANGE-END
               END-IF
           END-IF.

           IF RFV-IRS-DAY-BASIS NOT NUMERIC
                   OR (RFV-IRS-DAY-BASIS NOT = 365
                       AND RFV-IRS-DAY-BASIS NOT = 360)
               MOVE 'Day basis must be 365 or 360' TO WS-RFC-OP-MESSAGE
               GO TO VALIDATE-INTEREST-RATE-CHANGE-END
           END-IF.

           IF RFV-IRS-TIER-COUNT NOT NUMERIC
                   OR RFV-IRS-TIER-COUNT < 1
                   OR RFV-IRS-TIER-COUNT > 5
               MOVE 'A schedule has one to five tiers'
                   TO WS-RFC-OP-MESSAGE
               GO TO VALIDATE-INTEREST-RATE-CHANGE-END
           END-IF.

           MOVE 0 TO WS-RFC-LOWER-FLOOR.
           MOVE 0 TO WS-RFC-TIER-SWITCH.
           PERFORM CHECK-ONE-UPPER-TIER
               VARYING WS-RFC-TIER-IDX FROM 1 BY 1
               UNTIL WS-RFC-TIER-IDX > 4.

           IF RFC-TIERS-INVALID
               MOVE 'Tier floors must rise from one tier to the next'
                   TO WS-RFC-OP-MESSAGE
               GO TO VALIDATE-INTEREST-RATE-CHANGE-END
           END-IF.

           MOVE REF-CHANGE-VALUE TO RFC-AFTER-VALUE.

       VALIDATE-INTEREST-RATE-CHANGE-END.
           EXIT.

       CHECK-ONE-UPPER-TIER.
      *    A tier in use must start above the one before it; a tier
      *    beyond the count is cleared
           IF WS-RFC-TIER-IDX < RFV-IRS-TIER-COUNT
               MOVE RFV-IRS-TIER-FLOOR(WS-RFC-TIER-IDX)
                   TO WS-RFC-TIER-FLOOR
               IF WS-RFC-TIER-FLOOR NOT > WS-RFC-LOWER-FLOOR
                   MOVE 1 TO WS-RFC-TIER-SWITCH
               END-IF
               MOVE WS-RFC-TIER-FLOOR TO WS-RFC-LOWER-FLOOR
           ELSE
               MOVE 0 TO RFV-IRS-TIER-FLOOR(WS-RFC-TIER-IDX)
               MOVE 0 TO RFV-IRS-TIER-RATE(WS-RFC-TIER-IDX)
           END-IF.

       VALIDATE-TD-RATE-CARD-CHANGE.
      *    Checks on a rate card row, the same TDRATE applies; a
      *    standard row's campaign end date and name are cleared
      *    Output: WS-RFC-OP-MESSAGE (spaces when the change is valid)
           MOVE SPACES TO WS-RFC-OP-MESSAGE.

           IF NOT RFC-CHANGE OR RFC-TDR-CURRENCY = SPACES
               MOVE 'A currency is required' TO WS-RFC-OP-MESSAGE
               GO TO VALIDATE-TD-RATE-CARD-CHANGE-END
           END-IF.

           CALL 'VALIDATION' USING 'VALIDATE-CURRENCY-CODE'
               RFC-TDR-CURRENCY WS-RFC-VALIDATION-RESULT
               WS-RFC-VALIDATION-MESSAGE.
           IF WS-RFC-VALIDATION-RESULT = 0
               MOVE WS-RFC-VALIDATION-MESSAGE TO WS-RFC-OP-MESSAGE
               GO TO VALIDATE-TD-RATE-CARD-CHANGE-END
           END-IF.

           IF RFC-TDR-TERM-MONTHS NOT NUMERIC
                   OR RFC-TDR-TERM-MONTHS = 0
               MOVE 'Term must be at least one month'
                   TO WS-RFC-OP-MESSAGE
               GO TO VALIDATE-TD-RATE-CARD-CHANGE-END
           END-IF.

           IF RFC-TDR-BAND-FLOOR NOT NUMERIC
               MOVE 'The band floor is not an amount'
                   TO WS-RFC-OP-MESSAGE
               GO TO VALIDATE-TD-RATE-CARD-CHANGE-END
           END-IF.

           IF RFV-TDR-EFFECTIVE-DATE NOT NUMERIC
                   OR RFV-TDR-EFFECTIVE-DATE = 0
               MOVE 'An effective date is required'
                   TO WS-RFC-OP-MESSAGE
               GO TO VALIDATE-TD-RATE-CARD-CHANGE-END
           END-IF.

           MOVE RFV-TDR-RATE TO WS-RFC-TDR-RATE.
           IF WS-RFC-TDR-RATE = 0
               MOVE 'A card rate is required' TO WS-RFC-OP-MESSAGE
               GO TO VALIDATE-TD-RATE-CARD-CHANGE-END
           END-IF.

           EVALUATE RFV-TDR-ROW-KIND
               WHEN 'S'
                   MOVE 0 TO RFV-TDR-END-DATE
                   MOVE SPACES TO RFV-TDR-CAMPAIGN-NAME
               WHEN 'C'
                   IF RFV-TDR-END-DATE NOT NUMERIC
                           OR RFV-TDR-END-DATE < RFV-TDR-EFFECTIVE-DATE
                       MOVE 'A campaign must end on or after its start'
                           TO WS-RFC-OP-MESSAGE
                       GO TO VALIDATE-TD-RATE-CARD-CHANGE-END
                   END-IF
               WHEN OTHER
                   MOVE 'Row kind must be S (standard) or C (campaign)'
                       TO WS-RFC-OP-MESSAGE
                   GO TO VALIDATE-TD-RATE-CARD-CHANGE-END
           END-EVALUATE.

           MOVE REF-CHANGE-VALUE TO RFC-AFTER-VALUE.

       VALIDATE-TD-RATE-CARD-CHANGE-END.
           EXIT.

       VALIDATE-TAX-RATE-CHANGE.
      *    Checks on a tax rate row, the same TAXRATE applies
      *    Output: WS-RFC-OP-MESSAGE (spaces when the change is valid)
           MOVE SPACES TO WS-RFC-OP-MESSAGE.
           MOVE RFC-DATED-ITEM-NAME TO WS-RFC-RATE-NAME.

           IF NOT RFC-CHANGE OR NOT RFC-TAX-OPERATION-VALID
                   OR RFC-DATED-ITEM-NAME(7:4) NOT = SPACES
               MOVE 'The taxed operation must be LOAN or FX'
                   TO WS-RFC-OP-MESSAGE
               GO TO VALIDATE-TAX-RATE-CHANGE-END
           END-IF.

           IF RFC-DATED-ITEM-DATE NOT NUMERIC
                   OR RFC-DATED-ITEM-DATE = 0
               MOVE 'An effective date is required'
                   TO WS-RFC-OP-MESSAGE
               GO TO VALIDATE-TAX-RATE-CHANGE-END
           END-IF.

           MOVE RFV-TXR-FIXED-PCT TO WS-RFC-TXR-FIXED-PCT.
           MOVE RFV-TXR-DAILY-PCT TO WS-RFC-TXR-DAILY-PCT.
           MOVE RFV-TXR-CAP-DAYS TO WS-RFC-TXR-CAP-DAYS.

           IF WS-RFC-RATE-NAME = 'FX' AND WS-RFC-TXR-DAILY-PCT > 0
               MOVE 'A conversion has no term - FX takes no daily rate'
                   TO WS-RFC-OP-MESSAGE
               GO TO VALIDATE-TAX-RATE-CHANGE-END
           END-IF.

           IF WS-RFC-TXR-DAILY-PCT > 0 AND WS-RFC-TXR-CAP-DAYS = 0
               MOVE 'A daily rate needs a cap in days'
                   TO WS-RFC-OP-MESSAGE
               GO TO VALIDATE-TAX-RATE-CHANGE-END
           END-IF.

       VALIDATE-TAX-RATE-CHANGE-END.
           EXIT.

       CHECK-PENDING-DUPLICATE.
      *    Look for another PENDING change to the same item; the
      *    change being submitted is kept aside while the table's
      *    changes are read over it
      *    Output: WS-RFC-PENDING-FOUND
           MOVE 0 TO WS-RFC-PENDING-FOUND.
           MOVE REF-CHANGE-RECORD TO WS-RFC-SAVE-CHANGE.
           MOVE RFC-TABLE TO WS-RFC-SCAN-TABLE.
           MOVE RFC-ITEM-KEY TO WS-RFC-SCAN-KEY.

           CALL 'FILES' USING 'OPEN-REF-CHANGE-FILE-IO'.
           CALL 'FILES' USING 'START-REF-CHANGES-BY-TABLE'
               WS-RFC-SCAN-STATUS.
           IF WS-RFC-SCAN-STATUS = '00'
               PERFORM SCAN-NEXT-TABLE-CHANGE
                   UNTIL WS-RFC-SCAN-STATUS NOT = '00'
           END-IF.
           CALL 'FILES' USING 'CLOSE-REF-CHANGE-FILE'.

           MOVE WS-RFC-SAVE-CHANGE TO REF-CHANGE-RECORD.

       SCAN-NEXT-TABLE-CHANGE.
      *    Read the table's next change; stop at the end of the table
      *    or on a pending change to the same item
           CALL 'FILES' USING 'READ-NEXT-REF-CHANGE'
               REF-CHANGE-RECORD WS-RFC-SCAN-STATUS.

           IF WS-RFC-SCAN-STATUS = '00'
               IF RFC-TABLE NOT = WS-RFC-SCAN-TABLE
                   MOVE '10' TO WS-RFC-SCAN-STATUS
               ELSE
                   IF RFC-PENDING AND RFC-ITEM-KEY = WS-RFC-SCAN-KEY
                       MOVE 1 TO WS-RFC-PENDING-FOUND
                       MOVE '10' TO WS-RFC-SCAN-STATUS
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * CHECKER DECISIONS
      ******************************************************************

       APPROVE-REF-CHANGE.
      *    Approve a PENDING change on the checker's decision and
      *    apply it to its table; the maker cannot approve their own
      *    change, and a change whose before-image no longer matches
      *    the live table is refused and left PENDING
      *    Input: WS-INPUT-CHANGE-ID, WS-INPUT-OPERATOR-ID (the
      *           checker), WS-INPUT-DECISION-NOTE
      *    Output: REF-CHANGE-RECORD, WS-RFC-OP-STATUS
           MOVE WS-INPUT-CHANGE-ID TO RFC-CHANGE-ID.

           CALL 'FILES' USING 'OPEN-REF-CHANGE-FILE-IO'.
           CALL 'FILES' USING 'READ-REF-CHANGE'
               REF-CHANGE-RECORD WS-RFC-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-REF-CHANGE-FILE'.

           IF NOT RFC-OP-SUCCESS
               MOVE 'Change not found' TO WS-RFC-OP-MESSAGE
               GO TO APPROVE-REF-CHANGE-END
           END-IF.

           IF NOT RFC-PENDING
               MOVE '99' TO WS-RFC-OP-STATUS
               MOVE 'Change is not pending' TO WS-RFC-OP-MESSAGE
               GO TO APPROVE-REF-CHANGE-END
           END-IF.

           IF RFC-MAKER-OP-ID = WS-INPUT-OPERATOR-ID
               MOVE '99' TO WS-RFC-OP-STATUS
               MOVE 'Maker cannot approve their own change'
                   TO WS-RFC-OP-MESSAGE
               GO TO APPROVE-REF-CHANGE-END
           END-IF.

           PERFORM CAPTURE-CURRENT-VALUE.
           IF WS-RFC-CURRENT-VALUE NOT = RFC-BEFORE-VALUE
               MOVE '99' TO WS-RFC-OP-STATUS
               MOVE 'Item has changed since submission - reject it'
                   TO WS-RFC-OP-MESSAGE
               GO TO APPROVE-REF-CHANGE-END
           END-IF.

           PERFORM APPLY-REF-CHANGE THRU APPLY-REF-CHANGE-END.
           IF WS-RFC-APPLY-STATUS NOT = '00'
               MOVE '99' TO WS-RFC-OP-STATUS
               MOVE 'Change could not be applied - still pending'
                   TO WS-RFC-OP-MESSAGE
               GO TO APPROVE-REF-CHANGE-END
           END-IF.

           MOVE 'APPLIED' TO RFC-STATUS.
           MOVE WS-INPUT-OPERATOR-ID TO RFC-CHECKER-OP-ID.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO RFC-DECIDED-TS.
           MOVE WS-INPUT-DECISION-NOTE TO RFC-DECISION-NOTE.

           CALL 'FILES' USING 'OPEN-REF-CHANGE-FILE-IO'.
           CALL 'FILES' USING 'UPDATE-REF-CHANGE'
               REF-CHANGE-RECORD WS-RFC-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-REF-CHANGE-FILE'.

           PERFORM BUILD-AUDIT-DETAILS.
           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-INPUT-OPERATOR-ID 'REF-CHG-APPROVE' 0
               WS-RFC-AUDIT-DETAILS WS-AUDIT-STATUS.

           MOVE 'Change approved and applied' TO WS-RFC-OP-MESSAGE.

       APPROVE-REF-CHANGE-END.
           EXIT.

       REJECT-REF-CHANGE.
      *    Refuse a PENDING change; the table is not touched
      *    Input: WS-INPUT-CHANGE-ID, WS-INPUT-OPERATOR-ID,
      *           WS-INPUT-DECISION-NOTE
      *    Output: REF-CHANGE-RECORD, WS-RFC-OP-STATUS
           MOVE WS-INPUT-CHANGE-ID TO RFC-CHANGE-ID.

           CALL 'FILES' USING 'OPEN-REF-CHANGE-FILE-IO'.
           CALL 'FILES' USING 'READ-REF-CHANGE'
               REF-CHANGE-RECORD WS-RFC-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-REF-CHANGE-FILE'.

           IF NOT RFC-OP-SUCCESS
               MOVE 'Change not found' TO WS-RFC-OP-MESSAGE
               GO TO REJECT-REF-CHANGE-END
           END-IF.

           IF NOT RFC-PENDING
               MOVE '99' TO WS-RFC-OP-STATUS
               MOVE 'Change is not pending' TO WS-RFC-OP-MESSAGE
               GO TO REJECT-REF-CHANGE-END
           END-IF.

           MOVE 'REJECTED' TO RFC-STATUS.
           MOVE WS-INPUT-OPERATOR-ID TO RFC-CHECKER-OP-ID.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO RFC-DECIDED-TS.
           MOVE WS-INPUT-DECISION-NOTE TO RFC-DECISION-NOTE.

           CALL 'FILES' USING 'OPEN-REF-CHANGE-FILE-IO'.
           CALL 'FILES' USING 'UPDATE-REF-CHANGE'
               REF-CHANGE-RECORD WS-RFC-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-REF-CHANGE-FILE'.

           PERFORM BUILD-AUDIT-DETAILS.
           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-INPUT-OPERATOR-ID 'REF-CHG-REJECT' 0
               WS-RFC-AUDIT-DETAILS WS-AUDIT-STATUS.

           MOVE 'Change rejected' TO WS-RFC-OP-MESSAGE.

       REJECT-REF-CHANGE-END.
           EXIT.

       GET-REF-CHANGE.
      *    Read one change by change number
      *    Input: WS-INPUT-CHANGE-ID
      *    Output: REF-CHANGE-RECORD, WS-RFC-OP-STATUS
           MOVE WS-INPUT-CHANGE-ID TO RFC-CHANGE-ID.

           CALL 'FILES' USING 'OPEN-REF-CHANGE-FILE-IO'.
           CALL 'FILES' USING 'READ-REF-CHANGE'
               REF-CHANGE-RECORD WS-RFC-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-REF-CHANGE-FILE'.

           IF RFC-OP-SUCCESS
               MOVE 'Change found' TO WS-RFC-OP-MESSAGE
           ELSE
               MOVE 'Change not found' TO WS-RFC-OP-MESSAGE
           END-IF.

      ******************************************************************
      * BEFORE-IMAGE CAPTURE
      ******************************************************************

       CAPTURE-CURRENT-VALUE.
      *    Take the item's image from the live table in the table's
      *    change layout (spaces when the item is not on the table)
      *    Input: REF-CHANGE-RECORD
      *    Output: WS-RFC-CURRENT-VALUE, WS-RFC-ON-FILE-SWITCH
           MOVE SPACES TO REF-CHANGE-VALUE.
           MOVE 0 TO WS-RFC-ON-FILE-SWITCH.

           EVALUATE TRUE
               WHEN RFC-FX-RATE
                   PERFORM CAPTURE-FX-RATE
               WHEN RFC-HOLIDAY
                   PERFORM CAPTURE-HOLIDAY
               WHEN RFC-FEE-TARIFF
                   PERFORM CAPTURE-FEE-TARIFF
               WHEN RFC-BUSINESS-RULE
                   PERFORM CAPTURE-BUSINESS-RULE
               WHEN RFC-WATCHLIST
                   PERFORM CAPTURE-WATCHLIST
               WHEN RFC-GL-CHART
                   PERFORM CAPTURE-GL-CHART
               WHEN RFC-PRODUCT
                   PERFORM CAPTURE-PRODUCT
               WHEN RFC-POSTING-RULE
                   PERFORM CAPTURE-POSTING-RULE
               WHEN RFC-INTEREST-RATE
                   PERFORM CAPTURE-INTEREST-RATE
               WHEN RFC-TD-RATE-CARD
                   PERFORM CAPTURE-TD-RATE-CARD
               WHEN RFC-CUTOFF
                   PERFORM CAPTURE-CUTOFF
               WHEN RFC-TAX-RATE
                   PERFORM CAPTURE-TAX-RATE
               WHEN RFC-REFERENCE-RATE
                   PERFORM CAPTURE-REFERENCE-RATE
           END-EVALUATE.

           MOVE REF-CHANGE-VALUE TO WS-RFC-CURRENT-VALUE.

       CAPTURE-FX-RATE.
      *    The pair's buy and sell rates as on file
           MOVE RFC-ITEM-KEY(1:6) TO FXR-PAIR.
           CALL 'FILES' USING 'OPEN-FX-RATE-FILE-IO'.
           CALL 'FILES' USING 'READ-FX-RATE' FX-RATE-RECORD
               WS-RFC-FILE-STATUS.
           CALL 'FILES' USING 'CLOSE-FX-RATE-FILE'.

           IF WS-RFC-FILE-STATUS = '00'
               MOVE 1 TO WS-RFC-ON-FILE-SWITCH
               MOVE FXR-BUY-RATE TO RFV-FX-BUY-RATE
               MOVE FXR-SELL-RATE TO RFV-FX-SELL-RATE
           END-IF.

       CAPTURE-HOLIDAY.
      *    The calendar line itself, when it is on the calendar
           IF RFC-ADD
               MOVE RFC-AFTER-VALUE(1:60) TO WS-RFC-HOLIDAY-WANTED
           ELSE
               MOVE RFC-BEFORE-VALUE(1:60) TO WS-RFC-HOLIDAY-WANTED
           END-IF.

           PERFORM LOAD-HOLIDAY-TABLE.

           IF WS-RFC-HOLIDAY-MATCH > 0
               MOVE 1 TO WS-RFC-ON-FILE-SWITCH
               MOVE WS-RFC-HOLIDAY-WANTED TO RFV-HOLIDAY-LINE
           END-IF.

       CAPTURE-FEE-TARIFF.
      *    The type and channel's fee as on the tariff
           MOVE RFC-ITEM-KEY TO FTR-KEY.
           CALL 'FILES' USING 'OPEN-FEE-TARIFF-FILE-IO'.
           CALL 'FILES' USING 'READ-FEE-TARIFF'
               FEE-TARIFF-RECORD WS-RFC-FILE-STATUS.
           CALL 'FILES' USING 'CLOSE-FEE-TARIFF-FILE'.

           IF WS-RFC-FILE-STATUS = '00'
               MOVE 1 TO WS-RFC-ON-FILE-SWITCH
               MOVE FTR-FEE TO RFV-TARIFF-FEE
           END-IF.

       CAPTURE-BUSINESS-RULE.
      *    The named parameter's value as on the parameter record; a
      *    field a short older record left blank images as spaces
           PERFORM FIND-BRL-FIELD.
           IF WS-BRL-FOUND-IDX > 0
               MOVE 1 TO WS-RFC-ON-FILE-SWITCH
               CALL 'FILES' USING 'READ-PARAMETER-FILE'
                   BUSINESS-RULES-RECORD WS-RFC-FILE-STATUS
               MOVE 0 TO WS-BRL-DIGITS
               MOVE BUSINESS-RULES-RECORD(WS-BRL-OFFSET:WS-BRL-LENGTH)
                   TO WS-BRL-DIGITS(WS-BRL-START:WS-BRL-LENGTH)
               IF WS-BRL-DIGITS IS NUMERIC
                   COMPUTE WS-BRL-AMOUNT =
                       WS-BRL-DIGITS / WS-BRL-SCALE
                   MOVE WS-BRL-AMOUNT TO RFV-BRL-VALUE
               END-IF
           END-IF.

       CAPTURE-WATCHLIST.
      *    The entry's name, tax ID and reason while it is ACTIVE
           IF RFC-ITEM-KEY(1:8) IS NUMERIC
               MOVE RFC-ITEM-KEY(1:8) TO WLT-ENTRY-ID
               CALL 'FILES' USING 'OPEN-WATCHLIST-FILE-IO'
               CALL 'FILES' USING 'READ-WATCHLIST-ENTRY'
                   WATCHLIST-RECORD WS-RFC-FILE-STATUS
               CALL 'FILES' USING 'CLOSE-WATCHLIST-FILE'
               IF WS-RFC-FILE-STATUS = '00' AND WLT-ACTIVE
                   MOVE 1 TO WS-RFC-ON-FILE-SWITCH
                   MOVE WLT-NAME TO RFV-WLT-NAME
                   MOVE WLT-TAX-ID TO RFV-WLT-TAX-ID
                   MOVE WLT-REASON TO RFV-WLT-REASON
               END-IF
           END-IF.

       CAPTURE-GL-CHART.
      *    The chart row's name and open-item flag
           MOVE RFC-ITEM-KEY(1:4) TO GLA-ID.
           CALL 'FILES' USING 'OPEN-GL-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'READ-GL-ACCOUNT'
               GL-ACCOUNT-RECORD WS-RFC-FILE-STATUS.
           CALL 'FILES' USING 'CLOSE-GL-ACCOUNT-FILE'.

           IF WS-RFC-FILE-STATUS = '00'
               MOVE 1 TO WS-RFC-ON-FILE-SWITCH
               MOVE GLA-NAME TO RFV-GLA-NAME
               MOVE GLA-OPEN-ITEM-FLAG TO RFV-GLA-OPEN-ITEM-FLAG
           END-IF.

       CAPTURE-PRODUCT.
      *    A new product's terms, or the one named field, as on the
      *    catalogue
           MOVE RFC-ITEM-KEY(1:8) TO PRD-CODE.
           MOVE RFC-ITEM-KEY(9:12) TO WS-RFC-PRD-FIELD.
           CALL 'FILES' USING 'OPEN-PRODUCT-FILE-IO'.
           CALL 'FILES' USING 'READ-PRODUCT' PRODUCT-RECORD
               WS-RFC-FILE-STATUS.
           CALL 'FILES' USING 'CLOSE-PRODUCT-FILE'.

           IF WS-RFC-FILE-STATUS = '00'
               MOVE 1 TO WS-RFC-ON-FILE-SWITCH
               EVALUATE TRUE
                   WHEN WS-RFC-PRD-FIELD = SPACES
                       MOVE PRD-ACCOUNT-TYPE TO RFV-PRD-ACCOUNT-TYPE
                       MOVE PRD-NAME TO RFV-PRD-NAME
                       MOVE PRD-CURRENCIES TO RFV-PRD-CURRENCIES
                       MOVE PRD-FEE-PLAN TO RFV-PRD-FEE-PLAN
                       MOVE PRD-INT-SCHEDULE TO RFV-PRD-INT-SCHEDULE
                       MOVE PRD-MIN-AGE TO RFV-PRD-MIN-AGE
                       MOVE PRD-MAX-AGE TO RFV-PRD-MAX-AGE
                   WHEN WS-RFC-PRD-FIELD = 'NAME'
                       MOVE PRD-NAME TO RFV-PRD-TEXT-VALUE
                   WHEN WS-RFC-PRD-FIELD = 'STATUS'
                       MOVE PRD-STATUS TO RFV-PRD-TEXT-VALUE
                   WHEN WS-RFC-PRD-FIELD = 'CURRENCIES'
                       MOVE PRD-CURRENCIES TO RFV-PRD-TEXT-VALUE
                   WHEN WS-RFC-PRD-FIELD = 'FEE-PLAN'
                       MOVE PRD-FEE-PLAN TO RFV-PRD-TEXT-VALUE
                   WHEN WS-RFC-PRD-FIELD = 'INT-SCHEDULE'
                       MOVE PRD-INT-SCHEDULE TO RFV-PRD-TEXT-VALUE
                   WHEN WS-RFC-PRD-FIELD = 'MIN-DEPOSIT'
                       MOVE PRD-MIN-OPEN-DEPOSIT TO RFV-BRL-VALUE
                   WHEN WS-RFC-PRD-FIELD = 'MIN-BALANCE'
                       MOVE PRD-MIN-BALANCE TO RFV-BRL-VALUE
                   WHEN WS-RFC-PRD-FIELD = 'MAINT-FEE'
                       MOVE PRD-MAINT-FEE TO RFV-BRL-VALUE
                   WHEN WS-RFC-PRD-FIELD = 'MIN-AGE'
                       MOVE PRD-MIN-AGE TO RFV-BRL-VALUE
                   WHEN WS-RFC-PRD-FIELD = 'MAX-AGE'
                       MOVE PRD-MAX-AGE TO RFV-BRL-VALUE
               END-EVALUATE
           END-IF.

       CAPTURE-POSTING-RULE.
      *    The code and channel's GL rows and description as on file
           MOVE RFC-ITEM-KEY(1:6) TO PRL-TXN-CODE.
           MOVE RFC-ITEM-KEY(7:10) TO PRL-CHANNEL.
           CALL 'FILES' USING 'OPEN-POSTING-RULE-FILE-IO'.
           CALL 'FILES' USING 'READ-POSTING-RULE' POSTING-RULE-RECORD
               WS-RFC-FILE-STATUS.
           CALL 'FILES' USING 'CLOSE-POSTING-RULE-FILE'.

           IF WS-RFC-FILE-STATUS = '00'
               MOVE 1 TO WS-RFC-ON-FILE-SWITCH
               MOVE PRL-DEBIT-GLA TO RFV-PRL-DEBIT-GLA
               MOVE PRL-CREDIT-GLA TO RFV-PRL-CREDIT-GLA
               MOVE PRL-DESCRIPTION TO RFV-PRL-DESCRIPTION
           END-IF.

       CAPTURE-INTEREST-RATE.
      *    The schedule keyed for exactly that date, as on file
           MOVE RFC-DATED-ITEM-NAME TO IRS-PRODUCT.
           MOVE RFC-DATED-ITEM-DATE TO IRS-EFFECTIVE-DATE.
           CALL 'FILES' USING 'OPEN-INTEREST-RATE-FILE-IO'.
           CALL 'FILES' USING 'READ-INTEREST-RATE'
               INTEREST-RATE-SCHEDULE-RECORD WS-RFC-FILE-STATUS.
           CALL 'FILES' USING 'CLOSE-INTEREST-RATE-FILE'.

           IF WS-RFC-FILE-STATUS = '00'
               MOVE 1 TO WS-RFC-ON-FILE-SWITCH
               MOVE IRS-DAY-BASIS TO RFV-IRS-DAY-BASIS
               MOVE IRS-TIER-COUNT TO RFV-IRS-TIER-COUNT
               MOVE IRS-TIER-RATE(1) TO RFV-IRS-FIRST-RATE
               PERFORM IMAGE-ONE-UPPER-TIER
                   VARYING WS-RFC-TIER-IDX FROM 1 BY 1
                   UNTIL WS-RFC-TIER-IDX > 4
           END-IF.

       IMAGE-ONE-UPPER-TIER.
      *    Tier WS-RFC-TIER-IDX + 1 of the schedule into the image
           MOVE IRS-TIER-FLOOR(WS-RFC-TIER-IDX + 1)
               TO RFV-IRS-TIER-FLOOR(WS-RFC-TIER-IDX).
           MOVE IRS-TIER-RATE(WS-RFC-TIER-IDX + 1)
               TO RFV-IRS-TIER-RATE(WS-RFC-TIER-IDX).

       CAPTURE-TD-RATE-CARD.
      *    The band's row for the effective date the change names, as
      *    on file
           IF RFC-AFTER-VALUE(1:8) IS NUMERIC
               MOVE RFC-TDR-CURRENCY TO TDR-CURRENCY
               MOVE RFC-TDR-TERM-MONTHS TO TDR-TERM-MONTHS
               MOVE RFC-TDR-BAND-FLOOR TO TDR-BAND-FLOOR
               MOVE RFC-AFTER-VALUE(1:8) TO TDR-EFFECTIVE-DATE
               CALL 'FILES' USING 'OPEN-TD-RATE-CARD-FILE-IO'
               CALL 'FILES' USING 'READ-TD-RATE-CARD'
                   TD-RATE-CARD-RECORD WS-RFC-FILE-STATUS
               CALL 'FILES' USING 'CLOSE-TD-RATE-CARD-FILE'
               IF WS-RFC-FILE-STATUS = '00'
                   MOVE 1 TO WS-RFC-ON-FILE-SWITCH
                   MOVE TDR-EFFECTIVE-DATE TO RFV-TDR-EFFECTIVE-DATE
                   MOVE TDR-ROW-KIND TO RFV-TDR-ROW-KIND
                   MOVE TDR-END-DATE TO RFV-TDR-END-DATE
                   MOVE TDR-RATE TO RFV-TDR-RATE
                   MOVE TDR-CAMPAIGN-NAME TO RFV-TDR-CAMPAIGN-NAME
               END-IF
           END-IF.

       CAPTURE-CUTOFF.
      *    The payment type and channel's cut-off time as on file
           MOVE RFC-ITEM-KEY(1:8) TO CUT-PAYMENT-TYPE.
           MOVE RFC-ITEM-KEY(9:10) TO CUT-CHANNEL.
           CALL 'FILES' USING 'OPEN-CUTOFF-FILE-IO'.
           CALL 'FILES' USING 'READ-CUTOFF' CUTOFF-RECORD
               WS-RFC-FILE-STATUS.
           CALL 'FILES' USING 'CLOSE-CUTOFF-FILE'.

           IF WS-RFC-FILE-STATUS = '00'
               MOVE 1 TO WS-RFC-ON-FILE-SWITCH
               MOVE CUT-TIME TO RFV-CUT-TIME
           END-IF.

       CAPTURE-TAX-RATE.
      *    The operation's rate keyed for exactly that date, as on
      *    file
           MOVE RFC-DATED-ITEM-NAME TO TXR-OPERATION.
           MOVE RFC-DATED-ITEM-DATE TO TXR-EFFECTIVE-DATE.
           CALL 'FILES' USING 'OPEN-TAX-RATE-FILE-IO'.
           CALL 'FILES' USING 'READ-TAX-RATE' TAX-RATE-RECORD
               WS-RFC-FILE-STATUS.
           CALL 'FILES' USING 'CLOSE-TAX-RATE-FILE'.

           IF WS-RFC-FILE-STATUS = '00'
               MOVE 1 TO WS-RFC-ON-FILE-SWITCH
               MOVE TXR-FIXED-PCT TO RFV-TXR-FIXED-PCT
               MOVE TXR-DAILY-PCT TO RFV-TXR-DAILY-PCT
               MOVE TXR-CAP-DAYS TO RFV-TXR-CAP-DAYS
           END-IF.

       CAPTURE-REFERENCE-RATE.
      *    The index value keyed for exactly that date, as on file
           MOVE RFC-DATED-ITEM-NAME TO RRT-INDEX-CODE.
           MOVE RFC-DATED-ITEM-DATE TO RRT-EFFECTIVE-DATE.
           CALL 'FILES' USING 'OPEN-REFERENCE-RATE-FILE-IO'.
           CALL 'FILES' USING 'READ-REFERENCE-RATE'
               REFERENCE-RATE-RECORD WS-RFC-FILE-STATUS.
           CALL 'FILES' USING 'CLOSE-REFERENCE-RATE-FILE'.

           IF WS-RFC-FILE-STATUS = '00'
               MOVE 1 TO WS-RFC-ON-FILE-SWITCH
               MOVE RRT-RATE TO RFV-RRT-RATE
           END-IF.

       LOAD-HOLIDAY-TABLE.
      *    Read the whole calendar into the working table, noting
      *    the first line equal to the one wanted
      *    Output: WS-RFC-HOLIDAY-TABLE, WS-RFC-HOLIDAY-COUNT,
      *            WS-RFC-HOLIDAY-MATCH
           MOVE 0 TO WS-RFC-HOLIDAY-COUNT.
           MOVE 0 TO WS-RFC-HOLIDAY-MATCH.
           CALL 'FILES' USING 'OPEN-HOLIDAY-FILE-INPUT'
               WS-RFC-FILE-STATUS.

           PERFORM LOAD-NEXT-HOLIDAY-LINE
               UNTIL WS-RFC-FILE-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-HOLIDAY-FILE'.

       LOAD-NEXT-HOLIDAY-LINE.
      *    Note one calendar line
           CALL 'FILES' USING 'READ-NEXT-HOLIDAY-LINE'
               HOLIDAY-FILE-LINE WS-RFC-FILE-STATUS.

           IF WS-RFC-FILE-STATUS = '00' AND WS-RFC-HOLIDAY-COUNT < 200
               ADD 1 TO WS-RFC-HOLIDAY-COUNT
               MOVE HOLIDAY-FILE-LINE
                   TO WS-RFC-HOLIDAY-LINE(WS-RFC-HOLIDAY-COUNT)
               IF HOLIDAY-FILE-LINE = WS-RFC-HOLIDAY-WANTED AND
                       WS-RFC-HOLIDAY-MATCH = 0
                   MOVE WS-RFC-HOLIDAY-COUNT TO WS-RFC-HOLIDAY-MATCH
               END-IF
           END-IF.

       FIND-BRL-FIELD.
      *    Find the parameter named in the item key in the field
      *    catalog and set up its place, length and scale
      *    Output: WS-BRL-FOUND-IDX (zero when unknown),
      *            WS-BRL-OFFSET, WS-BRL-LENGTH, WS-BRL-START,
      *            WS-BRL-SCALE, WS-BRL-LIMIT
           MOVE 0 TO WS-BRL-FOUND-IDX.
           PERFORM MATCH-ONE-BRL-FIELD
               VARYING WS-BRL-IDX FROM 1 BY 1
               UNTIL WS-BRL-IDX > WS-BRL-FIELD-COUNT.

           IF WS-BRL-FOUND-IDX > 0
               MOVE WS-BRL-FIELD-OFFSET(WS-BRL-FOUND-IDX)
                   TO WS-BRL-OFFSET
               MOVE WS-BRL-FIELD-LENGTH(WS-BRL-FOUND-IDX)
                   TO WS-BRL-LENGTH
               COMPUTE WS-BRL-START = 16 - WS-BRL-LENGTH
               COMPUTE WS-BRL-SCALE =
                   10 ** WS-BRL-FIELD-DECIMALS(WS-BRL-FOUND-IDX)
               COMPUTE WS-BRL-LIMIT = 10 ** WS-BRL-LENGTH
           END-IF.

       MATCH-ONE-BRL-FIELD.
      *    Compare one catalog entry with the item key
           IF WS-BRL-FIELD-NAME(WS-BRL-IDX) = RFC-ITEM-KEY
               MOVE WS-BRL-IDX TO WS-BRL-FOUND-IDX
           END-IF.

       SCALE-BRL-VALUE.
      *    Turn a currency-form value into the field's own integer
      *    scale; WS-BRL-DIGITS differs from WS-BRL-SCALED when the
      *    value carries more decimals than the field holds
      *    Input: WS-BRL-AMOUNT, WS-BRL-SCALE
      *    Output: WS-BRL-SCALED, WS-BRL-DIGITS
           COMPUTE WS-BRL-SCALED = WS-BRL-AMOUNT * WS-BRL-SCALE.
           MOVE WS-BRL-SCALED TO WS-BRL-DIGITS.

      ******************************************************************
      * APPLYING AN APPROVED CHANGE
      ******************************************************************

       APPLY-REF-CHANGE.
      *    Write the after-image of an approved change to its table
      *    Input: REF-CHANGE-RECORD
      *    Output: WS-RFC-APPLY-STATUS, RFC-ITEM-KEY (a new
      *            watchlist entry's ID)
           MOVE '99' TO WS-RFC-APPLY-STATUS.
           MOVE RFC-AFTER-VALUE TO REF-CHANGE-VALUE.

           EVALUATE TRUE
               WHEN RFC-FX-RATE
                   PERFORM APPLY-FX-RATE
               WHEN RFC-HOLIDAY
                   PERFORM APPLY-HOLIDAY
               WHEN RFC-FEE-TARIFF
                   PERFORM APPLY-FEE-TARIFF
               WHEN RFC-BUSINESS-RULE
                   PERFORM APPLY-BUSINESS-RULE
               WHEN RFC-WATCHLIST
                   PERFORM APPLY-WATCHLIST
               WHEN RFC-GL-CHART
                   PERFORM APPLY-GL-CHART
               WHEN RFC-PRODUCT
                   PERFORM APPLY-PRODUCT
               WHEN RFC-POSTING-RULE
                   PERFORM APPLY-POSTING-RULE
               WHEN RFC-INTEREST-RATE
                   PERFORM APPLY-INTEREST-RATE
               WHEN RFC-TD-RATE-CARD
                   PERFORM APPLY-TD-RATE-CARD
               WHEN RFC-CUTOFF
                   PERFORM APPLY-CUTOFF
               WHEN RFC-TAX-RATE
                   PERFORM APPLY-TAX-RATE
               WHEN RFC-REFERENCE-RATE
                   PERFORM APPLY-REFERENCE-RATE
           END-EVALUATE.

       APPLY-REF-CHANGE-END.
           EXIT.

       APPLY-FX-RATE.
      *    Set the pair's rates through the FX module, effective today
           MOVE RFC-ITEM-KEY(1:6) TO WS-RFC-FX-PAIR.
           MOVE RFV-FX-BUY-RATE TO WS-RFC-FX-BUY-RATE.
           MOVE RFV-FX-SELL-RATE TO WS-RFC-FX-SELL-RATE.
           ACCEPT WS-RFC-TODAY FROM DATE YYYYMMDD.

           CALL 'FX' USING 'SET-EXCHANGE-RATE'
               WS-RFC-FX-PAIR WS-RFC-FX-BUY-RATE WS-RFC-FX-SELL-RATE
               WS-RFC-TODAY FX-RATE-RECORD WS-RFC-APPLY-STATUS.

       APPLY-HOLIDAY.
      *    Append the line, or rebuild the small file without it
           IF RFC-ADD
               CALL 'FILES' USING 'OPEN-HOLIDAY-FILE-EXTEND'
                   WS-RFC-APPLY-STATUS
               MOVE RFV-HOLIDAY-LINE TO HOLIDAY-FILE-LINE
               CALL 'FILES' USING 'WRITE-HOLIDAY-LINE'
                   HOLIDAY-FILE-LINE WS-RFC-APPLY-STATUS
               CALL 'FILES' USING 'CLOSE-HOLIDAY-FILE'
           ELSE
               MOVE RFC-BEFORE-VALUE(1:60) TO WS-RFC-HOLIDAY-WANTED
               PERFORM LOAD-HOLIDAY-TABLE
               CALL 'FILES' USING 'OPEN-HOLIDAY-FILE-OUTPUT'
                   WS-RFC-APPLY-STATUS
               PERFORM REWRITE-ONE-HOLIDAY-LINE
                   VARYING WS-RFC-HOLIDAY-IDX FROM 1 BY 1
                   UNTIL WS-RFC-HOLIDAY-IDX > WS-RFC-HOLIDAY-COUNT
               CALL 'FILES' USING 'CLOSE-HOLIDAY-FILE'
           END-IF.

       REWRITE-ONE-HOLIDAY-LINE.
      *    Write every kept line back to the rebuilt calendar
           IF WS-RFC-HOLIDAY-IDX NOT = WS-RFC-HOLIDAY-MATCH
               MOVE WS-RFC-HOLIDAY-LINE(WS-RFC-HOLIDAY-IDX)
                   TO HOLIDAY-FILE-LINE
               CALL 'FILES' USING 'WRITE-HOLIDAY-LINE'
                   HOLIDAY-FILE-LINE WS-RFC-FILE-STATUS
           END-IF.

       APPLY-FEE-TARIFF.
      *    Reprice the type and channel, adding its row when new
           MOVE RFC-ITEM-KEY TO FTR-KEY.
           CALL 'FILES' USING 'OPEN-FEE-TARIFF-FILE-IO'.
           CALL 'FILES' USING 'READ-FEE-TARIFF'
               FEE-TARIFF-RECORD WS-RFC-FILE-STATUS.

           MOVE RFC-ITEM-KEY TO FTR-KEY.
           MOVE RFV-TARIFF-FEE TO FTR-FEE.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO FTR-UPDATED-TS.
           MOVE RFC-CHANGE-ID TO FTR-CHANGE-ID.

           IF WS-RFC-FILE-STATUS = '00'
               CALL 'FILES' USING 'UPDATE-FEE-TARIFF'
                   FEE-TARIFF-RECORD WS-RFC-APPLY-STATUS
           ELSE
               MOVE SPACES TO FTR-FILLER
               CALL 'FILES' USING 'WRITE-FEE-TARIFF'
                   FEE-TARIFF-RECORD WS-RFC-APPLY-STATUS
           END-IF.
           CALL 'FILES' USING 'CLOSE-FEE-TARIFF-FILE'.

       APPLY-BUSINESS-RULE.
      *    Overlay the named field on the parameter record and write
      *    the record back
           PERFORM FIND-BRL-FIELD.
           CALL 'FILES' USING 'READ-PARAMETER-FILE'
               BUSINESS-RULES-RECORD WS-RFC-FILE-STATUS.

           IF WS-RFC-FILE-STATUS = '00' AND WS-BRL-FOUND-IDX > 0
               MOVE RFV-BRL-VALUE TO WS-BRL-AMOUNT
               PERFORM SCALE-BRL-VALUE
               MOVE WS-BRL-DIGITS(WS-BRL-START:WS-BRL-LENGTH)
                   TO BUSINESS-RULES-RECORD(WS-BRL-OFFSET:WS-BRL-LENGTH)
               CALL 'FILES' USING 'WRITE-PARAMETER-FILE'
                   BUSINESS-RULES-RECORD WS-RFC-APPLY-STATUS
           END-IF.

       APPLY-WATCHLIST.
      *    Add or retire the entry through SCREENING; a new entry's
      *    ID becomes the change's item key
           IF RFC-ADD
               MOVE RFV-WLT-NAME TO WS-RFC-WLT-NAME
               MOVE RFV-WLT-TAX-ID TO WS-RFC-WLT-TAX-ID
               MOVE RFV-WLT-REASON TO WS-RFC-WLT-REASON
               CALL 'SCREENING' USING 'ADD-WATCHLIST-ENTRY'
                   WS-RFC-WLT-NAME WS-RFC-WLT-TAX-ID
                   WS-RFC-WLT-REASON WATCHLIST-RECORD
                   WS-RFC-APPLY-STATUS
               IF WS-RFC-APPLY-STATUS = '00'
                   MOVE WLT-ENTRY-ID TO RFC-ITEM-KEY
               END-IF
           ELSE
               MOVE RFC-ITEM-KEY(1:8) TO WS-RFC-WLT-ENTRY-ID
               CALL 'SCREENING' USING 'REMOVE-WATCHLIST-ENTRY'
                   WS-RFC-WLT-ENTRY-ID WATCHLIST-RECORD
                   WS-RFC-APPLY-STATUS
           END-IF.

       APPLY-GL-CHART.
      *    Add the chart row at zero balance, or rename it and set its
      *    open-item flag; the booked balance is left as it stands
           MOVE RFC-ITEM-KEY(1:4) TO WS-RFC-GLA-ID.
           MOVE WS-RFC-GLA-ID TO GLA-ID.
           CALL 'FILES' USING 'OPEN-GL-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'READ-GL-ACCOUNT'
               GL-ACCOUNT-RECORD WS-RFC-FILE-STATUS.

           PERFORM GET-CURRENT-TIMESTAMP.
           IF RFC-ADD
               INITIALIZE GL-ACCOUNT-RECORD
               MOVE WS-RFC-GLA-ID TO GLA-ID
               MOVE 0 TO GLA-BALANCE
               MOVE RFV-GLA-NAME TO GLA-NAME
               MOVE RFV-GLA-OPEN-ITEM-FLAG TO GLA-OPEN-ITEM-FLAG
               MOVE WS-TIMESTAMP TO GLA-UPDATED-TS
               MOVE SPACES TO GLA-FILLER
               CALL 'FILES' USING 'WRITE-GL-ACCOUNT'
                   GL-ACCOUNT-RECORD WS-RFC-APPLY-STATUS
           ELSE
               MOVE RFV-GLA-NAME TO GLA-NAME
               MOVE RFV-GLA-OPEN-ITEM-FLAG TO GLA-OPEN-ITEM-FLAG
               MOVE WS-TIMESTAMP TO GLA-UPDATED-TS
               CALL 'FILES' USING 'UPDATE-GL-ACCOUNT'
                   GL-ACCOUNT-RECORD WS-RFC-APPLY-STATUS
           END-IF.
           CALL 'FILES' USING 'CLOSE-GL-ACCOUNT-FILE'.

       APPLY-PRODUCT.
      *    Add the product, ACTIVE and with zero amounts until they
      *    are set, or overlay the one named field
           MOVE RFC-ITEM-KEY(1:8) TO PRD-CODE.
           MOVE RFC-ITEM-KEY(9:12) TO WS-RFC-PRD-FIELD.
           CALL 'FILES' USING 'OPEN-PRODUCT-FILE-IO'.
           CALL 'FILES' USING 'READ-PRODUCT' PRODUCT-RECORD
               WS-RFC-FILE-STATUS.

           PERFORM GET-CURRENT-TIMESTAMP.
           IF RFC-ADD
               INITIALIZE PRODUCT-RECORD
               MOVE RFC-ITEM-KEY(1:8) TO PRD-CODE
               MOVE RFV-PRD-ACCOUNT-TYPE TO PRD-ACCOUNT-TYPE
               MOVE RFV-PRD-NAME TO PRD-NAME
               MOVE 'ACTIVE' TO PRD-STATUS
               MOVE RFV-PRD-CURRENCIES TO PRD-CURRENCIES
               MOVE RFV-PRD-FEE-PLAN TO PRD-FEE-PLAN
               MOVE RFV-PRD-INT-SCHEDULE TO PRD-INT-SCHEDULE
               MOVE RFV-PRD-MIN-AGE TO PRD-MIN-AGE
               MOVE RFV-PRD-MAX-AGE TO PRD-MAX-AGE
               MOVE 0 TO PRD-MIN-OPEN-DEPOSIT
               MOVE 0 TO PRD-MIN-BALANCE
               MOVE 0 TO PRD-MAINT-FEE
               MOVE WS-TIMESTAMP TO PRD-UPDATED-TS
               MOVE RFC-CHANGE-ID TO PRD-CHANGE-ID
               MOVE SPACES TO PRD-FILLER
               CALL 'FILES' USING 'WRITE-PRODUCT'
                   PRODUCT-RECORD WS-RFC-APPLY-STATUS
           ELSE
               MOVE RFV-BRL-VALUE TO WS-BRL-AMOUNT
               EVALUATE TRUE
                   WHEN WS-RFC-PRD-FIELD = 'NAME'
                       MOVE RFV-PRD-TEXT-VALUE TO PRD-NAME
                   WHEN WS-RFC-PRD-FIELD = 'STATUS'
                       MOVE RFV-PRD-TEXT-VALUE TO PRD-STATUS
                   WHEN WS-RFC-PRD-FIELD = 'CURRENCIES'
                       MOVE RFV-PRD-TEXT-VALUE TO PRD-CURRENCIES
                   WHEN WS-RFC-PRD-FIELD = 'FEE-PLAN'
                       MOVE RFV-PRD-TEXT-VALUE TO PRD-FEE-PLAN
                   WHEN WS-RFC-PRD-FIELD = 'INT-SCHEDULE'
                       MOVE RFV-PRD-TEXT-VALUE TO PRD-INT-SCHEDULE
                   WHEN WS-RFC-PRD-FIELD = 'MIN-DEPOSIT'
                       MOVE WS-BRL-AMOUNT TO PRD-MIN-OPEN-DEPOSIT
                   WHEN WS-RFC-PRD-FIELD = 'MIN-BALANCE'
                       MOVE WS-BRL-AMOUNT TO PRD-MIN-BALANCE
                   WHEN WS-RFC-PRD-FIELD = 'MAINT-FEE'
                       MOVE WS-BRL-AMOUNT TO PRD-MAINT-FEE
                   WHEN WS-RFC-PRD-FIELD = 'MIN-AGE'
                       MOVE WS-BRL-AMOUNT TO PRD-MIN-AGE
                   WHEN WS-RFC-PRD-FIELD = 'MAX-AGE'
                       MOVE WS-BRL-AMOUNT TO PRD-MAX-AGE
               END-EVALUATE
               MOVE WS-TIMESTAMP TO PRD-UPDATED-TS
               MOVE RFC-CHANGE-ID TO PRD-CHANGE-ID
               CALL 'FILES' USING 'UPDATE-PRODUCT'
                   PRODUCT-RECORD WS-RFC-APPLY-STATUS
           END-IF.
           CALL 'FILES' USING 'CLOSE-PRODUCT-FILE'.

       APPLY-POSTING-RULE.
      *    Set or remove the code and channel's rule through POSTRULE
           MOVE RFC-ITEM-KEY(1:6) TO WS-RFC-PRL-CODE.
           MOVE RFC-ITEM-KEY(7:10) TO WS-RFC-PRL-CHANNEL.

           IF RFC-REMOVE
               CALL 'POSTRULE' USING 'REMOVE-POSTING-RULE'
                   WS-RFC-PRL-CODE WS-RFC-PRL-CHANNEL
                   WS-INPUT-OPERATOR-ID WS-RFC-APPLY-STATUS
           ELSE
               MOVE RFV-PRL-DEBIT-GLA TO WS-RFC-PRL-DEBIT-GLA
               MOVE RFV-PRL-CREDIT-GLA TO WS-RFC-PRL-CREDIT-GLA
               MOVE RFV-PRL-DESCRIPTION TO WS-RFC-PRL-DESCRIPTION
               CALL 'POSTRULE' USING 'SET-POSTING-RULE'
                   WS-RFC-PRL-CODE WS-RFC-PRL-CHANNEL
                   WS-RFC-PRL-DEBIT-GLA WS-RFC-PRL-CREDIT-GLA
                   WS-RFC-PRL-DESCRIPTION WS-INPUT-OPERATOR-ID
                   POSTING-RULE-RECORD WS-RFC-APPLY-STATUS
           END-IF.

       APPLY-INTEREST-RATE.
      *    Record the whole schedule through INTRATE
           INITIALIZE INTEREST-RATE-SCHEDULE-RECORD.
           MOVE RFC-DATED-ITEM-NAME TO IRS-PRODUCT.
           MOVE RFC-DATED-ITEM-DATE TO IRS-EFFECTIVE-DATE.
           MOVE RFV-IRS-DAY-BASIS TO IRS-DAY-BASIS.
           MOVE RFV-IRS-TIER-COUNT TO IRS-TIER-COUNT.
           MOVE 0 TO IRS-TIER-FLOOR(1).
           MOVE RFV-IRS-FIRST-RATE TO IRS-TIER-RATE(1).
           PERFORM LOAD-ONE-UPPER-TIER
               VARYING WS-RFC-TIER-IDX FROM 1 BY 1
               UNTIL WS-RFC-TIER-IDX > 4.

           CALL 'INTRATE' USING 'SET-INTEREST-RATE-SCHEDULE'
               INTEREST-RATE-SCHEDULE-RECORD WS-INPUT-OPERATOR-ID
               WS-RFC-APPLY-STATUS WS-RFC-APPLY-MESSAGE.

       LOAD-ONE-UPPER-TIER.
      *    Tier WS-RFC-TIER-IDX + 1 of the image into the schedule
           MOVE RFV-IRS-TIER-FLOOR(WS-RFC-TIER-IDX)
               TO IRS-TIER-FLOOR(WS-RFC-TIER-IDX + 1).
           MOVE RFV-IRS-TIER-RATE(WS-RFC-TIER-IDX)
               TO IRS-TIER-RATE(WS-RFC-TIER-IDX + 1).

       APPLY-TD-RATE-CARD.
      *    Record the band's row through TDRATE
           INITIALIZE TD-RATE-CARD-RECORD.
           MOVE RFC-TDR-CURRENCY TO TDR-CURRENCY.
           MOVE RFC-TDR-TERM-MONTHS TO TDR-TERM-MONTHS.
           MOVE RFC-TDR-BAND-FLOOR TO TDR-BAND-FLOOR.
           MOVE RFV-TDR-EFFECTIVE-DATE TO TDR-EFFECTIVE-DATE.
           MOVE RFV-TDR-ROW-KIND TO TDR-ROW-KIND.
           MOVE RFV-TDR-END-DATE TO TDR-END-DATE.
           MOVE RFV-TDR-RATE TO TDR-RATE.
           MOVE RFV-TDR-CAMPAIGN-NAME TO TDR-CAMPAIGN-NAME.

           CALL 'TDRATE' USING 'SET-TD-RATE-CARD-ROW'
               TD-RATE-CARD-RECORD WS-INPUT-OPERATOR-ID
               WS-RFC-APPLY-STATUS WS-RFC-APPLY-MESSAGE.

       APPLY-CUTOFF.
      *    Record the payment type and channel's time through CUTOFF
           INITIALIZE CUTOFF-RECORD.
           MOVE RFC-ITEM-KEY(1:8) TO CUT-PAYMENT-TYPE.
           MOVE RFC-ITEM-KEY(9:10) TO CUT-CHANNEL.
           MOVE RFV-CUT-TIME TO CUT-TIME.

           CALL 'CUTOFF' USING 'SET-CUTOFF'
               CUTOFF-RECORD WS-INPUT-OPERATOR-ID
               WS-RFC-APPLY-STATUS WS-RFC-APPLY-MESSAGE.

       APPLY-TAX-RATE.
      *    Record the operation's rate from its date through TAXRATE
           MOVE RFC-DATED-ITEM-NAME TO WS-RFC-RATE-NAME.
           MOVE RFC-DATED-ITEM-DATE TO WS-RFC-EFFECTIVE-DATE.
           MOVE RFV-TXR-FIXED-PCT TO WS-RFC-TXR-FIXED-PCT.
           MOVE RFV-TXR-DAILY-PCT TO WS-RFC-TXR-DAILY-PCT.
           MOVE RFV-TXR-CAP-DAYS TO WS-RFC-TXR-CAP-DAYS.

           CALL 'TAXRATE' USING 'SET-TAX-RATE'
               WS-RFC-RATE-NAME WS-RFC-EFFECTIVE-DATE
               WS-RFC-TXR-FIXED-PCT WS-RFC-TXR-DAILY-PCT
               WS-RFC-TXR-CAP-DAYS WS-INPUT-OPERATOR-ID
               TAX-RATE-RECORD WS-RFC-APPLY-STATUS
               WS-RFC-APPLY-MESSAGE.

       APPLY-REFERENCE-RATE.
      *    Record the index value from its date through REFRATE
           MOVE RFC-DATED-ITEM-NAME TO WS-RFC-RATE-NAME.
           MOVE RFC-DATED-ITEM-DATE TO WS-RFC-EFFECTIVE-DATE.
           MOVE RFV-RRT-RATE TO WS-RFC-RRT-RATE.

           CALL 'REFRATE' USING 'SET-REFERENCE-RATE'
               WS-RFC-RATE-NAME WS-RFC-EFFECTIVE-DATE
               WS-RFC-RRT-RATE WS-INPUT-OPERATOR-ID
               REFERENCE-RATE-RECORD WS-RFC-APPLY-STATUS.

       END PROGRAM REFCHG.
