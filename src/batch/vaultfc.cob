      ******************************************************************
      * VAULTFC.COB - Branch Vault Cash Demand Forecast
      *
      * Standalone batch program, run nightly in the end-of-day
      * chain. Gives each branch a basis for its central bank cash
      * orders (VAULT-ORDER-SHIPMENT-SCREEN) instead of instinct:
      * - Records the business day's actual cash need per branch in
      *   the cash demand history: teller cash out less cash in from
      *   the day's drawer sessions, with the vault's own issues to
      *   and returns from the drawers taken back out, plus what the
      *   branch's ATMs paid out
      * - Projects each branch's net cash need for the next ten
      *   business days from that history, by the part of the month
      *   the day falls in (paydays) and whether it is the last
      *   business day before a holiday closure
      * - Walks the vault position forward through the projection,
      *   counting inbound shipments already ordered, and suggests
      *   the shipment in or out that keeps the vault inside the
      *   branch's target range
      * - Reports, for the days recorded in the last two weeks, how
      *   far the actual need was from the forecast, and the mean
      *   miss over the whole history window
      *
      * Design decisions:
      * - History is the last 182 days of the cash demand file. The
      *   teller side is rebuilt from DRAWER-FILE for any day in the
      *   window the file has not recorded yet, so the first run
      *   starts from the drawer history already on file; the ATM
      *   side only exists from the nights this job has recorded,
      *   since the ATM register keeps only the latest day
      * - A day already recorded is left as its night recorded it;
      *   the business date itself is recorded again on a rerun, so
      *   the night's figures are always the latest
      * - The month is taken in six bands (days 1-5, 6-10, 11-15,
      *   16-20, 21-25, 26-31) so the payday peaks show; a band with
      *   fewer than three normal days on record falls back to the
      *   branch's normal-day average
      * - A pre-holiday day is a business day whose next business
      *   day is further off than the ordinary weekend, read from
      *   CALENDAR so the holiday calendar file decides it. Its
      *   forecast carries the branch's average pre-holiday uplift
      *   over a normal day on top of the band figure
      * - A shipment in is sized to fill the vault to its maximum at
      *   the projected peak, and never less than the projected low
      *   point's shortfall below the minimum; a shipment out takes
      *   the peak down to the maximum without letting the low point
      *   fall below the minimum. Amounts go in whole thousands.
      *   With no range set only a projected negative vault is
      *   covered
      * - The first forecast made for a day is kept beside the
      *   latest, so the accuracy report shows both the ten-day view
      *   and the night-before view. The variance is actual less
      *   the latest forecast
      * - Writes only the cash demand file; drawer, ATM, vault and
      *   shipment files are read
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAULTFC.
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
       01  WS-DEMAND-STATUS            PIC XX.
       01  WS-VAULT-STATUS             PIC XX.

       01  WS-LOOKBACK-DAYS            PIC 9(3) VALUE 182.
       01  WS-ACCURACY-DAYS            PIC 9(3) VALUE 14.
       01  WS-HORIZON-DAYS             PIC 99 VALUE 10.
       01  WS-MIN-BAND-DAYS            PIC 9(4) VALUE 3.
       01  WS-SHIPMENT-UNIT            PIC 9(5) VALUE 1000.

       01  WS-DATE-WORK.
           05  WS-POSTING-INTEGER      PIC S9(9).
           05  WS-WINDOW-START-DATE    PIC 9(8).
           05  WS-ACCURACY-START-DATE  PIC 9(8).
           05  WS-WORK-INTEGER         PIC S9(9).

      * Day classification: band of the month and pre-holiday flag
       01  WS-CLASSIFY-WORK.
           05  WS-CLS-DATE             PIC 9(8).
           05  WS-CLS-DATE-PARTS REDEFINES WS-CLS-DATE.
               10  FILLER              PIC 9(6).
               10  WS-CLS-DAY          PIC 99.
           05  WS-CLS-NEXT-DATE        PIC 9(8).
           05  WS-CLS-GAP-DAYS         PIC S9(5).
           05  WS-CLS-DAY-OF-WEEK      PIC 9.
           05  WS-CLS-BAND             PIC 9.
           05  WS-CLS-PRE-HOLIDAY      PIC X.

      * The next ten business days, the same for every branch
       01  WS-HORIZON-TABLE.
           05  WS-HORIZON-DAY OCCURS 10 TIMES.
               10  WS-HZ-DATE          PIC 9(8).
               10  WS-HZ-BAND          PIC 9.
               10  WS-HZ-PRE-HOLIDAY   PIC X.
       01  WS-HZ-IDX                   PIC 99.
       01  WS-HZ-STEP-DATE             PIC 9(8).

      * Teller and ATM actuals gathered per branch and day before
      * they are recorded
       01  WS-ACT-COUNT                PIC 9(4) VALUE 0.
       01  WS-ACT-MAX                  PIC 9(4) VALUE 3000.
       01  WS-ACTUALS-TABLE.
           05  WS-ACT-ENTRY OCCURS 3000 TIMES.
               10  WS-ACT-BRANCH       PIC X(4).
               10  WS-ACT-DATE         PIC 9(8).
               10  WS-ACT-CASH-IN      PIC S9(13)V99.
               10  WS-ACT-CASH-OUT     PIC S9(13)V99.
               10  WS-ACT-VAULT-NET    PIC S9(13)V99.
               10  WS-ACT-ATM-PAID     PIC S9(13)V99.
       01  WS-ACT-IDX                  PIC 9(4).
       01  WS-ACT-FOUND-IDX            PIC 9(4).
       01  WS-KEY-BRANCH               PIC X(4).
       01  WS-KEY-DATE                 PIC 9(8).

      * Per-branch forecast, suggestion and pending inbound cash,
      * kept until the history scan has closed
       01  WS-BFC-COUNT                PIC 99 VALUE 0.
       01  WS-BFC-MAX                  PIC 99 VALUE 50.
       01  WS-BFC-TABLE.
           05  WS-BFC-ENTRY OCCURS 50 TIMES.
               10  WS-BFC-BRANCH       PIC X(4).
               10  WS-BFC-PENDING-IN   PIC S9(13)V99.
               10  WS-BFC-FORECAST-SWITCH PIC 9.
                   88  BFC-FORECAST-MADE VALUE 1.
               10  WS-BFC-NEED         PIC S9(13)V99
                                       OCCURS 10 TIMES.
               10  WS-BFC-SUGGEST-DIR  PIC X(4).
               10  WS-BFC-SUGGEST-AMT  PIC S9(13)V99.
               10  WS-BFC-SHORTFALL-DATE PIC 9(8).
       01  WS-BFC-IDX                  PIC 99.
       01  WS-BFC-FOUND-IDX            PIC 99.

      * The branch being read from the history
       01  WS-CURRENT-BRANCH           PIC X(4) VALUE SPACES.
       01  WS-BRANCH-NAME              PIC X(30).
       01  WS-BRANCH-STATS.
           05  WS-ST-NORMAL-SUM        PIC S9(15)V99.
           05  WS-ST-NORMAL-COUNT      PIC 9(4).
           05  WS-ST-PRE-SUM           PIC S9(15)V99.
           05  WS-ST-PRE-COUNT         PIC 9(4).
           05  WS-ST-BAND OCCURS 6 TIMES.
               10  WS-ST-BAND-SUM      PIC S9(15)V99.
               10  WS-ST-BAND-COUNT    PIC 9(4).
           05  WS-ST-CMP-COUNT         PIC 9(4).
           05  WS-ST-CMP-ABS-SUM       PIC S9(15)V99.
           05  WS-ST-CMP-ACTUAL-SUM    PIC S9(15)V99.
           05  WS-ST-CMP-FORECAST-SUM  PIC S9(15)V99.
           05  WS-ST-RECENT-COUNT      PIC 99.
           05  WS-ST-RECENT OCCURS 14 TIMES.
               10  WS-RC-DATE          PIC 9(8).
               10  WS-RC-FIRST         PIC S9(13)V99.
               10  WS-RC-LAST          PIC S9(13)V99.
               10  WS-RC-ACTUAL        PIC S9(13)V99.
       01  WS-BAND-IDX                 PIC 9.
       01  WS-RC-IDX                   PIC 99.

      * Projection working figures
       01  WS-PROJECTION-WORK.
           05  WS-NORMAL-AVERAGE       PIC S9(13)V99.
           05  WS-PRE-AVERAGE          PIC S9(13)V99.
           05  WS-PRE-UPLIFT           PIC S9(13)V99.
           05  WS-DAY-NEED             PIC S9(13)V99.
           05  WS-VAULT-BALANCE        PIC S9(13)V99.
           05  WS-POSITION             PIC S9(13)V99.
           05  WS-LOWEST-POSITION      PIC S9(13)V99.
           05  WS-HIGHEST-POSITION     PIC S9(13)V99.
           05  WS-TARGET-MIN           PIC S9(13)V99.
           05  WS-TARGET-MAX           PIC S9(13)V99.
           05  WS-RANGE-SWITCH         PIC 9.
               88  RANGE-IS-SET        VALUE 1.
           05  WS-FLOOR                PIC S9(13)V99.
           05  WS-SHIP-AMOUNT          PIC S9(13)V99.
           05  WS-SHIP-OTHER           PIC S9(13)V99.
           05  WS-SHIP-UNITS           PIC 9(10).
           05  WS-VARIANCE             PIC S9(13)V99.
           05  WS-DAY-MARKER           PIC X(11).

       01  WS-REPORT-COUNTERS.
           05  WS-SESSIONS-READ        PIC 9(6) VALUE 0.
           05  WS-SESSIONS-IN-WINDOW   PIC 9(6) VALUE 0.
           05  WS-ATMS-READ            PIC 9(6) VALUE 0.
           05  WS-DAYS-RECORDED        PIC 9(6) VALUE 0.
           05  WS-DAYS-BACKFILLED      PIC 9(6) VALUE 0.
           05  WS-DAYS-NOT-HELD        PIC 9(6) VALUE 0.
           05  WS-BRANCHES-FORECAST    PIC 9(4) VALUE 0.
           05  WS-BRANCHES-NO-HISTORY  PIC 9(4) VALUE 0.
           05  WS-BRANCHES-NOT-HELD    PIC 9(4) VALUE 0.
           05  WS-SHIP-IN-COUNT        PIC 9(4) VALUE 0.
           05  WS-SHIP-IN-TOTAL        PIC S9(13)V99 VALUE 0.
           05  WS-SHIP-OUT-COUNT       PIC 9(4) VALUE 0.
           05  WS-SHIP-OUT-TOTAL       PIC S9(13)V99 VALUE 0.
           05  WS-DAYS-COMPARED        PIC 9(6) VALUE 0.
           05  WS-TOTAL-ABS-VARIANCE   PIC S9(15)V99 VALUE 0.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-AMOUNT-2     PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-AMOUNT-3     PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-AMOUNT-4     PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-TOTAL        PIC -ZZZ,ZZZ,ZZ9.99.

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

      * Shared system posting date for this run
       01  WS-EFFECTIVE-DATE           PIC 9(8).

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the vault cash demand forecast
           PERFORM DISPLAY-BANNER.
           PERFORM BUILD-HORIZON.

           PERFORM GATHER-TELLER-ACTUALS.
           PERFORM GATHER-ATM-ACTUALS.
           PERFORM GATHER-PENDING-SHIPMENTS.

           CALL 'FILES' USING 'OPEN-CASH-DEMAND-FILE-IO'.
           PERFORM RECORD-ACTUALS.
           PERFORM FORECAST-BRANCHES.
           PERFORM RECORD-FORECASTS.
           CALL 'FILES' USING 'CLOSE-CASH-DEMAND-FILE'.

           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header and fix the history window
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-EFFECTIVE-DATE.
           COMPUTE WS-POSTING-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE).

           COMPUTE WS-WORK-INTEGER =
               WS-POSTING-INTEGER - WS-LOOKBACK-DAYS + 1.
           COMPUTE WS-WINDOW-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER).
           COMPUTE WS-WORK-INTEGER =
               WS-POSTING-INTEGER - WS-ACCURACY-DAYS + 1.
           COMPUTE WS-ACCURACY-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER).

           DISPLAY '================================================'.
           DISPLAY 'BRANCH VAULT CASH DEMAND FORECAST'.
           DISPLAY 'Business date: ' WS-EFFECTIVE-DATE
               '  History from: ' WS-WINDOW-START-DATE.
           DISPLAY '================================================'.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Drawer sessions read:  ' WS-SESSIONS-READ.
           DISPLAY 'Sessions in window:    ' WS-SESSIONS-IN-WINDOW.
           DISPLAY 'ATMs read:             ' WS-ATMS-READ.
           DISPLAY 'Days recorded:         ' WS-DAYS-RECORDED.
           DISPLAY 'Days backfilled:       ' WS-DAYS-BACKFILLED.
           DISPLAY 'Branches forecast:     ' WS-BRANCHES-FORECAST.
           DISPLAY 'Branches no history:   ' WS-BRANCHES-NO-HISTORY.
           DISPLAY 'Shipments in suggested:' WS-SHIP-IN-COUNT.
           MOVE WS-SHIP-IN-TOTAL TO WS-DISPLAY-TOTAL.
           DISPLAY '  Amount in:           ' WS-DISPLAY-TOTAL.
           DISPLAY 'Shipments out suggested:' WS-SHIP-OUT-COUNT.
           MOVE WS-SHIP-OUT-TOTAL TO WS-DISPLAY-TOTAL.
           DISPLAY '  Amount out:          ' WS-DISPLAY-TOTAL.
           DISPLAY 'Days compared:         ' WS-DAYS-COMPARED.
           IF WS-DAYS-COMPARED > 0
               COMPUTE WS-VARIANCE ROUNDED =
                   WS-TOTAL-ABS-VARIANCE / WS-DAYS-COMPARED
               MOVE WS-VARIANCE TO WS-DISPLAY-TOTAL
               DISPLAY 'Mean miss per day:     ' WS-DISPLAY-TOTAL
           END-IF.
           IF WS-DAYS-NOT-HELD > 0
               DISPLAY 'WARNING: ' WS-DAYS-NOT-HELD
                   ' branch day(s) beyond the work table, not '
                   'recorded'
           END-IF.
           IF WS-BRANCHES-NOT-HELD > 0
               DISPLAY 'WARNING: ' WS-BRANCHES-NOT-HELD
                   ' branch(es) beyond the forecast table, not '
                   'forecast'
           END-IF.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * CALENDAR
      ******************************************************************

       BUILD-HORIZON.
      *    The next ten business days after the business date
           MOVE WS-EFFECTIVE-DATE TO WS-HZ-STEP-DATE.
           PERFORM BUILD-ONE-HORIZON-DAY
               VARYING WS-HZ-IDX FROM 1 BY 1
               UNTIL WS-HZ-IDX > WS-HORIZON-DAYS.

       BUILD-ONE-HORIZON-DAY.
      *    Step to the next business day and classify it
           CALL 'CALENDAR' USING 'ADJUST-TO-NEXT-BUSINESS-DAY'
               WS-HZ-STEP-DATE.
           MOVE WS-HZ-STEP-DATE TO WS-HZ-DATE(WS-HZ-IDX).
           MOVE WS-HZ-STEP-DATE TO WS-CLS-DATE.
           PERFORM CLASSIFY-DAY.
           MOVE WS-CLS-BAND TO WS-HZ-BAND(WS-HZ-IDX).
           MOVE WS-CLS-PRE-HOLIDAY TO WS-HZ-PRE-HOLIDAY(WS-HZ-IDX).

       CLASSIFY-DAY.
      *    Band of the month, and whether the next business day is
      *    further off than an ordinary weekend (day of week from
      *    INTEGER-OF-DATE: 5 = Friday)
      *    Input: WS-CLS-DATE
      *    Output: WS-CLS-BAND, WS-CLS-PRE-HOLIDAY
           COMPUTE WS-CLS-BAND = (WS-CLS-DAY - 1) / 5 + 1.
           IF WS-CLS-BAND > 6
               MOVE 6 TO WS-CLS-BAND
           END-IF.

           MOVE WS-CLS-DATE TO WS-CLS-NEXT-DATE.
           CALL 'CALENDAR' USING 'ADJUST-TO-NEXT-BUSINESS-DAY'
               WS-CLS-NEXT-DATE.
           COMPUTE WS-CLS-GAP-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-CLS-NEXT-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-CLS-DATE).
           COMPUTE WS-CLS-DAY-OF-WEEK =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-CLS-DATE), 7).

           MOVE 'N' TO WS-CLS-PRE-HOLIDAY.
           IF WS-CLS-GAP-DAYS > 3
               MOVE 'Y' TO WS-CLS-PRE-HOLIDAY
           END-IF.
           IF WS-CLS-GAP-DAYS > 1 AND WS-CLS-DAY-OF-WEEK NOT = 5
               MOVE 'Y' TO WS-CLS-PRE-HOLIDAY
           END-IF.

      ******************************************************************
      * ACTUALS GATHERING
      ******************************************************************

       GATHER-TELLER-ACTUALS.
      *    One pass over the drawer sessions, folding every session
      *    in the history window into its branch and day
           CALL 'FILES' USING 'OPEN-DRAWER-FILE-IO'.
           CALL 'FILES' USING 'START-DRAWER-FILE-TOP' WS-OP-STATUS.

           PERFORM GATHER-NEXT-SESSION
               UNTIL WS-OP-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-DRAWER-FILE'.

       GATHER-NEXT-SESSION.
      *    Read one session and fold its home-currency cash in
           CALL 'FILES' USING 'READ-NEXT-DRAWER-SESSION'
               DRAWER-SESSION-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-SESSIONS-READ
               IF DRW-BUSINESS-DATE NOT < WS-WINDOW-START-DATE
                       AND DRW-BUSINESS-DATE NOT > WS-EFFECTIVE-DATE
                   ADD 1 TO WS-SESSIONS-IN-WINDOW
                   PERFORM FOLD-SESSION
               END-IF
           END-IF.

       FOLD-SESSION.
      *    Sessions opened before the branch was kept on the drawer
      *    belong to the head office branch, as the drawer module
      *    defaults them
           IF DRW-BRANCH-CODE = SPACES
               MOVE '0001' TO WS-KEY-BRANCH
           ELSE
               MOVE DRW-BRANCH-CODE TO WS-KEY-BRANCH
           END-IF.
           MOVE DRW-BUSINESS-DATE TO WS-KEY-DATE.
           PERFORM FIND-ACTUAL-ENTRY.

           IF WS-ACT-FOUND-IDX > 0
               ADD DRW-CASH-IN TO WS-ACT-CASH-IN(WS-ACT-FOUND-IDX)
               ADD DRW-CASH-OUT TO WS-ACT-CASH-OUT(WS-ACT-FOUND-IDX)
               IF DRW-VAULT-NET NUMERIC
                   ADD DRW-VAULT-NET
                       TO WS-ACT-VAULT-NET(WS-ACT-FOUND-IDX)
               END-IF
           END-IF.

       GATHER-ATM-ACTUALS.
      *    The business date's ATM payouts, branch by branch
           MOVE LOW-VALUES TO ATM-BRANCH-CODE.
           CALL 'FILES' USING 'OPEN-ATM-FILE-IO'.
           CALL 'FILES' USING 'START-ATM-BY-BRANCH' ATM-RECORD
               WS-OP-STATUS.

           PERFORM GATHER-NEXT-ATM
               UNTIL WS-OP-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-ATM-FILE'.

       GATHER-NEXT-ATM.
      *    Read one machine and fold in what it paid out today
           CALL 'FILES' USING 'READ-NEXT-ATM' ATM-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-ATMS-READ
               IF ATM-LAST-WDL-DATE = WS-EFFECTIVE-DATE
                       AND ATM-DAY-WITHDRAWALS NOT = 0
                   MOVE ATM-BRANCH-CODE TO WS-KEY-BRANCH
                   MOVE WS-EFFECTIVE-DATE TO WS-KEY-DATE
                   PERFORM FIND-ACTUAL-ENTRY
                   IF WS-ACT-FOUND-IDX > 0
                       ADD ATM-DAY-WITHDRAWALS
                           TO WS-ACT-ATM-PAID(WS-ACT-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

       FIND-ACTUAL-ENTRY.
      *    Locate (or add) the work entry for a branch and day,
      *    searching from the newest since sessions arrive in date
      *    order
      *    Input: WS-KEY-BRANCH, WS-KEY-DATE
      *    Output: WS-ACT-FOUND-IDX (0 = table full)
           MOVE 0 TO WS-ACT-FOUND-IDX.
           PERFORM CHECK-ONE-ACTUAL-ENTRY
               VARYING WS-ACT-IDX FROM WS-ACT-COUNT BY -1
               UNTIL WS-ACT-IDX < 1 OR WS-ACT-FOUND-IDX > 0.

           IF WS-ACT-FOUND-IDX = 0
               IF WS-ACT-COUNT < WS-ACT-MAX
                   ADD 1 TO WS-ACT-COUNT
                   MOVE WS-ACT-COUNT TO WS-ACT-FOUND-IDX
                   MOVE WS-KEY-BRANCH TO WS-ACT-BRANCH(WS-ACT-COUNT)
                   MOVE WS-KEY-DATE TO WS-ACT-DATE(WS-ACT-COUNT)
                   MOVE 0 TO WS-ACT-CASH-IN(WS-ACT-COUNT)
                   MOVE 0 TO WS-ACT-CASH-OUT(WS-ACT-COUNT)
                   MOVE 0 TO WS-ACT-VAULT-NET(WS-ACT-COUNT)
                   MOVE 0 TO WS-ACT-ATM-PAID(WS-ACT-COUNT)
               ELSE
                   ADD 1 TO WS-DAYS-NOT-HELD
               END-IF
           END-IF.

       CHECK-ONE-ACTUAL-ENTRY.
           IF WS-ACT-BRANCH(WS-ACT-IDX) = WS-KEY-BRANCH
                   AND WS-ACT-DATE(WS-ACT-IDX) = WS-KEY-DATE
               MOVE WS-ACT-IDX TO WS-ACT-FOUND-IDX
           END-IF.

       GATHER-PENDING-SHIPMENTS.
      *    Inbound shipments ordered but not yet arrived count
      *    towards each branch's vault position; an outbound one
      *    already left the vault when it was ordered
           CALL 'FILES' USING 'OPEN-VAULT-SHIPMENT-FILE-IO'.
           CALL 'FILES' USING 'START-VAULT-SHIPMENT-FILE-TOP'
               WS-OP-STATUS.

           PERFORM GATHER-NEXT-SHIPMENT
               UNTIL WS-OP-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-VAULT-SHIPMENT-FILE'.

       GATHER-NEXT-SHIPMENT.
           CALL 'FILES' USING 'READ-NEXT-VAULT-SHIPMENT'
               VAULT-SHIPMENT-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00' AND VSH-ORDERED AND VSH-INBOUND
               MOVE VSH-BRANCH-CODE TO WS-KEY-BRANCH
               PERFORM FIND-BRANCH-ENTRY
               IF WS-BFC-FOUND-IDX > 0
                   ADD VSH-AMOUNT
                       TO WS-BFC-PENDING-IN(WS-BFC-FOUND-IDX)
               END-IF
           END-IF.

       FIND-BRANCH-ENTRY.
      *    Locate (or add) a branch's forecast entry
      *    Input: WS-KEY-BRANCH
      *    Output: WS-BFC-FOUND-IDX (0 = table full)
           MOVE 0 TO WS-BFC-FOUND-IDX.
           PERFORM CHECK-ONE-BRANCH-ENTRY
               VARYING WS-BFC-IDX FROM 1 BY 1
               UNTIL WS-BFC-IDX > WS-BFC-COUNT
                   OR WS-BFC-FOUND-IDX > 0.

           IF WS-BFC-FOUND-IDX = 0 AND WS-BFC-COUNT < WS-BFC-MAX
               ADD 1 TO WS-BFC-COUNT
               MOVE WS-BFC-COUNT TO WS-BFC-FOUND-IDX
               INITIALIZE WS-BFC-ENTRY(WS-BFC-COUNT)
               MOVE WS-KEY-BRANCH TO WS-BFC-BRANCH(WS-BFC-COUNT)
           END-IF.

       CHECK-ONE-BRANCH-ENTRY.
           IF WS-BFC-BRANCH(WS-BFC-IDX) = WS-KEY-BRANCH
               MOVE WS-BFC-IDX TO WS-BFC-FOUND-IDX
           END-IF.

      ******************************************************************
      * RECORDING ACTUALS
      ******************************************************************

       RECORD-ACTUALS.
      *    Write the gathered days to the demand history
           PERFORM RECORD-ONE-ACTUAL THRU RECORD-ONE-ACTUAL-END
               VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACT-COUNT.

       RECORD-ONE-ACTUAL.
      *    Record one branch day. A past day already recorded stays
      *    as its night recorded it; the business date is always
      *    recorded afresh.
           MOVE WS-ACT-BRANCH(WS-ACT-IDX) TO CDM-BRANCH-CODE.
           MOVE WS-ACT-DATE(WS-ACT-IDX) TO CDM-BUSINESS-DATE.
           CALL 'FILES' USING 'READ-CASH-DEMAND'
               CASH-DEMAND-RECORD WS-DEMAND-STATUS.

           IF WS-DEMAND-STATUS = '00' AND CDM-ACTUAL-RECORDED
                   AND CDM-BUSINESS-DATE NOT = WS-EFFECTIVE-DATE
               GO TO RECORD-ONE-ACTUAL-END
           END-IF.

           IF WS-DEMAND-STATUS NOT = '00'
               INITIALIZE CASH-DEMAND-RECORD
               MOVE WS-ACT-BRANCH(WS-ACT-IDX) TO CDM-BRANCH-CODE
               MOVE WS-ACT-DATE(WS-ACT-IDX) TO CDM-BUSINESS-DATE
           END-IF.

           MOVE CDM-BUSINESS-DATE TO WS-CLS-DATE.
           PERFORM CLASSIFY-DAY.
           MOVE WS-CLS-PRE-HOLIDAY TO CDM-PRE-HOLIDAY-FLAG.

           MOVE WS-ACT-CASH-IN(WS-ACT-IDX) TO CDM-TELLER-CASH-IN.
           MOVE WS-ACT-CASH-OUT(WS-ACT-IDX) TO CDM-TELLER-CASH-OUT.
           MOVE WS-ACT-VAULT-NET(WS-ACT-IDX) TO CDM-VAULT-TRANSFERS.
           IF CDM-BUSINESS-DATE = WS-EFFECTIVE-DATE
               MOVE WS-ACT-ATM-PAID(WS-ACT-IDX) TO CDM-ATM-PAID
           END-IF.
           PERFORM COMPUTE-ACTUAL-NEED.

           IF CDM-BUSINESS-DATE = WS-EFFECTIVE-DATE
               ADD 1 TO WS-DAYS-RECORDED
           ELSE
               ADD 1 TO WS-DAYS-BACKFILLED
           END-IF.

           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO CDM-UPDATED-TS.

           IF WS-DEMAND-STATUS = '00'
               CALL 'FILES' USING 'UPDATE-CASH-DEMAND'
                   CASH-DEMAND-RECORD WS-DEMAND-STATUS
           ELSE
               CALL 'FILES' USING 'WRITE-CASH-DEMAND'
                   CASH-DEMAND-RECORD WS-DEMAND-STATUS
           END-IF.

       RECORD-ONE-ACTUAL-END.
           EXIT.

       COMPUTE-ACTUAL-NEED.
      *    Customers' net withdrawals at the counter (the vault's
      *    issues to the drawers added back) plus the ATM payouts
           MOVE 'Y' TO CDM-ACTUAL-SWITCH.
           COMPUTE CDM-ACTUAL-NEED =
               CDM-TELLER-CASH-OUT - CDM-TELLER-CASH-IN
               + CDM-VAULT-TRANSFERS + CDM-ATM-PAID.

      ******************************************************************
      * HISTORY SCAN AND FORECAST
      ******************************************************************

       FORECAST-BRANCHES.
      *    One pass over the demand history in branch and date
      *    order, forecasting each branch as the branch changes
           CALL 'FILES' USING 'START-CASH-DEMAND-TOP' WS-OP-STATUS.

           PERFORM READ-NEXT-DEMAND-DAY
               UNTIL WS-OP-STATUS NOT = '00'.

           PERFORM FINISH-BRANCH THRU FINISH-BRANCH-END.

       READ-NEXT-DEMAND-DAY.
      *    Read one branch day, breaking on branch
           CALL 'FILES' USING 'READ-NEXT-CASH-DEMAND'
               CASH-DEMAND-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               IF CDM-BRANCH-CODE NOT = WS-CURRENT-BRANCH
                   PERFORM FINISH-BRANCH THRU FINISH-BRANCH-END
                   MOVE CDM-BRANCH-CODE TO WS-CURRENT-BRANCH
                   INITIALIZE WS-BRANCH-STATS
               END-IF
               PERFORM FOLD-DEMAND-DAY THRU FOLD-DEMAND-DAY-END
           END-IF.

       FOLD-DEMAND-DAY.
      *    A forecast day that had no cash movement at all is an
      *    actual need of zero; then fold a recorded day in the
      *    window into the branch's averages and its accuracy
           IF CDM-BUSINESS-DATE = WS-EFFECTIVE-DATE
                   AND CDM-FORECAST-MADE AND NOT CDM-ACTUAL-RECORDED
               MOVE 0 TO CDM-TELLER-CASH-IN
               MOVE 0 TO CDM-TELLER-CASH-OUT
               MOVE 0 TO CDM-VAULT-TRANSFERS
               MOVE 0 TO CDM-ATM-PAID
               PERFORM COMPUTE-ACTUAL-NEED
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO CDM-UPDATED-TS
               CALL 'FILES' USING 'UPDATE-CASH-DEMAND'
                   CASH-DEMAND-RECORD WS-DEMAND-STATUS
               ADD 1 TO WS-DAYS-RECORDED
           END-IF.

           IF NOT CDM-ACTUAL-RECORDED
                   OR CDM-BUSINESS-DATE < WS-WINDOW-START-DATE
                   OR CDM-BUSINESS-DATE > WS-EFFECTIVE-DATE
               GO TO FOLD-DEMAND-DAY-END
           END-IF.

           IF CDM-PRE-HOLIDAY
               ADD CDM-ACTUAL-NEED TO WS-ST-PRE-SUM
               ADD 1 TO WS-ST-PRE-COUNT
           ELSE
               MOVE CDM-BUSINESS-DATE TO WS-CLS-DATE
               COMPUTE WS-BAND-IDX = (WS-CLS-DAY - 1) / 5 + 1
               IF WS-BAND-IDX > 6
                   MOVE 6 TO WS-BAND-IDX
               END-IF
               ADD CDM-ACTUAL-NEED TO WS-ST-NORMAL-SUM
               ADD 1 TO WS-ST-NORMAL-COUNT
               ADD CDM-ACTUAL-NEED TO WS-ST-BAND-SUM(WS-BAND-IDX)
               ADD 1 TO WS-ST-BAND-COUNT(WS-BAND-IDX)
           END-IF.

           IF CDM-FORECAST-MADE
               COMPUTE WS-VARIANCE =
                   CDM-ACTUAL-NEED - CDM-LAST-FORECAST
               IF WS-VARIANCE < 0
                   COMPUTE WS-VARIANCE = 0 - WS-VARIANCE
               END-IF
               ADD 1 TO WS-ST-CMP-COUNT
               ADD WS-VARIANCE TO WS-ST-CMP-ABS-SUM
               ADD CDM-ACTUAL-NEED TO WS-ST-CMP-ACTUAL-SUM
               ADD CDM-LAST-FORECAST TO WS-ST-CMP-FORECAST-SUM
               IF CDM-BUSINESS-DATE NOT < WS-ACCURACY-START-DATE
                       AND WS-ST-RECENT-COUNT < 14
                   ADD 1 TO WS-ST-RECENT-COUNT
                   MOVE CDM-BUSINESS-DATE
                       TO WS-RC-DATE(WS-ST-RECENT-COUNT)
                   MOVE CDM-FIRST-FORECAST
                       TO WS-RC-FIRST(WS-ST-RECENT-COUNT)
                   MOVE CDM-LAST-FORECAST
                       TO WS-RC-LAST(WS-ST-RECENT-COUNT)
                   MOVE CDM-ACTUAL-NEED
                       TO WS-RC-ACTUAL(WS-ST-RECENT-COUNT)
               END-IF
           END-IF.

       FOLD-DEMAND-DAY-END.
           EXIT.

       FINISH-BRANCH.
      *    Forecast the branch just read, suggest its shipment and
      *    show how its earlier forecasts fared
           IF WS-CURRENT-BRANCH = SPACES
               GO TO FINISH-BRANCH-END
           END-IF.

           DISPLAY ' '.
           CALL 'BRANCHES' USING 'GET-BRANCH-NAME'
               WS-CURRENT-BRANCH WS-BRANCH-NAME.
           DISPLAY 'BRANCH ' WS-CURRENT-BRANCH ' ' WS-BRANCH-NAME.
           DISPLAY '------------------------------------------------'.

           IF WS-ST-NORMAL-COUNT = 0 AND WS-ST-PRE-COUNT = 0
               ADD 1 TO WS-BRANCHES-NO-HISTORY
               DISPLAY 'No cash demand recorded since '
                   WS-WINDOW-START-DATE ' - no forecast'
               GO TO FINISH-BRANCH-END
           END-IF.

           MOVE WS-CURRENT-BRANCH TO WS-KEY-BRANCH.
           PERFORM FIND-BRANCH-ENTRY.
           IF WS-BFC-FOUND-IDX = 0
               ADD 1 TO WS-BRANCHES-NOT-HELD
               DISPLAY 'Forecast table full - branch not forecast'
               GO TO FINISH-BRANCH-END
           END-IF.

           ADD 1 TO WS-BRANCHES-FORECAST.
           MOVE 1 TO WS-BFC-FORECAST-SWITCH(WS-BFC-FOUND-IDX).

           PERFORM WORK-OUT-AVERAGES.
           PERFORM LOAD-VAULT-POSITION.

           DISPLAY 'Date       Day            Projected need'
               '    Vault position'.
           MOVE WS-POSITION TO WS-LOWEST-POSITION.
           MOVE WS-POSITION TO WS-HIGHEST-POSITION.
           MOVE 0 TO WS-BFC-SHORTFALL-DATE(WS-BFC-FOUND-IDX).
           PERFORM PROJECT-ONE-DAY
               VARYING WS-HZ-IDX FROM 1 BY 1
               UNTIL WS-HZ-IDX > WS-HORIZON-DAYS.

           PERFORM SUGGEST-SHIPMENT.
           PERFORM DISPLAY-BRANCH-ACCURACY.

       FINISH-BRANCH-END.
           EXIT.

       WORK-OUT-AVERAGES.
      *    Normal-day average, and the pre-holiday uplift over it
           IF WS-ST-NORMAL-COUNT > 0
               COMPUTE WS-NORMAL-AVERAGE ROUNDED =
                   WS-ST-NORMAL-SUM / WS-ST-NORMAL-COUNT
           END-IF.
           IF WS-ST-PRE-COUNT > 0
               COMPUTE WS-PRE-AVERAGE ROUNDED =
                   WS-ST-PRE-SUM / WS-ST-PRE-COUNT
           END-IF.

           EVALUATE TRUE
               WHEN WS-ST-NORMAL-COUNT = 0
                   MOVE WS-PRE-AVERAGE TO WS-NORMAL-AVERAGE
                   MOVE 0 TO WS-PRE-UPLIFT
               WHEN WS-ST-PRE-COUNT = 0
                   MOVE 0 TO WS-PRE-UPLIFT
               WHEN OTHER
                   COMPUTE WS-PRE-UPLIFT =
                       WS-PRE-AVERAGE - WS-NORMAL-AVERAGE
           END-EVALUATE.

           MOVE WS-NORMAL-AVERAGE TO WS-DISPLAY-AMOUNT.
           MOVE WS-PRE-UPLIFT TO WS-DISPLAY-AMOUNT-2.
           DISPLAY 'Normal day ' WS-DISPLAY-AMOUNT
               ' over ' WS-ST-NORMAL-COUNT ' day(s)   '
               'Pre-holiday uplift ' WS-DISPLAY-AMOUNT-2
               ' over ' WS-ST-PRE-COUNT ' day(s)'.

       LOAD-VAULT-POSITION.
      *    Tonight's vault plus the inbound cash already ordered,
      *    and the branch's target range if one is set
           MOVE WS-CURRENT-BRANCH TO VLT-BRANCH-CODE.
           CALL 'FILES' USING 'OPEN-VAULT-FILE-IO'.
           CALL 'FILES' USING 'READ-VAULT' VAULT-RECORD
               WS-VAULT-STATUS.
           CALL 'FILES' USING 'CLOSE-VAULT-FILE'.

           MOVE 0 TO WS-RANGE-SWITCH.
           IF WS-VAULT-STATUS = '00'
               MOVE VLT-BALANCE TO WS-VAULT-BALANCE
               IF VLT-TARGET-MIN NUMERIC AND VLT-TARGET-MAX NUMERIC
                   IF VLT-TARGET-MAX > 0
                       MOVE 1 TO WS-RANGE-SWITCH
                       MOVE VLT-TARGET-MIN TO WS-TARGET-MIN
                       MOVE VLT-TARGET-MAX TO WS-TARGET-MAX
                   END-IF
               END-IF
           ELSE
               MOVE 0 TO WS-VAULT-BALANCE
           END-IF.

           COMPUTE WS-POSITION = WS-VAULT-BALANCE +
               WS-BFC-PENDING-IN(WS-BFC-FOUND-IDX).

           MOVE WS-VAULT-BALANCE TO WS-DISPLAY-AMOUNT.
           MOVE WS-BFC-PENDING-IN(WS-BFC-FOUND-IDX)
               TO WS-DISPLAY-AMOUNT-2.
           DISPLAY 'Vault tonight ' WS-DISPLAY-AMOUNT
               '   Inbound ordered ' WS-DISPLAY-AMOUNT-2.
           IF RANGE-IS-SET
               MOVE WS-TARGET-MIN TO WS-DISPLAY-AMOUNT
               MOVE WS-TARGET-MAX TO WS-DISPLAY-AMOUNT-2
               DISPLAY 'Target range  ' WS-DISPLAY-AMOUNT
                   ' to ' WS-DISPLAY-AMOUNT-2
           ELSE
               DISPLAY 'Target range  not set'
           END-IF.

       PROJECT-ONE-DAY.
      *    One horizon day: the band figure (or the normal-day
      *    average if the band is thin), plus the uplift before a
      *    holiday; run the vault position down by it
           MOVE WS-HZ-BAND(WS-HZ-IDX) TO WS-BAND-IDX.
           IF WS-ST-BAND-COUNT(WS-BAND-IDX) NOT < WS-MIN-BAND-DAYS
               COMPUTE WS-DAY-NEED ROUNDED =
                   WS-ST-BAND-SUM(WS-BAND-IDX) /
                   WS-ST-BAND-COUNT(WS-BAND-IDX)
           ELSE
               MOVE WS-NORMAL-AVERAGE TO WS-DAY-NEED
           END-IF.

           MOVE SPACES TO WS-DAY-MARKER.
           IF WS-HZ-PRE-HOLIDAY(WS-HZ-IDX) = 'Y'
               ADD WS-PRE-UPLIFT TO WS-DAY-NEED
               MOVE 'PRE-HOLIDAY' TO WS-DAY-MARKER
           END-IF.

           MOVE WS-DAY-NEED TO WS-BFC-NEED(WS-BFC-FOUND-IDX, WS-HZ-IDX).
           SUBTRACT WS-DAY-NEED FROM WS-POSITION.

           IF WS-POSITION < WS-LOWEST-POSITION
               MOVE WS-POSITION TO WS-LOWEST-POSITION
           END-IF.
           IF WS-POSITION > WS-HIGHEST-POSITION
               MOVE WS-POSITION TO WS-HIGHEST-POSITION
           END-IF.

           IF RANGE-IS-SET
               MOVE WS-TARGET-MIN TO WS-FLOOR
           ELSE
               MOVE 0 TO WS-FLOOR
           END-IF.
           IF WS-POSITION < WS-FLOOR
                   AND WS-BFC-SHORTFALL-DATE(WS-BFC-FOUND-IDX) = 0
               MOVE WS-HZ-DATE(WS-HZ-IDX)
                   TO WS-BFC-SHORTFALL-DATE(WS-BFC-FOUND-IDX)
           END-IF.

           MOVE WS-DAY-NEED TO WS-DISPLAY-AMOUNT.
           MOVE WS-POSITION TO WS-DISPLAY-AMOUNT-2.
           DISPLAY WS-HZ-DATE(WS-HZ-IDX) '   ' WS-DAY-MARKER
               '  ' WS-DISPLAY-AMOUNT '   ' WS-DISPLAY-AMOUNT-2.

       SUGGEST-SHIPMENT.
      *    Size the shipment that keeps the projected vault inside
      *    its range (or, with no range, above zero)
           MOVE 'HOLD' TO WS-BFC-SUGGEST-DIR(WS-BFC-FOUND-IDX).
           MOVE 0 TO WS-SHIP-AMOUNT.

           IF RANGE-IS-SET
               EVALUATE TRUE
                   WHEN WS-LOWEST-POSITION < WS-TARGET-MIN
      *                Fill to the top at the peak, but never less
      *                than the low point's shortfall
                       COMPUTE WS-SHIP-AMOUNT =
                           WS-TARGET-MIN - WS-LOWEST-POSITION
                       COMPUTE WS-SHIP-OTHER =
                           WS-TARGET-MAX - WS-HIGHEST-POSITION
                       IF WS-SHIP-OTHER > WS-SHIP-AMOUNT
                           MOVE WS-SHIP-OTHER TO WS-SHIP-AMOUNT
                       END-IF
                       PERFORM ROUND-SHIPMENT-UP
                       MOVE 'IN' TO
                           WS-BFC-SUGGEST-DIR(WS-BFC-FOUND-IDX)
                   WHEN WS-HIGHEST-POSITION > WS-TARGET-MAX
      *                Take the peak down to the top, but never the
      *                low point below the bottom
                       COMPUTE WS-SHIP-AMOUNT =
                           WS-HIGHEST-POSITION - WS-TARGET-MAX
                       COMPUTE WS-SHIP-OTHER =
                           WS-LOWEST-POSITION - WS-TARGET-MIN
                       IF WS-SHIP-OTHER < WS-SHIP-AMOUNT
                           MOVE WS-SHIP-OTHER TO WS-SHIP-AMOUNT
                       END-IF
                       PERFORM ROUND-SHIPMENT-DOWN
                       IF WS-SHIP-AMOUNT > 0
                           MOVE 'OUT' TO
                               WS-BFC-SUGGEST-DIR(WS-BFC-FOUND-IDX)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               IF WS-LOWEST-POSITION < 0
                   COMPUTE WS-SHIP-AMOUNT = 0 - WS-LOWEST-POSITION
                   PERFORM ROUND-SHIPMENT-UP
                   MOVE 'IN' TO WS-BFC-SUGGEST-DIR(WS-BFC-FOUND-IDX)
               END-IF
           END-IF.

      *    A vault already short tonight needs the cash on day one
           IF WS-BFC-SUGGEST-DIR(WS-BFC-FOUND-IDX) = 'IN'
                   AND WS-BFC-SHORTFALL-DATE(WS-BFC-FOUND-IDX) = 0
               MOVE WS-HZ-DATE(1)
                   TO WS-BFC-SHORTFALL-DATE(WS-BFC-FOUND-IDX)
           END-IF.

           MOVE WS-SHIP-AMOUNT TO WS-BFC-SUGGEST-AMT(WS-BFC-FOUND-IDX).
           MOVE WS-SHIP-AMOUNT TO WS-DISPLAY-AMOUNT.

           EVALUATE WS-BFC-SUGGEST-DIR(WS-BFC-FOUND-IDX)
               WHEN 'IN'
                   ADD 1 TO WS-SHIP-IN-COUNT
                   ADD WS-SHIP-AMOUNT TO WS-SHIP-IN-TOTAL
                   DISPLAY 'SUGGEST  Ship IN from central bank '
                       WS-DISPLAY-AMOUNT '  arriving by '
                       WS-BFC-SHORTFALL-DATE(WS-BFC-FOUND-IDX)
               WHEN 'OUT'
                   ADD 1 TO WS-SHIP-OUT-COUNT
                   ADD WS-SHIP-AMOUNT TO WS-SHIP-OUT-TOTAL
                   DISPLAY 'SUGGEST  Ship OUT to central bank   '
                       WS-DISPLAY-AMOUNT
               WHEN OTHER
                   DISPLAY 'SUGGEST  Hold - vault stays in range '
                       'for the next ' WS-HORIZON-DAYS
                       ' business days'
           END-EVALUATE.

       ROUND-SHIPMENT-UP.
      *    Whole shipment units, rounded up
           COMPUTE WS-SHIP-UNITS =
               (WS-SHIP-AMOUNT + WS-SHIPMENT-UNIT - 0.01)
               / WS-SHIPMENT-UNIT.
           COMPUTE WS-SHIP-AMOUNT = WS-SHIP-UNITS * WS-SHIPMENT-UNIT.

       ROUND-SHIPMENT-DOWN.
      *    Whole shipment units, rounded down
           IF WS-SHIP-AMOUNT < 0
               MOVE 0 TO WS-SHIP-AMOUNT
           END-IF.
           COMPUTE WS-SHIP-UNITS = WS-SHIP-AMOUNT / WS-SHIPMENT-UNIT.
           COMPUTE WS-SHIP-AMOUNT = WS-SHIP-UNITS * WS-SHIPMENT-UNIT.

       DISPLAY-BRANCH-ACCURACY.
      *    How the forecasts for the last two weeks' recorded days
      *    compared with what was actually needed
           IF WS-ST-CMP-COUNT = 0
               DISPLAY 'No earlier forecast to compare yet'
           ELSE
               DISPLAY 'Forecast accuracy     First forecast'
                   '   Last forecast          Actual        Variance'
               PERFORM DISPLAY-ONE-ACCURACY-LINE
                   VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-ST-RECENT-COUNT
               COMPUTE WS-VARIANCE ROUNDED =
                   WS-ST-CMP-ABS-SUM / WS-ST-CMP-COUNT
               MOVE WS-VARIANCE TO WS-DISPLAY-AMOUNT
               MOVE WS-ST-CMP-FORECAST-SUM TO WS-DISPLAY-AMOUNT-2
               MOVE WS-ST-CMP-ACTUAL-SUM TO WS-DISPLAY-AMOUNT-3
               DISPLAY 'Mean miss ' WS-DISPLAY-AMOUNT ' over '
                   WS-ST-CMP-COUNT ' day(s); forecast '
                   WS-DISPLAY-AMOUNT-2 ' actual ' WS-DISPLAY-AMOUNT-3
               ADD WS-ST-CMP-COUNT TO WS-DAYS-COMPARED
               ADD WS-ST-CMP-ABS-SUM TO WS-TOTAL-ABS-VARIANCE
           END-IF.

       DISPLAY-ONE-ACCURACY-LINE.
           COMPUTE WS-VARIANCE =
               WS-RC-ACTUAL(WS-RC-IDX) - WS-RC-LAST(WS-RC-IDX).
           MOVE WS-RC-FIRST(WS-RC-IDX) TO WS-DISPLAY-AMOUNT.
           MOVE WS-RC-LAST(WS-RC-IDX) TO WS-DISPLAY-AMOUNT-2.
           MOVE WS-RC-ACTUAL(WS-RC-IDX) TO WS-DISPLAY-AMOUNT-3.
           MOVE WS-VARIANCE TO WS-DISPLAY-AMOUNT-4.
           DISPLAY WS-RC-DATE(WS-RC-IDX) '        '
               WS-DISPLAY-AMOUNT ' ' WS-DISPLAY-AMOUNT-2 ' '
               WS-DISPLAY-AMOUNT-3 ' ' WS-DISPLAY-AMOUNT-4.

      ******************************************************************
      * RECORDING FORECASTS
      ******************************************************************

       RECORD-FORECASTS.
      *    Write each forecast branch's projection onto the rows of
      *    the days it covers, once the history scan has closed
           PERFORM RECORD-BRANCH-FORECAST
               VARYING WS-BFC-IDX FROM 1 BY 1
               UNTIL WS-BFC-IDX > WS-BFC-COUNT.

       RECORD-BRANCH-FORECAST.
           IF BFC-FORECAST-MADE(WS-BFC-IDX)
               PERFORM RECORD-ONE-FORECAST-DAY
                   VARYING WS-HZ-IDX FROM 1 BY 1
                   UNTIL WS-HZ-IDX > WS-HORIZON-DAYS
           END-IF.

       RECORD-ONE-FORECAST-DAY.
      *    The first forecast for a day is kept; the latest always
      *    replaces the one before. The first day carries tonight's
      *    shipment suggestion.
           MOVE WS-BFC-BRANCH(WS-BFC-IDX) TO CDM-BRANCH-CODE.
           MOVE WS-HZ-DATE(WS-HZ-IDX) TO CDM-BUSINESS-DATE.
           CALL 'FILES' USING 'READ-CASH-DEMAND'
               CASH-DEMAND-RECORD WS-DEMAND-STATUS.

           IF WS-DEMAND-STATUS NOT = '00'
               INITIALIZE CASH-DEMAND-RECORD
               MOVE WS-BFC-BRANCH(WS-BFC-IDX) TO CDM-BRANCH-CODE
               MOVE WS-HZ-DATE(WS-HZ-IDX) TO CDM-BUSINESS-DATE
           END-IF.

           MOVE WS-HZ-PRE-HOLIDAY(WS-HZ-IDX) TO CDM-PRE-HOLIDAY-FLAG.

           IF NOT CDM-FORECAST-MADE
               MOVE WS-BFC-NEED(WS-BFC-IDX, WS-HZ-IDX)
                   TO CDM-FIRST-FORECAST
               MOVE WS-EFFECTIVE-DATE TO CDM-FIRST-FORECAST-DATE
           END-IF.
           MOVE 'Y' TO CDM-FORECAST-SWITCH.
           MOVE WS-BFC-NEED(WS-BFC-IDX, WS-HZ-IDX)
               TO CDM-LAST-FORECAST.
           MOVE WS-EFFECTIVE-DATE TO CDM-LAST-FORECAST-DATE.

           IF WS-HZ-IDX = 1
               MOVE WS-BFC-SUGGEST-DIR(WS-BFC-IDX)
                   TO CDM-SUGGESTED-DIRECTION
               MOVE WS-BFC-SUGGEST-AMT(WS-BFC-IDX)
                   TO CDM-SUGGESTED-AMOUNT
               MOVE WS-BFC-SHORTFALL-DATE(WS-BFC-IDX)
                   TO CDM-SHORTFALL-DATE
           END-IF.

           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO CDM-UPDATED-TS.

           IF WS-DEMAND-STATUS = '00'
               CALL 'FILES' USING 'UPDATE-CASH-DEMAND'
                   CASH-DEMAND-RECORD WS-DEMAND-STATUS
           ELSE
               CALL 'FILES' USING 'WRITE-CASH-DEMAND'
                   CASH-DEMAND-RECORD WS-DEMAND-STATUS
           END-IF.

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

       END PROGRAM VAULTFC.
