      ******************************************************************
      * ATMCASH.COB - Daily ATM Cash Position Report
      *
      * Standalone nightly batch program. Walks the ATM register
      * branch by branch and prints each machine's cash position:
      * what it should hold (the cycle's opening load less the
      * withdrawals settled to it since), what it paid out on the
      * business date, its average daily demand this cycle and how
      * many days that cash will last. Any machine that will not
      * last until the next business day - the Friday problem: one
      * evening's cash has to cover the whole weekend - or that has
      * fallen below its own low-cash level is flagged REPLENISH, so
      * the branch loads it before it runs out of notes.
      *
      * Design decisions:
      * - Read-only pass over ATM-FILE in branch order through the
      *   branch alternate key, with a subtotal per branch, the way
      *   the statement jobs break on their control field
      * - The days a machine must cover run from the business date
      *   to the next business day from CALENDAR, so weekends and
      *   holidays raise the bar automatically
      * - Average demand is the cycle's settled withdrawals over the
      *   days since the cycle opened (at least one), a forecast the
      *   branch can check against the machine's own history
      * - Out-of-service machines are listed but never flagged
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMCASH.
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

       01  WS-EFFECTIVE-DATE           PIC 9(8).
       01  WS-NEXT-BUSINESS-DATE       PIC 9(8).
       01  WS-COVER-DAYS-NEEDED        PIC 9(3).
       01  WS-CYCLE-DAYS               PIC S9(6).

      * Per-machine figures
       01  WS-ATM-WORK.
           05  WS-ATM-BOOK-CASH        PIC S9(13)V99.
           05  WS-ATM-DAY-PAID         PIC S9(13)V99.
           05  WS-ATM-AVG-DAILY        PIC S9(13)V99.
           05  WS-ATM-NEEDED-CASH      PIC S9(13)V99.
           05  WS-ATM-COVER-DAYS       PIC 9(3).
           05  WS-ATM-FLAG             PIC X(14).

      * Branch control break
       01  WS-CURRENT-BRANCH           PIC X(4) VALUE SPACES.
       01  WS-BRANCH-NAME              PIC X(30).
       01  WS-BRANCH-TOTALS.
           05  WS-BR-ATMS              PIC 9(4) VALUE 0.
           05  WS-BR-BOOK-CASH         PIC S9(13)V99 VALUE 0.
           05  WS-BR-DAY-PAID          PIC S9(13)V99 VALUE 0.
           05  WS-BR-TO-REPLENISH      PIC 9(4) VALUE 0.

       01  WS-REPORT-COUNTERS.
           05  WS-ATMS-LISTED          PIC 9(6) VALUE 0.
           05  WS-ATMS-TO-REPLENISH    PIC 9(6) VALUE 0.
           05  WS-ATMS-OUT-OF-SERVICE  PIC 9(6) VALUE 0.
           05  WS-TOTAL-BOOK-CASH      PIC S9(13)V99 VALUE 0.
           05  WS-TOTAL-DAY-PAID       PIC S9(13)V99 VALUE 0.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-CASH         PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-PAID         PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-AVG          PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-COVER        PIC ZZ9.
           05  WS-DISPLAY-TOTAL        PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the daily ATM cash report
           PERFORM DISPLAY-BANNER.
           PERFORM REPORT-ATMS.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header and work out the days of cash the
      *    machines must hold tonight
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-EFFECTIVE-DATE.

           MOVE WS-EFFECTIVE-DATE TO WS-NEXT-BUSINESS-DATE.
           CALL 'CALENDAR' USING 'ADJUST-TO-NEXT-BUSINESS-DAY'
               WS-NEXT-BUSINESS-DATE.
           COMPUTE WS-COVER-DAYS-NEEDED =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-BUSINESS-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE).

           DISPLAY '================================================'.
           DISPLAY 'DAILY ATM CASH POSITION REPORT'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY 'Business date: ' WS-EFFECTIVE-DATE
               '  Next business day: ' WS-NEXT-BUSINESS-DATE.
           DISPLAY 'Cash must cover ' WS-COVER-DAYS-NEEDED
               ' day(s) of demand'.
           DISPLAY '================================================'.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'ATMs listed:           ' WS-ATMS-LISTED.
           DISPLAY 'ATMs to replenish:     ' WS-ATMS-TO-REPLENISH.
           DISPLAY 'ATMs out of service:   ' WS-ATMS-OUT-OF-SERVICE.
           MOVE WS-TOTAL-BOOK-CASH TO WS-DISPLAY-TOTAL.
           DISPLAY 'Cash in ATMs:          ' WS-DISPLAY-TOTAL.
           MOVE WS-TOTAL-DAY-PAID TO WS-DISPLAY-TOTAL.
           DISPLAY 'Paid out today:        ' WS-DISPLAY-TOTAL.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * REGISTER PASS
      ******************************************************************

       REPORT-ATMS.
      *    Single pass over the register in branch order
           MOVE LOW-VALUES TO ATM-BRANCH-CODE.

           CALL 'FILES' USING 'OPEN-ATM-FILE-IO'.
           CALL 'FILES' USING 'START-ATM-BY-BRANCH' ATM-RECORD
               WS-OP-STATUS.

           PERFORM REPORT-NEXT-ATM
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-ATM-FILE'.

           IF WS-CURRENT-BRANCH NOT = SPACES
               PERFORM DISPLAY-BRANCH-TOTALS
           END-IF.

       REPORT-NEXT-ATM.
      *    Read one ATM row, breaking on branch
           CALL 'FILES' USING 'READ-NEXT-ATM'
               ATM-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               IF ATM-BRANCH-CODE NOT = WS-CURRENT-BRANCH
                   IF WS-CURRENT-BRANCH NOT = SPACES
                       PERFORM DISPLAY-BRANCH-TOTALS
                   END-IF
                   PERFORM START-BRANCH
               END-IF
               PERFORM REPORT-ONE-ATM
           END-IF.

       START-BRANCH.
      *    Open a new branch section of the report
           MOVE ATM-BRANCH-CODE TO WS-CURRENT-BRANCH.
           INITIALIZE WS-BRANCH-TOTALS.
           DISPLAY ' '.
           CALL 'BRANCHES' USING 'GET-BRANCH-NAME'
               WS-CURRENT-BRANCH WS-BRANCH-NAME.
           DISPLAY 'BRANCH ' WS-CURRENT-BRANCH ' ' WS-BRANCH-NAME.
           DISPLAY 'Terminal  Location                      '
               '      Cash held    Paid today     Avg daily Days'.

       REPORT-ONE-ATM.
      *    Work out and print one machine's position
           ADD 1 TO WS-ATMS-LISTED.
           ADD 1 TO WS-BR-ATMS.

           COMPUTE WS-ATM-BOOK-CASH =
               ATM-OPENING-LOAD - ATM-CYCLE-WITHDRAWALS.

           IF ATM-LAST-WDL-DATE = WS-EFFECTIVE-DATE
               MOVE ATM-DAY-WITHDRAWALS TO WS-ATM-DAY-PAID
           ELSE
               MOVE 0 TO WS-ATM-DAY-PAID
           END-IF.

           COMPUTE WS-CYCLE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE) -
               FUNCTION INTEGER-OF-DATE(ATM-CYCLE-START-DATE).
           IF WS-CYCLE-DAYS < 1
               MOVE 1 TO WS-CYCLE-DAYS
           END-IF.

           COMPUTE WS-ATM-AVG-DAILY ROUNDED =
               ATM-CYCLE-WITHDRAWALS / WS-CYCLE-DAYS.
           COMPUTE WS-ATM-NEEDED-CASH =
               WS-ATM-AVG-DAILY * WS-COVER-DAYS-NEEDED.

           IF WS-ATM-AVG-DAILY > 0 AND
                   WS-ATM-BOOK-CASH < WS-ATM-AVG-DAILY * 999
               IF WS-ATM-BOOK-CASH > 0
                   COMPUTE WS-ATM-COVER-DAYS =
                       WS-ATM-BOOK-CASH / WS-ATM-AVG-DAILY
               ELSE
                   MOVE 0 TO WS-ATM-COVER-DAYS
               END-IF
           ELSE
               MOVE 999 TO WS-ATM-COVER-DAYS
           END-IF.

           EVALUATE TRUE
               WHEN NOT ATM-IN-SERVICE
                   MOVE 'OUT OF SERVICE' TO WS-ATM-FLAG
                   ADD 1 TO WS-ATMS-OUT-OF-SERVICE
               WHEN WS-ATM-BOOK-CASH < ATM-LOW-CASH-LEVEL OR
                       WS-ATM-BOOK-CASH < WS-ATM-NEEDED-CASH
                   MOVE 'REPLENISH' TO WS-ATM-FLAG
                   ADD 1 TO WS-ATMS-TO-REPLENISH
                   ADD 1 TO WS-BR-TO-REPLENISH
               WHEN OTHER
                   MOVE SPACES TO WS-ATM-FLAG
           END-EVALUATE.

           ADD WS-ATM-BOOK-CASH TO WS-BR-BOOK-CASH.
           ADD WS-ATM-BOOK-CASH TO WS-TOTAL-BOOK-CASH.
           ADD WS-ATM-DAY-PAID TO WS-BR-DAY-PAID.
           ADD WS-ATM-DAY-PAID TO WS-TOTAL-DAY-PAID.

           MOVE WS-ATM-BOOK-CASH TO WS-DISPLAY-CASH.
           MOVE WS-ATM-DAY-PAID TO WS-DISPLAY-PAID.
           MOVE WS-ATM-AVG-DAILY TO WS-DISPLAY-AVG.
           MOVE WS-ATM-COVER-DAYS TO WS-DISPLAY-COVER.
           DISPLAY ATM-TERMINAL-ID '  ' ATM-LOCATION
               WS-DISPLAY-CASH WS-DISPLAY-PAID WS-DISPLAY-AVG
               ' ' WS-DISPLAY-COVER '  ' WS-ATM-FLAG.

       DISPLAY-BRANCH-TOTALS.
      *    Close the current branch section with its subtotals
           MOVE WS-BR-BOOK-CASH TO WS-DISPLAY-CASH.
           MOVE WS-BR-DAY-PAID TO WS-DISPLAY-PAID.
           DISPLAY 'Branch ' WS-CURRENT-BRANCH ' total  '
               WS-BR-ATMS ' ATM(s)                '
               WS-DISPLAY-CASH WS-DISPLAY-PAID.
           IF WS-BR-TO-REPLENISH > 0
               DISPLAY '  ' WS-BR-TO-REPLENISH
                   ' ATM(s) to replenish before close'
           END-IF.

       END PROGRAM ATMCASH.
