      ******************************************************************
      * RESVREQ.COB - Compulsory Reserve Requirement Batch
      *
      * Standalone batch program, intended to run at month end after
      * the final cutover and BALSNAP run of the month. Averages the
      * eligible deposit balances of each deposit category over the
      * calculation period from BALANCE-SNAPSHOT-FILE, applies the
      * category's reserve ratio from the business rules parameter
      * record, and compares the requirement with the balance held
      * on the central-bank reserve GL account (1100). Prints the
      * reserve statement and raises the top-up or release as a
      * PENDING journal voucher for finance to approve - replacing
      * the spreadsheet the requirement used to be worked out in.
      *
      * Design decisions:
      * - The calculation period is the calendar month the system
      *   posting date falls in, the same month DEPRET reports.
      *   The average is the sum of each day's eligible balances
      *   divided by the number of distinct snapshot dates in the
      *   period, so an account opened mid-month counts as zero on
      *   the days before it existed
      * - Categories follow ACC-TYPE (CHECKING, SAVINGS, TERM,
      *   NOTICE); only a positive snapshot balance is eligible - an
      *   overdrawn account is not a deposit. CLOSED accounts are
      *   still walked so the days they were open in the period
      *   count; after closing their snapshots carry no balance
      * - Ratios come from BRL-RESERVE-PCT-xxx; a parameter file
      *   written before those fields existed keeps the compiled
      *   defaults below, the same fallback LRGEXP uses
      * - Top-up is DR 1100 CENTRAL BANK RESERVE / CR 1200 CENTRAL
      *   BANK CURRENT ACCOUNT; a release is the reverse. The
      *   voucher's maker is operator 0 (system), so any finance
      *   operator can act as checker. Nothing is posted here
      * - The held balance is the booked GL balance: a voucher from
      *   an earlier run that is still PENDING is not in it, which is
      *   why run control refuses a same-date rerun without FORCE
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESVREQ.
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
       01  WS-SNAP-STATUS              PIC XX.
       01  WS-PARAM-STATUS             PIC XX.
       01  WS-GLA-STATUS               PIC XX.
       01  WS-JNL-STATUS               PIC XX.

      * GL positions the requirement is held on and funded from
       01  WS-RESERVE-GLA-ID           PIC 9(4) VALUE 1100.
       01  WS-FUNDING-GLA-ID           PIC 9(4) VALUE 1200.

      * Voucher maker for system-raised vouchers
       01  WS-SYSTEM-OPERATOR-ID       PIC 9(6) VALUE 0.

      * Deposit categories - one row per reserve-bearing ACC-TYPE,
      * ratio as a percent (compiled defaults, overridden from the
      * parameter file)
       01  WS-CATEGORY-TABLE.
           05  WS-CATEGORY OCCURS 4 TIMES.
               10  WS-CAT-TYPE         PIC X(10).
               10  WS-CAT-PCT          PIC 9(2)V99.
               10  WS-CAT-ACCT-COUNT   PIC 9(6).
               10  WS-CAT-BALANCE-SUM  PIC 9(15)V99.
               10  WS-CAT-AVERAGE      PIC 9(13)V99.
               10  WS-CAT-REQUIRED     PIC 9(13)V99.
       01  WS-CAT-IDX                  PIC 9.
       01  WS-ACCT-CAT-IDX             PIC 9.

      * Calculation period and the snapshot dates seen in it, one
      * flag per day of the month
       01  WS-PERIOD-MONTH             PIC 9(6).
       01  WS-DAY-SEEN-TABLE.
           05  WS-DAY-SEEN OCCURS 31 TIMES PIC 9.
       01  WS-DAY-IDX                  PIC 99.
       01  WS-SNAPSHOT-DAYS            PIC 99 VALUE 0.
       01  WS-SNAP-DONE                PIC 9.
           88  ACCOUNT-SNAPSHOTS-DONE  VALUE 1.

      * Statement totals and the resulting voucher
       01  WS-TOTAL-AVERAGE            PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-REQUIRED           PIC 9(13)V99 VALUE 0.
       01  WS-HELD-BALANCE             PIC S9(13)V99 VALUE 0.
       01  WS-ADJUSTMENT               PIC S9(13)V99 VALUE 0.
       01  WS-ADJUSTMENT-ABS           PIC 9(13)V99 VALUE 0.
       01  WS-VOUCHER-ID               PIC 9(8) VALUE 0.

       01  WS-REPORT-COUNTERS.
           05  WS-ACCOUNTS-SCANNED     PIC 9(6) VALUE 0.
           05  WS-ACCOUNTS-ELIGIBLE    PIC 9(6) VALUE 0.
           05  WS-SNAPSHOTS-READ       PIC 9(8) VALUE 0.

       01  WS-DISPLAY-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-REQUIRED         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-SIGNED           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-PCT              PIC Z9.99.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.
       01  WS-RUN-DATE-FLAT REDEFINES WS-RUN-DATE PIC 9(8).

      * Shared system posting date; the calculation period is the
      * calendar month this date falls in
       01  WS-EFFECTIVE-DATE           PIC 9(8).

      * Run-control registration (see RUNCTL.COB)
       01  WS-JOB-NAME                 PIC X(10) VALUE 'RESVREQ'.
       01  WS-COMMAND-ARGS             PIC X(80).
       01  WS-FORCE-FLAG               PIC X VALUE 'N'.
       01  WS-RESUME-CHECKPOINT        PIC 9(12).
       01  WS-RUNCTL-STATUS            PIC XX.
       01  WS-RUNCTL-MESSAGE           PIC X(80).

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the reserve requirement batch job
           PERFORM DISPLAY-BANNER.
           PERFORM REGISTER-JOB-RUN.
           PERFORM LOAD-RESERVE-RATIOS.
           PERFORM AVERAGE-ELIGIBLE-DEPOSITS.
           PERFORM COMPUTE-REQUIREMENT THRU COMPUTE-REQUIREMENT-END.
           PERFORM PRINT-RESERVE-STATEMENT.
           PERFORM RAISE-RESERVE-VOUCHER THRU RAISE-RESERVE-VOUCHER-END.
           PERFORM FINISH-JOB-RUN.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-EFFECTIVE-DATE.
           MOVE WS-EFFECTIVE-DATE(1:6) TO WS-PERIOD-MONTH.
           DISPLAY '================================================'.
           DISPLAY 'COMPULSORY RESERVE REQUIREMENT BATCH'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY 'Calculation period: ' WS-PERIOD-MONTH.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Accounts scanned:      ' WS-ACCOUNTS-SCANNED.
           DISPLAY 'Accounts eligible:     ' WS-ACCOUNTS-ELIGIBLE.
           DISPLAY 'Snapshots averaged:    ' WS-SNAPSHOTS-READ.
           DISPLAY 'Snapshot days:         ' WS-SNAPSHOT-DAYS.
           IF WS-VOUCHER-ID > 0
               DISPLAY 'Voucher raised:        ' WS-VOUCHER-ID
           ELSE
               DISPLAY 'Voucher raised:        none'
           END-IF.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * RUN CONTROL
      ******************************************************************

       REGISTER-JOB-RUN.
      *    Register this run with run control; a same-date rerun is
      *    refused unless the operator launched the job with FORCE
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMMAND-ARGS))
                   = 'FORCE'
               MOVE 'Y' TO WS-FORCE-FLAG
           END-IF.

           CALL 'RUNCTL' USING 'BEGIN-JOB-RUN' WS-JOB-NAME
               WS-EFFECTIVE-DATE WS-FORCE-FLAG RUN-CONTROL-RECORD
               WS-RESUME-CHECKPOINT WS-RUNCTL-STATUS
               WS-RUNCTL-MESSAGE.

           IF WS-RUNCTL-STATUS = '99'
               DISPLAY 'REFUSED: ' WS-RUNCTL-MESSAGE
               DISPLAY 'Relaunch with FORCE to run it again anyway.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       FINISH-JOB-RUN.
      *    Record a clean finish with final counts
           CALL 'RUNCTL' USING 'END-JOB-RUN' WS-JOB-NAME
               WS-EFFECTIVE-DATE WS-ACCOUNTS-SCANNED
               WS-ACCOUNTS-ELIGIBLE WS-RUNCTL-STATUS.

      ******************************************************************
      * SETUP
      ******************************************************************

       LOAD-RESERVE-RATIOS.
      *    Name the categories and take their ratios from the
      *    parameter file; a ratio the file predates keeps its
      *    compiled value
           INITIALIZE WS-CATEGORY-TABLE.
           INITIALIZE WS-DAY-SEEN-TABLE.
           MOVE 'CHECKING' TO WS-CAT-TYPE(1).
           MOVE 5.00 TO WS-CAT-PCT(1).
           MOVE 'SAVINGS' TO WS-CAT-TYPE(2).
           MOVE 3.00 TO WS-CAT-PCT(2).
           MOVE 'TERM' TO WS-CAT-TYPE(3).
           MOVE 1.00 TO WS-CAT-PCT(3).
           MOVE 'NOTICE' TO WS-CAT-TYPE(4).
           MOVE 2.00 TO WS-CAT-PCT(4).

           CALL 'FILES' USING 'READ-PARAMETER-FILE'
               BUSINESS-RULES-RECORD WS-PARAM-STATUS.

           IF WS-PARAM-STATUS = '00'
               IF BRL-RESERVE-PCT-CHECKING NUMERIC
                   MOVE BRL-RESERVE-PCT-CHECKING TO WS-CAT-PCT(1)
               END-IF
               IF BRL-RESERVE-PCT-SAVINGS NUMERIC
                   MOVE BRL-RESERVE-PCT-SAVINGS TO WS-CAT-PCT(2)
               END-IF
               IF BRL-RESERVE-PCT-TERM NUMERIC
                   MOVE BRL-RESERVE-PCT-TERM TO WS-CAT-PCT(3)
               END-IF
               IF BRL-RESERVE-PCT-NOTICE NUMERIC
                   MOVE BRL-RESERVE-PCT-NOTICE TO WS-CAT-PCT(4)
               END-IF
           END-IF.

      ******************************************************************
      * AVERAGING PASS
      ******************************************************************

       AVERAGE-ELIGIBLE-DEPOSITS.
      *    Walk ACCOUNT-FILE once; for each reserve-bearing account,
      *    read its snapshots through the account alternate key and
      *    accumulate the positive balances dated in the period
           CALL 'FILES' USING 'OPEN-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'OPEN-BALANCE-SNAPSHOT-FILE-INPUT'
               WS-SNAP-STATUS.
           CALL 'FILES' USING 'START-ACCOUNT-FILE-TOP' WS-OP-STATUS.

           PERFORM AVERAGE-NEXT-ACCOUNT
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-BALANCE-SNAPSHOT-FILE'.
           CALL 'FILES' USING 'CLOSE-ACCOUNT-FILE'.

           PERFORM COUNT-ONE-SNAPSHOT-DAY
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 31.

       AVERAGE-NEXT-ACCOUNT.
      *    Read one account and fold its period snapshots into its
      *    category
           CALL 'FILES' USING 'READ-NEXT-ACCOUNT' ACCOUNT-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-ACCOUNTS-SCANNED
               PERFORM CLASSIFY-ACCOUNT-CATEGORY
               IF WS-ACCT-CAT-IDX > 0
                   ADD 1 TO WS-ACCOUNTS-ELIGIBLE
                   ADD 1 TO WS-CAT-ACCT-COUNT(WS-ACCT-CAT-IDX)
                   PERFORM SUM-ACCOUNT-SNAPSHOTS
               END-IF
           END-IF.

       CLASSIFY-ACCOUNT-CATEGORY.
      *    Map ACC-TYPE to its category row; 0 when the type bears
      *    no reserve
           EVALUATE TRUE
               WHEN ACC-TYPE-CHECKING
                   MOVE 1 TO WS-ACCT-CAT-IDX
               WHEN ACC-TYPE-SAVINGS
                   MOVE 2 TO WS-ACCT-CAT-IDX
               WHEN ACC-TYPE-TERM
                   MOVE 3 TO WS-ACCT-CAT-IDX
               WHEN ACC-TYPE-NOTICE
                   MOVE 4 TO WS-ACCT-CAT-IDX
               WHEN OTHER
                   MOVE 0 TO WS-ACCT-CAT-IDX
           END-EVALUATE.

       SUM-ACCOUNT-SNAPSHOTS.
      *    Position on this account's first snapshot and read until
      *    the rows move on to the next account
           MOVE ACC-ID TO BSN-ACCOUNT-ID.
           MOVE 0 TO WS-SNAP-DONE.
           CALL 'FILES' USING 'START-SNAPSHOT-BY-ACCOUNT'
               BALANCE-SNAPSHOT-RECORD WS-SNAP-STATUS.

           IF WS-SNAP-STATUS = '00'
               PERFORM SUM-NEXT-SNAPSHOT
                   UNTIL ACCOUNT-SNAPSHOTS-DONE
           END-IF.

       SUM-NEXT-SNAPSHOT.
      *    Read one snapshot row; a row dated in the period marks its
      *    day as seen and adds a positive balance to the category
           CALL 'FILES' USING 'READ-NEXT-SNAPSHOT-BY-ACCOUNT'
               BALANCE-SNAPSHOT-RECORD WS-SNAP-STATUS.

           IF WS-SNAP-STATUS NOT = '00'
               MOVE 1 TO WS-SNAP-DONE
           ELSE
               IF BSN-ACCOUNT-ID NOT = ACC-ID
                   MOVE 1 TO WS-SNAP-DONE
               ELSE
                   IF BSN-SNAPSHOT-DATE(1:6) = WS-PERIOD-MONTH
                       PERFORM FOLD-SNAPSHOT-INTO-CATEGORY
                   END-IF
               END-IF
           END-IF.

       FOLD-SNAPSHOT-INTO-CATEGORY.
      *    Accumulate one in-period snapshot
           ADD 1 TO WS-SNAPSHOTS-READ.
           MOVE BSN-SNAPSHOT-DATE(7:2) TO WS-DAY-IDX.
           IF WS-DAY-IDX > 0 AND WS-DAY-IDX NOT > 31
               MOVE 1 TO WS-DAY-SEEN(WS-DAY-IDX)
           END-IF.
           IF BSN-BALANCE > 0
               ADD BSN-BALANCE TO WS-CAT-BALANCE-SUM(WS-ACCT-CAT-IDX)
           END-IF.

       COUNT-ONE-SNAPSHOT-DAY.
      *    Count a day of the period that has snapshots
           IF WS-DAY-SEEN(WS-DAY-IDX) = 1
               ADD 1 TO WS-SNAPSHOT-DAYS
           END-IF.

      ******************************************************************
      * REQUIREMENT
      ******************************************************************

       COMPUTE-REQUIREMENT.
      *    Average each category over the snapshot days, apply its
      *    ratio, and set the adjustment against the held balance
           MOVE WS-RESERVE-GLA-ID TO GLA-ID.
           CALL 'FILES' USING 'OPEN-GL-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'READ-GL-ACCOUNT' GL-ACCOUNT-RECORD
               WS-GLA-STATUS.
           CALL 'FILES' USING 'CLOSE-GL-ACCOUNT-FILE'.

           IF WS-GLA-STATUS = '00'
               MOVE GLA-BALANCE TO WS-HELD-BALANCE
           ELSE
               DISPLAY 'WARNING: Reserve GL ' WS-RESERVE-GLA-ID
                   ' not on the chart - held balance taken as zero'
           END-IF.

           IF WS-SNAPSHOT-DAYS = 0
               DISPLAY 'WARNING: No balance snapshots dated in '
                   WS-PERIOD-MONTH ' - no requirement computed'
               MOVE 4 TO RETURN-CODE
               GO TO COMPUTE-REQUIREMENT-END
           END-IF.

           PERFORM COMPUTE-ONE-CATEGORY
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 4.

           COMPUTE WS-ADJUSTMENT =
               WS-TOTAL-REQUIRED - WS-HELD-BALANCE.

       COMPUTE-REQUIREMENT-END.
           EXIT.

       COMPUTE-ONE-CATEGORY.
      *    Average and requirement for one category
           COMPUTE WS-CAT-AVERAGE(WS-CAT-IDX) ROUNDED =
               WS-CAT-BALANCE-SUM(WS-CAT-IDX) / WS-SNAPSHOT-DAYS.
           COMPUTE WS-CAT-REQUIRED(WS-CAT-IDX) ROUNDED =
               WS-CAT-AVERAGE(WS-CAT-IDX) * WS-CAT-PCT(WS-CAT-IDX)
               / 100.
           ADD WS-CAT-AVERAGE(WS-CAT-IDX) TO WS-TOTAL-AVERAGE.
           ADD WS-CAT-REQUIRED(WS-CAT-IDX) TO WS-TOTAL-REQUIRED.

      ******************************************************************
      * RESERVE STATEMENT
      ******************************************************************

       PRINT-RESERVE-STATEMENT.
      *    One line per category, then the requirement against the
      *    balance held
           DISPLAY 'RESERVE STATEMENT FOR PERIOD ' WS-PERIOD-MONTH.
           DISPLAY 'Category     Accts      Average eligible  Ratio'
               '          Requirement'.
           DISPLAY '------------------------------------------------'
               '----------------------'.

           PERFORM PRINT-ONE-CATEGORY
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 4.

           DISPLAY '------------------------------------------------'
               '----------------------'.
           MOVE WS-TOTAL-AVERAGE TO WS-DISPLAY-AMOUNT.
           MOVE WS-TOTAL-REQUIRED TO WS-DISPLAY-REQUIRED.
           DISPLAY 'TOTAL              ' WS-DISPLAY-AMOUNT
               '       ' WS-DISPLAY-REQUIRED.
           DISPLAY ' '.

           MOVE WS-HELD-BALANCE TO WS-DISPLAY-SIGNED.
           DISPLAY 'Held on GL ' WS-RESERVE-GLA-ID ':        '
               WS-DISPLAY-SIGNED.
           MOVE WS-ADJUSTMENT TO WS-DISPLAY-SIGNED.
           EVALUATE TRUE
               WHEN WS-ADJUSTMENT > 0
                   DISPLAY 'Shortfall - top-up:  ' WS-DISPLAY-SIGNED
               WHEN WS-ADJUSTMENT < 0
                   DISPLAY 'Excess - release:    ' WS-DISPLAY-SIGNED
               WHEN OTHER
                   DISPLAY 'Reserve held matches the requirement'
           END-EVALUATE.

       PRINT-ONE-CATEGORY.
      *    Print one category line
           MOVE WS-CAT-AVERAGE(WS-CAT-IDX) TO WS-DISPLAY-AMOUNT.
           MOVE WS-CAT-REQUIRED(WS-CAT-IDX) TO WS-DISPLAY-REQUIRED.
           MOVE WS-CAT-PCT(WS-CAT-IDX) TO WS-DISPLAY-PCT.
           DISPLAY WS-CAT-TYPE(WS-CAT-IDX) ' '
               WS-CAT-ACCT-COUNT(WS-CAT-IDX) ' '
               WS-DISPLAY-AMOUNT ' ' WS-DISPLAY-PCT '% '
               WS-DISPLAY-REQUIRED.

      ******************************************************************
      * JOURNAL VOUCHER
      ******************************************************************

       RAISE-RESERVE-VOUCHER.
      *    Raise the top-up or release as a PENDING two-line voucher;
      *    nothing is raised when the reserve already matches
           IF WS-ADJUSTMENT = 0
               GO TO RAISE-RESERVE-VOUCHER-END
           END-IF.

           INITIALIZE JOURNAL-VOUCHER-RECORD.
           MOVE 2 TO JVR-LINE-COUNT.

           IF WS-ADJUSTMENT > 0
               MOVE WS-ADJUSTMENT TO WS-ADJUSTMENT-ABS
               STRING 'COMPULSORY RESERVE TOP-UP ' WS-PERIOD-MONTH
                   DELIMITED BY SIZE INTO JVR-DESCRIPTION
               MOVE WS-RESERVE-GLA-ID TO JVR-LINE-GLA-ID(1)
               MOVE WS-FUNDING-GLA-ID TO JVR-LINE-GLA-ID(2)
           ELSE
               COMPUTE WS-ADJUSTMENT-ABS = 0 - WS-ADJUSTMENT
               STRING 'COMPULSORY RESERVE RELEASE ' WS-PERIOD-MONTH
                   DELIMITED BY SIZE INTO JVR-DESCRIPTION
               MOVE WS-FUNDING-GLA-ID TO JVR-LINE-GLA-ID(1)
               MOVE WS-RESERVE-GLA-ID TO JVR-LINE-GLA-ID(2)
           END-IF.

           MOVE 'DR' TO JVR-LINE-DRCR(1).
           MOVE WS-ADJUSTMENT-ABS TO JVR-LINE-AMOUNT(1).
           MOVE 'CR' TO JVR-LINE-DRCR(2).
           MOVE WS-ADJUSTMENT-ABS TO JVR-LINE-AMOUNT(2).

           CALL 'JOURNAL' USING 'CREATE-JOURNAL-VOUCHER'
               JOURNAL-VOUCHER-RECORD WS-SYSTEM-OPERATOR-ID
               WS-JNL-STATUS.

           IF WS-JNL-STATUS = '00'
               MOVE JVR-VOUCHER-ID TO WS-VOUCHER-ID
               DISPLAY 'Voucher ' WS-VOUCHER-ID
                   ' raised PENDING for finance approval'
           ELSE
               DISPLAY 'ERROR: Reserve voucher not raised (status '
                   WS-JNL-STATUS ')'
               MOVE 4 TO RETURN-CODE
           END-IF.

       RAISE-RESERVE-VOUCHER-END.
           EXIT.

       END PROGRAM RESVREQ.
