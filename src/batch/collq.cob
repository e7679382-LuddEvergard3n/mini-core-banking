      ******************************************************************
      * COLLQ.COB - Collections Queue and Promise-To-Pay Check
      *
      * Standalone batch program, run nightly in the end-of-day
      * chain after LOANPOST and ODINT. Builds the collections queue
      * the collectors work from (menu option 69, COLLECT.COB) and
      * settles the promises to pay they have recorded:
      * - Every active loan carrying arrears and every open account
      *   overdrawn beyond its limit, or overdrawn for the review
      *   period ODINT reports on, has one case on the queue, aged
      *   into the credit-review buckets (1-30, 31-60, 61-90, over
      *   90 days) and assigned to the collector for its bucket
      * - A case whose loan or account no longer qualifies tonight
      *   is marked CURED and leaves the worklist
      * - Every OPEN promise is measured against the repayments
      *   made since it was given: paid in full it is KEPT; still
      *   short once its date has passed it is BROKEN, the case is
      *   escalated to the next stage and the broken promise goes
      *   on the morning exceptions report for LENDING
      *
      * Design decisions:
      * - Loan days past due run from LN-ARREARS-SINCE-DATE, as in
      *   the arrears report (LOANARRS.COB); overdraft days are
      *   ACC-OD-DAYS, the streak ODINT keeps. The review period is
      *   ODINT's 30 days
      * - Collectors are assigned per bucket from the business
      *   rules COLLECTOR-* parameters, changed through reference
      *   data control (REFCHG.COB). A case is assigned when it
      *   opens and re-assigned only when it moves bucket, so a
      *   collector keeps a case through its bucket; a bucket with
      *   no collector set leaves its cases unassigned (0)
      * - A case opens at stage 1 (REMINDER); only a broken promise
      *   moves it on - 2 DEMAND, 3 FINAL, 4 LEGAL - and a case
      *   that cures and later falls due again starts at stage 1
      * - Repayment is the movement since the promise in the figure
      *   COLLECT.COB recorded with it: the fall in the loan's
      *   outstanding balance (a paid-off loan has repaid all of
      *   it), or the rise in the overdrawn account's balance. A
      *   promise on a case that has cured is KEPT whatever the
      *   figure says, since the debt it was given for is gone
      * - A written-off loan leaves the queue (CURED) for recovery,
      *   but the write-off is not a repayment: its open promise
      *   counts nothing repaid and breaks when its date passes
      * - No run control registration: every step settles from the
      *   files as they stand tonight, so a rerun finds nothing new
      *   to do - a broken promise is no longer OPEN and is never
      *   escalated twice
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLQ.
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
       01  WS-CASE-STATUS              PIC XX.
       01  WS-LOOKUP-STATUS            PIC XX.
       01  WS-PARAM-STATUS             PIC XX.

      * How many consecutive overdrawn days put an account within
      * its limit on the queue - ODINT's credit-review threshold
       01  WS-OD-REVIEW-DAYS           PIC 9(4) VALUE 30.

      * Collector per bucket, from the business rules parameters
       01  WS-COLLECTORS.
           05  WS-COLLECTOR-1-30       PIC 9(6) VALUE 0.
           05  WS-COLLECTOR-31-60      PIC 9(6) VALUE 0.
           05  WS-COLLECTOR-61-90      PIC 9(6) VALUE 0.
           05  WS-COLLECTOR-OVER-90    PIC 9(6) VALUE 0.

      * The case being queued tonight
       01  WS-QUEUE-ITEM.
           05  WS-Q-SOURCE             PIC X(4).
           05  WS-Q-REFERENCE-ID       PIC 9(8).
           05  WS-Q-ACCOUNT-ID         PIC 9(8).
           05  WS-Q-CUSTOMER-ID        PIC 9(8).
           05  WS-Q-DAYS               PIC S9(9).
           05  WS-Q-AMOUNT             PIC S9(13)V99.
           05  WS-Q-BUCKET             PIC X(5).
           05  WS-Q-COLLECTOR-ID       PIC 9(6).

       01  WS-POSTING-INTEGER          PIC S9(9).
       01  WS-SINCE-INTEGER            PIC S9(9).

      * Promise check working data
       01  WS-REPAID-AMOUNT            PIC S9(13)V99.
       01  WS-FIGURE-FOUND             PIC 9.
           88  FIGURE-WAS-FOUND        VALUE 1.
       01  WS-WRITTEN-OFF-FLAG         PIC 9.
           88  DEBT-WAS-WRITTEN-OFF    VALUE 1.

       01  WS-REPORT-COUNTERS.
           05  WS-LOANS-SCANNED        PIC 9(6) VALUE 0.
           05  WS-ACCOUNTS-SCANNED     PIC 9(6) VALUE 0.
           05  WS-CASES-OPENED         PIC 9(6) VALUE 0.
           05  WS-CASES-REOPENED       PIC 9(6) VALUE 0.
           05  WS-CASES-REASSIGNED     PIC 9(6) VALUE 0.
           05  WS-CASES-CURED          PIC 9(6) VALUE 0.
           05  WS-PROMISES-CHECKED     PIC 9(6) VALUE 0.
           05  WS-PROMISES-KEPT        PIC 9(6) VALUE 0.
           05  WS-PROMISES-BROKEN      PIC 9(6) VALUE 0.
           05  WS-PROMISES-PENDING     PIC 9(6) VALUE 0.
           05  WS-CASES-ON-WORKLIST    PIC 9(6) VALUE 0.
           05  WS-WORKLIST-UNASSIGNED  PIC 9(6) VALUE 0.

       01  WS-BUCKET-TOTALS.
           05  WS-BUCKET-1-30          PIC S9(13)V99 VALUE 0.
           05  WS-BUCKET-31-60         PIC S9(13)V99 VALUE 0.
           05  WS-BUCKET-61-90         PIC S9(13)V99 VALUE 0.
           05  WS-BUCKET-OVER-90       PIC S9(13)V99 VALUE 0.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
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

      * Nightly exceptions register (see EODEXC.COB): broken
      * promises go on the morning exceptions report for LENDING
       01  WS-JOB-NAME                 PIC X(10) VALUE 'COLLQ'.
       01  WS-EXC-ACCOUNT-ID           PIC 9(8).
       01  WS-EXC-AMOUNT               PIC S9(13)V99.
       01  WS-EXC-REFERENCE            PIC X(20).
       01  WS-EXC-REASON               PIC X(30).
       01  WS-EXC-ACTION               PIC X(40).
       01  WS-EXC-STATUS               PIC XX.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the collections queue batch job
           PERFORM DISPLAY-BANNER.
           PERFORM LOAD-COLLECTOR-ASSIGNMENTS.

           CALL 'FILES' USING 'OPEN-COLLECTION-CASE-FILE-IO'.
           PERFORM QUEUE-DELINQUENT-LOANS.
           PERFORM QUEUE-OVERDRAWN-ACCOUNTS.
           PERFORM CURE-SETTLED-CASES.
           PERFORM CHECK-PROMISES-TO-PAY.
           PERFORM PRINT-WORKLIST.
           CALL 'FILES' USING 'CLOSE-COLLECTION-CASE-FILE'.

           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-EFFECTIVE-DATE.
           COMPUTE WS-POSTING-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE).

           DISPLAY '================================================'.
           DISPLAY 'COLLECTIONS QUEUE AND PROMISE-TO-PAY CHECK'.
           DISPLAY 'Posting date: ' WS-EFFECTIVE-DATE.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Loans scanned:         ' WS-LOANS-SCANNED.
           DISPLAY 'Accounts scanned:      ' WS-ACCOUNTS-SCANNED.
           DISPLAY 'Cases opened:          ' WS-CASES-OPENED.
           DISPLAY 'Cases reopened:        ' WS-CASES-REOPENED.
           DISPLAY 'Cases reassigned:      ' WS-CASES-REASSIGNED.
           DISPLAY 'Cases cured:           ' WS-CASES-CURED.
           DISPLAY 'Promises checked:      ' WS-PROMISES-CHECKED.
           DISPLAY 'Promises kept:         ' WS-PROMISES-KEPT.
           DISPLAY 'Promises broken:       ' WS-PROMISES-BROKEN.
           DISPLAY 'Promises still open:   ' WS-PROMISES-PENDING.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Cases on the worklist: ' WS-CASES-ON-WORKLIST.
           DISPLAY 'Unassigned:            ' WS-WORKLIST-UNASSIGNED.
           MOVE WS-BUCKET-1-30 TO WS-DISPLAY-TOTAL.
           DISPLAY 'Due  1-30 days:        ' WS-DISPLAY-TOTAL.
           MOVE WS-BUCKET-31-60 TO WS-DISPLAY-TOTAL.
           DISPLAY 'Due 31-60 days:        ' WS-DISPLAY-TOTAL.
           MOVE WS-BUCKET-61-90 TO WS-DISPLAY-TOTAL.
           DISPLAY 'Due 61-90 days:        ' WS-DISPLAY-TOTAL.
           MOVE WS-BUCKET-OVER-90 TO WS-DISPLAY-TOTAL.
           DISPLAY 'Due over 90 days:      ' WS-DISPLAY-TOTAL.
           DISPLAY '------------------------------------------------'.

       LOAD-COLLECTOR-ASSIGNMENTS.
      *    Take the collector for each bucket from the parameter
      *    record; a field blank on an older record stays 0
           CALL 'FILES' USING 'READ-PARAMETER-FILE'
               BUSINESS-RULES-RECORD WS-PARAM-STATUS.

           IF WS-PARAM-STATUS = '00'
               IF BRL-COLLECTOR-1-30 NUMERIC
                   MOVE BRL-COLLECTOR-1-30 TO WS-COLLECTOR-1-30
               END-IF
               IF BRL-COLLECTOR-31-60 NUMERIC
                   MOVE BRL-COLLECTOR-31-60 TO WS-COLLECTOR-31-60
               END-IF
               IF BRL-COLLECTOR-61-90 NUMERIC
                   MOVE BRL-COLLECTOR-61-90 TO WS-COLLECTOR-61-90
               END-IF
               IF BRL-COLLECTOR-OVER-90 NUMERIC
                   MOVE BRL-COLLECTOR-OVER-90 TO WS-COLLECTOR-OVER-90
               END-IF
           END-IF.

           DISPLAY 'Collectors by bucket:  1-30 ' WS-COLLECTOR-1-30
               '  31-60 ' WS-COLLECTOR-31-60
               '  61-90 ' WS-COLLECTOR-61-90
               '  90+ ' WS-COLLECTOR-OVER-90.
           DISPLAY ' '.

       GET-CURRENT-TIMESTAMP.
      *    Generate current timestamp in YYYYMMDDHHMMSS format
      *    Output: WS-TIMESTAMP
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURR-YEAR WS-CURR-MONTH WS-CURR-DAY
                  WS-CURR-HOUR WS-CURR-MINUTE WS-CURR-SECOND
                  DELIMITED BY SIZE INTO WS-TIMESTAMP.

      ******************************************************************
      * QUEUE BUILD - DELINQUENT LOANS
      ******************************************************************

       QUEUE-DELINQUENT-LOANS.
      *    Single sequential pass over LOAN-FILE
           CALL 'FILES' USING 'OPEN-LOAN-FILE-IO'.
           CALL 'FILES' USING 'START-LOAN-FILE-TOP' WS-OP-STATUS.

           PERFORM QUEUE-NEXT-LOAN
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-LOAN-FILE'.

       QUEUE-NEXT-LOAN.
      *    Read one loan and queue it if it is active in arrears
           CALL 'FILES' USING 'READ-NEXT-LOAN' LOAN-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-LOANS-SCANNED
               IF LN-ACTIVE AND LN-ARREARS-AMT > 0
                   PERFORM QUEUE-ONE-LOAN
               END-IF
           END-IF.

       QUEUE-ONE-LOAN.
      *    Age the loan's arrears and put it on the queue
           MOVE 'LOAN' TO WS-Q-SOURCE.
           MOVE LN-LOAN-ID TO WS-Q-REFERENCE-ID.
           MOVE LN-ACCOUNT-ID TO WS-Q-ACCOUNT-ID.
           MOVE LN-ARREARS-AMT TO WS-Q-AMOUNT.

           IF LN-ARREARS-SINCE-DATE > 0
               COMPUTE WS-SINCE-INTEGER = FUNCTION
                   INTEGER-OF-DATE(LN-ARREARS-SINCE-DATE)
               COMPUTE WS-Q-DAYS =
                   WS-POSTING-INTEGER - WS-SINCE-INTEGER
           ELSE
               MOVE 0 TO WS-Q-DAYS
           END-IF.

           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               LN-ACCOUNT-ID ACCOUNT-RECORD WS-LOOKUP-STATUS.
           IF WS-LOOKUP-STATUS = '00'
               MOVE ACC-CUSTOMER-ID TO WS-Q-CUSTOMER-ID
           ELSE
               MOVE 0 TO WS-Q-CUSTOMER-ID
           END-IF.

           PERFORM UPSERT-CASE.

      ******************************************************************
      * QUEUE BUILD - OVERDRAWN ACCOUNTS
      ******************************************************************

       QUEUE-OVERDRAWN-ACCOUNTS.
      *    Single sequential pass over ACCOUNT-FILE
           CALL 'FILES' USING 'OPEN-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'START-ACCOUNT-FILE-TOP' WS-OP-STATUS.

           PERFORM QUEUE-NEXT-ACCOUNT
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-ACCOUNT-FILE'.

       QUEUE-NEXT-ACCOUNT.
      *    Read one account and queue it if it is overdrawn beyond
      *    its limit or for the review period
           CALL 'FILES' USING 'READ-NEXT-ACCOUNT' ACCOUNT-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-ACCOUNTS-SCANNED
               IF NOT ACC-CLOSED AND ACC-BALANCE < 0
                   IF ACC-BALANCE + ACC-OVERDRAFT-LIMIT < 0
                           OR ACC-OD-DAYS >= WS-OD-REVIEW-DAYS
                       PERFORM QUEUE-ONE-ACCOUNT
                   END-IF
               END-IF
           END-IF.

       QUEUE-ONE-ACCOUNT.
      *    Put the overdrawn account on the queue
           MOVE 'OD' TO WS-Q-SOURCE.
           MOVE ACC-ID TO WS-Q-REFERENCE-ID.
           MOVE ACC-ID TO WS-Q-ACCOUNT-ID.
           MOVE ACC-CUSTOMER-ID TO WS-Q-CUSTOMER-ID.
           MOVE ACC-OD-DAYS TO WS-Q-DAYS.
           COMPUTE WS-Q-AMOUNT = 0 - ACC-BALANCE.

           PERFORM UPSERT-CASE.

      ******************************************************************
      * CASE MAINTENANCE
      ******************************************************************

       UPSERT-CASE.
      *    Open, reopen or refresh the case for tonight's queue item
      *    Input: WS-QUEUE-ITEM
           PERFORM SET-BUCKET-AND-COLLECTOR.
           PERFORM GET-CURRENT-TIMESTAMP.

           MOVE WS-Q-SOURCE TO CLC-SOURCE.
           MOVE WS-Q-REFERENCE-ID TO CLC-REFERENCE-ID.
           CALL 'FILES' USING 'READ-COLLECTION-CASE'
               COLLECTION-CASE-RECORD WS-CASE-STATUS.

           IF WS-CASE-STATUS = '00'
               IF CLC-CURED
                   MOVE 'OPEN' TO CLC-STATUS
                   MOVE 1 TO CLC-STAGE
                   MOVE WS-EFFECTIVE-DATE TO CLC-OPENED-DATE
                   MOVE 0 TO CLC-CLOSED-DATE
                   MOVE WS-Q-BUCKET TO CLC-BUCKET
                   MOVE WS-Q-COLLECTOR-ID TO CLC-COLLECTOR-ID
                   ADD 1 TO WS-CASES-REOPENED
               END-IF
               IF CLC-BUCKET NOT = WS-Q-BUCKET
                   MOVE WS-Q-BUCKET TO CLC-BUCKET
                   MOVE WS-Q-COLLECTOR-ID TO CLC-COLLECTOR-ID
                   ADD 1 TO WS-CASES-REASSIGNED
               END-IF
               PERFORM FILL-CASE-FIGURES
               CALL 'FILES' USING 'UPDATE-COLLECTION-CASE'
                   COLLECTION-CASE-RECORD WS-CASE-STATUS
           ELSE
               INITIALIZE COLLECTION-CASE-RECORD
               MOVE WS-Q-SOURCE TO CLC-SOURCE
               MOVE WS-Q-REFERENCE-ID TO CLC-REFERENCE-ID
               MOVE 'OPEN' TO CLC-STATUS
               MOVE 1 TO CLC-STAGE
               MOVE 0 TO CLC-BROKEN-PROMISES
               MOVE WS-EFFECTIVE-DATE TO CLC-OPENED-DATE
               MOVE 0 TO CLC-LAST-CONTACT-DATE
               MOVE SPACES TO CLC-LAST-OUTCOME
               MOVE 0 TO CLC-CLOSED-DATE
               MOVE WS-Q-BUCKET TO CLC-BUCKET
               MOVE WS-Q-COLLECTOR-ID TO CLC-COLLECTOR-ID
               PERFORM FILL-CASE-FIGURES
               CALL 'FILES' USING 'WRITE-COLLECTION-CASE'
                   COLLECTION-CASE-RECORD WS-CASE-STATUS
               IF WS-CASE-STATUS = '00'
                   ADD 1 TO WS-CASES-OPENED
               END-IF
           END-IF.

           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'WARNING: could not queue ' WS-Q-SOURCE ' '
                   WS-Q-REFERENCE-ID ' - status ' WS-CASE-STATUS
           END-IF.

       FILL-CASE-FIGURES.
      *    Tonight's figures for the case
           MOVE WS-Q-ACCOUNT-ID TO CLC-ACCOUNT-ID.
           MOVE WS-Q-CUSTOMER-ID TO CLC-CUSTOMER-ID.
           IF WS-Q-DAYS > 9999
               MOVE 9999 TO CLC-DAYS-PAST-DUE
           ELSE
               IF WS-Q-DAYS < 0
                   MOVE 0 TO CLC-DAYS-PAST-DUE
               ELSE
                   MOVE WS-Q-DAYS TO CLC-DAYS-PAST-DUE
               END-IF
           END-IF.
           MOVE WS-Q-AMOUNT TO CLC-AMOUNT-DUE.
           MOVE WS-EFFECTIVE-DATE TO CLC-LAST-SEEN-DATE.
           MOVE WS-TIMESTAMP TO CLC-UPDATED-TS.

       SET-BUCKET-AND-COLLECTOR.
      *    Bucket the days past due and pick the bucket's collector
           EVALUATE TRUE
               WHEN WS-Q-DAYS > 90
                   MOVE '90+' TO WS-Q-BUCKET
                   MOVE WS-COLLECTOR-OVER-90 TO WS-Q-COLLECTOR-ID
               WHEN WS-Q-DAYS > 60
                   MOVE '61-90' TO WS-Q-BUCKET
                   MOVE WS-COLLECTOR-61-90 TO WS-Q-COLLECTOR-ID
               WHEN WS-Q-DAYS > 30
                   MOVE '31-60' TO WS-Q-BUCKET
                   MOVE WS-COLLECTOR-31-60 TO WS-Q-COLLECTOR-ID
               WHEN OTHER
                   MOVE '1-30' TO WS-Q-BUCKET
                   MOVE WS-COLLECTOR-1-30 TO WS-Q-COLLECTOR-ID
           END-EVALUATE.

      ******************************************************************
      * CURE
      ******************************************************************

       CURE-SETTLED-CASES.
      *    Any OPEN case not refreshed tonight no longer qualifies
           CALL 'FILES' USING 'START-COLLECTION-CASE-TOP'
               WS-OP-STATUS.

           PERFORM CURE-NEXT-CASE
               UNTIL WS-OP-STATUS NOT = '00'.

       CURE-NEXT-CASE.
      *    Read one case and cure it if tonight's build passed it by
           CALL 'FILES' USING 'READ-NEXT-COLLECTION-CASE'
               COLLECTION-CASE-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               IF CLC-OPEN
                       AND CLC-LAST-SEEN-DATE NOT = WS-EFFECTIVE-DATE
                   PERFORM GET-CURRENT-TIMESTAMP
                   MOVE 'CURED' TO CLC-STATUS
                   MOVE WS-EFFECTIVE-DATE TO CLC-CLOSED-DATE
                   MOVE WS-TIMESTAMP TO CLC-UPDATED-TS
                   CALL 'FILES' USING 'UPDATE-COLLECTION-CASE'
                       COLLECTION-CASE-RECORD WS-CASE-STATUS
                   ADD 1 TO WS-CASES-CURED
                   DISPLAY 'CURED     ' CLC-SOURCE ' '
                       CLC-REFERENCE-ID '  Account: ' CLC-ACCOUNT-ID
               END-IF
           END-IF.

      ******************************************************************
      * PROMISE-TO-PAY CHECK
      ******************************************************************

       CHECK-PROMISES-TO-PAY.
      *    Single sequential pass over the contact log, settling
      *    every promise still OPEN
           CALL 'FILES' USING 'OPEN-COLLECTION-CONTACT-FILE-IO'.
           CALL 'FILES' USING 'OPEN-LOAN-FILE-IO'.
           CALL 'FILES' USING 'START-COLLECTION-CONTACT-TOP'
               WS-OP-STATUS.

           PERFORM CHECK-NEXT-CONTACT
               UNTIL WS-OP-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-LOAN-FILE'.
           CALL 'FILES' USING 'CLOSE-COLLECTION-CONTACT-FILE'.

       CHECK-NEXT-CONTACT.
      *    Read one contact and settle it if it is an open promise
           CALL 'FILES' USING 'READ-NEXT-COLLECTION-CONTACT'
               COLLECTION-CONTACT-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               IF CPT-OUTCOME-PROMISE AND CPT-PTP-OPEN
                   PERFORM CHECK-ONE-PROMISE
               END-IF
           END-IF.

       CHECK-ONE-PROMISE.
      *    Measure the repayment since the promise and decide it
           ADD 1 TO WS-PROMISES-CHECKED.

           MOVE CPT-SOURCE TO CLC-SOURCE.
           MOVE CPT-REFERENCE-ID TO CLC-REFERENCE-ID.
           CALL 'FILES' USING 'READ-COLLECTION-CASE'
               COLLECTION-CASE-RECORD WS-CASE-STATUS.

           PERFORM MEASURE-REPAYMENT.
           MOVE WS-REPAID-AMOUNT TO CPT-PTP-PAID-AMOUNT.

           EVALUATE TRUE
               WHEN WS-CASE-STATUS = '00' AND CLC-CURED
                       AND NOT DEBT-WAS-WRITTEN-OFF
                   PERFORM MARK-PROMISE-KEPT
               WHEN FIGURE-WAS-FOUND
                       AND WS-REPAID-AMOUNT >= CPT-PTP-AMOUNT
                   PERFORM MARK-PROMISE-KEPT
               WHEN WS-EFFECTIVE-DATE >= CPT-PTP-DATE
                   PERFORM MARK-PROMISE-BROKEN
               WHEN OTHER
                   ADD 1 TO WS-PROMISES-PENDING
           END-EVALUATE.

           CALL 'FILES' USING 'UPDATE-COLLECTION-CONTACT'
               COLLECTION-CONTACT-RECORD WS-LOOKUP-STATUS.

       MEASURE-REPAYMENT.
      *    Repayment since the promise, from the figure it recorded
      *    Output: WS-REPAID-AMOUNT, WS-FIGURE-FOUND,
      *            WS-WRITTEN-OFF-FLAG
           MOVE 0 TO WS-REPAID-AMOUNT.
           MOVE 0 TO WS-FIGURE-FOUND.
           MOVE 0 TO WS-WRITTEN-OFF-FLAG.

           IF CPT-SOURCE = 'LOAN'
               MOVE CPT-REFERENCE-ID TO LN-LOAN-ID
               CALL 'FILES' USING 'READ-LOAN' LOAN-RECORD
                   WS-LOOKUP-STATUS
               IF WS-LOOKUP-STATUS = '00'
                   MOVE 1 TO WS-FIGURE-FOUND
                   EVALUATE TRUE
                       WHEN LN-PAID-OFF
                           MOVE CPT-PTP-BASE-FIGURE
                               TO WS-REPAID-AMOUNT
                       WHEN LN-WRITTEN-OFF
                           MOVE 1 TO WS-WRITTEN-OFF-FLAG
                       WHEN OTHER
                           COMPUTE WS-REPAID-AMOUNT =
                               CPT-PTP-BASE-FIGURE - LN-OUTSTANDING
                   END-EVALUATE
               END-IF
           ELSE
               CALL 'ACCOUNT' USING 'GET-ACCOUNT'
                   CPT-REFERENCE-ID ACCOUNT-RECORD WS-LOOKUP-STATUS
               IF WS-LOOKUP-STATUS = '00'
                   MOVE 1 TO WS-FIGURE-FOUND
                   COMPUTE WS-REPAID-AMOUNT =
                       ACC-BALANCE - CPT-PTP-BASE-FIGURE
               END-IF
           END-IF.

           IF WS-REPAID-AMOUNT < 0
               MOVE 0 TO WS-REPAID-AMOUNT
           END-IF.

       MARK-PROMISE-KEPT.
      *    The promise was met
           MOVE 'KEPT' TO CPT-PTP-STATUS.
           MOVE WS-EFFECTIVE-DATE TO CPT-PTP-SETTLED-DATE.
           ADD 1 TO WS-PROMISES-KEPT.
           MOVE CPT-PTP-AMOUNT TO WS-DISPLAY-AMOUNT.
           DISPLAY 'KEPT      ' CPT-SOURCE ' ' CPT-REFERENCE-ID
               '  Promise: ' WS-DISPLAY-AMOUNT ' due ' CPT-PTP-DATE.

       MARK-PROMISE-BROKEN.
      *    The promise fell due unpaid: escalate the case one stage
      *    and put the broken promise in front of LENDING
           MOVE 'BROKEN' TO CPT-PTP-STATUS.
           MOVE WS-EFFECTIVE-DATE TO CPT-PTP-SETTLED-DATE.
           ADD 1 TO WS-PROMISES-BROKEN.

           IF WS-CASE-STATUS = '00'
               IF CLC-STAGE < 4
                   ADD 1 TO CLC-STAGE
               END-IF
               IF CLC-BROKEN-PROMISES < 999
                   ADD 1 TO CLC-BROKEN-PROMISES
               END-IF
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO CLC-UPDATED-TS
               CALL 'FILES' USING 'UPDATE-COLLECTION-CASE'
                   COLLECTION-CASE-RECORD WS-CASE-STATUS
           END-IF.

           MOVE CPT-PTP-AMOUNT TO WS-DISPLAY-AMOUNT.
           DISPLAY 'BROKEN    ' CPT-SOURCE ' ' CPT-REFERENCE-ID
               '  Promise: ' WS-DISPLAY-AMOUNT ' due ' CPT-PTP-DATE
               '  Stage now ' CLC-STAGE.

           MOVE CLC-ACCOUNT-ID TO WS-EXC-ACCOUNT-ID.
           COMPUTE WS-EXC-AMOUNT =
               CPT-PTP-AMOUNT - CPT-PTP-PAID-AMOUNT.
           MOVE SPACES TO WS-EXC-REFERENCE.
           STRING CPT-SOURCE DELIMITED BY SPACE
                  ' ' CPT-REFERENCE-ID DELIMITED BY SIZE
                  INTO WS-EXC-REFERENCE.
           MOVE 'PROMISE TO PAY BROKEN' TO WS-EXC-REASON.
           MOVE SPACES TO WS-EXC-ACTION.
           STRING 'ESCALATED TO STAGE ' CLC-STAGE
                  ' - COLLECTOR FOLLOW UP'
                  DELIMITED BY SIZE INTO WS-EXC-ACTION.
           CALL 'EODEXC' USING 'RECORD-EOD-EXCEPTION' WS-JOB-NAME
               WS-EXC-ACCOUNT-ID WS-EXC-AMOUNT WS-EXC-REFERENCE
               WS-EXC-REASON WS-EXC-ACTION WS-EXC-STATUS.

      ******************************************************************
      * WORKLIST
      ******************************************************************

       PRINT-WORKLIST.
      *    List every OPEN case with its collector, bucket and stage
           DISPLAY ' '.
           DISPLAY 'WORKLIST'.
           DISPLAY 'Coll.  Source Ref       Account   Bucket Days  '
               'Stg Brk            Due  Last contact'.
           DISPLAY '------------------------------------------------'
               '------------------------------------'.

           CALL 'FILES' USING 'START-COLLECTION-CASE-TOP'
               WS-OP-STATUS.

           PERFORM PRINT-NEXT-CASE
               UNTIL WS-OP-STATUS NOT = '00'.

       PRINT-NEXT-CASE.
      *    Read one case and print it if it is on the worklist
           CALL 'FILES' USING 'READ-NEXT-COLLECTION-CASE'
               COLLECTION-CASE-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               IF CLC-OPEN
                   PERFORM PRINT-ONE-CASE
               END-IF
           END-IF.

       PRINT-ONE-CASE.
      *    One worklist line, added into its bucket total
           ADD 1 TO WS-CASES-ON-WORKLIST.
           IF CLC-COLLECTOR-ID = 0
               ADD 1 TO WS-WORKLIST-UNASSIGNED
           END-IF.

           EVALUATE TRUE
               WHEN CLC-BUCKET-OVER-90
                   ADD CLC-AMOUNT-DUE TO WS-BUCKET-OVER-90
               WHEN CLC-BUCKET-61-90
                   ADD CLC-AMOUNT-DUE TO WS-BUCKET-61-90
               WHEN CLC-BUCKET-31-60
                   ADD CLC-AMOUNT-DUE TO WS-BUCKET-31-60
               WHEN OTHER
                   ADD CLC-AMOUNT-DUE TO WS-BUCKET-1-30
           END-EVALUATE.

           MOVE CLC-AMOUNT-DUE TO WS-DISPLAY-AMOUNT.
           DISPLAY CLC-COLLECTOR-ID ' ' CLC-SOURCE '   '
               CLC-REFERENCE-ID '  ' CLC-ACCOUNT-ID '  '
               CLC-BUCKET '  ' CLC-DAYS-PAST-DUE '  ' CLC-STAGE
               '   ' CLC-BROKEN-PROMISES ' ' WS-DISPLAY-AMOUNT '  '
               CLC-LAST-CONTACT-DATE ' ' CLC-LAST-OUTCOME.

       END PROGRAM COLLQ.
