      ******************************************************************
      * LOANFEE.COB - Monthly Loan Origination Fee Amortization
      *
      * Standalone monthly batch program, intended to run once after
      * the month's last end-of-day. The origination fee CREATE-LOAN
      * keeps back from each disbursement is income not yet earned:
      * it is deferred on GLA 2500 (DEFERRED LOAN FEE INCOME) and
      * this job releases the part earned each month to GLA 4600
      * (LOAN ORIGINATION FEE INCOME), then prints the deferred-fee
      * roll-forward for the month and ties its closing balance to
      * GLA 2500.
      *
      * Design decisions:
      * - Each month releases the still-deferred fee spread evenly
      *   over the installments left on the loan's schedule, so a
      *   restructure that re-terms the loan re-spreads what is left
      *   over the new term. The month the last installment is
      *   collected (or a loan closes through LOANPOST) releases the
      *   remainder.
      * - Early settlement and write-off recognize the remainder at
      *   once in LOANS.COB; they appear here only as a movement in
      *   the roll-forward
      * - Each loan carries the month it was last released for, so a
      *   forced rerun never releases the same month twice; the
      *   roll-forward still reports the month's release from the
      *   amount kept on the loan
      * - The month defaults to that of the current posting date; a
      *   YYYYMM argument runs another month, and FORCE may follow
      *   it. Registered with run control under the first day of the
      *   month, the way CRBUREAU registers its submissions.
      * - Roll-forward: opening = closing - fees deferred in the
      *   month + released + recognized at closure; the closing
      *   balance is the sum of the fees still deferred on the loans,
      *   which must equal GLA 2500
      * - Loans are off the GL, so the release is a direct chart
      *   adjustment, the same way PROVISION books its movement
      * - The chart rows move once by the run's total; each loan's
      *   release moves its borrower's branch share of GLA 2500/4600
      *   (see GLBRANCH.COB) as it is released, the branch the fee
      *   was deferred to when the loan was created
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANFEE.
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
       01  WS-UPDATE-STATUS            PIC XX.
       01  WS-GLA-STATUS               PIC XX.

       01  WS-COMMAND-ARGS             PIC X(80).
       01  WS-ARG-ONE                  PIC X(10).
       01  WS-ARG-TWO                  PIC X(10).
       01  WS-ARG-MONTH                PIC X(6).
       01  WS-ARG-MONTH-NUM REDEFINES WS-ARG-MONTH PIC 9(6).

       01  WS-RELEASE-MONTH            PIC 9(6).
       01  WS-MONTH-START-DATE         PIC 9(8).

      * One loan's release
       01  WS-LOAN-RELEASE             PIC S9(13)V99.
       01  WS-LOAN-MARK                PIC X(6).

      * Deferred-fee roll-forward for the month
       01  WS-ROLL-FORWARD.
           05  WS-RF-OPENING           PIC S9(13)V99 VALUE 0.
           05  WS-RF-NEW-FEES          PIC S9(13)V99 VALUE 0.
           05  WS-RF-RELEASED          PIC S9(13)V99 VALUE 0.
           05  WS-RF-RECOGNIZED        PIC S9(13)V99 VALUE 0.
           05  WS-RF-CLOSING           PIC S9(13)V99 VALUE 0.
           05  WS-RF-GL-BALANCE        PIC S9(13)V99 VALUE 0.
           05  WS-RF-DIFFERENCE        PIC S9(13)V99 VALUE 0.
       01  WS-RELEASED-THIS-RUN        PIC S9(13)V99 VALUE 0.
       01  WS-GLA-MOVEMENT             PIC S9(13)V99.

      * Branch share posting for one loan's release
       01  WS-BRANCH-WORK.
           05  WS-RELEASE-BRANCH       PIC X(4).
           05  WS-BRANCH-GLA-ID        PIC 9(4).
           05  WS-BRANCH-MOVEMENT      PIC S9(13)V99.
           05  WS-BRANCH-STATUS        PIC XX.

       01  WS-REPORT-COUNTERS.
           05  WS-LOANS-SCANNED        PIC 9(6) VALUE 0.
           05  WS-LOANS-RELEASED       PIC 9(6) VALUE 0.
           05  WS-LOANS-ALREADY-DONE   PIC 9(6) VALUE 0.
           05  WS-LOANS-DEFERRED       PIC 9(6) VALUE 0.

       01  WS-DISPLAY-AMOUNT           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-REMAINING        PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.

       01  WS-EFFECTIVE-DATE           PIC 9(8).

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

      * Run-control registration (see RUNCTL.COB)
       01  WS-JOB-NAME                 PIC X(10) VALUE 'LOANFEE'.
       01  WS-FORCE-FLAG               PIC X VALUE 'N'.
       01  WS-RESUME-CHECKPOINT        PIC 9(12).
       01  WS-RUNCTL-STATUS            PIC XX.
       01  WS-RUNCTL-MESSAGE           PIC X(80).

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the origination fee amortization batch
           PERFORM READ-RUN-ARGUMENTS.
           PERFORM DISPLAY-BANNER.
           PERFORM REGISTER-JOB-RUN.
           PERFORM AMORTIZE-LOAN-FEES.
           PERFORM POST-FEE-RELEASE THRU POST-FEE-RELEASE-END.
           PERFORM FINISH-JOB-RUN.
           PERFORM DISPLAY-ROLL-FORWARD THRU DISPLAY-ROLL-FORWARD-END.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       READ-RUN-ARGUMENTS.
      *    Resolve the release month and FORCE flag
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-EFFECTIVE-DATE.
           MOVE WS-EFFECTIVE-DATE(1:6) TO WS-RELEASE-MONTH.

           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(WS-COMMAND-ARGS)
               TO WS-COMMAND-ARGS.
           UNSTRING WS-COMMAND-ARGS DELIMITED BY ALL SPACES
               INTO WS-ARG-ONE WS-ARG-TWO.

           IF WS-ARG-ONE = 'FORCE' OR WS-ARG-TWO = 'FORCE'
               MOVE 'Y' TO WS-FORCE-FLAG
           END-IF.

           MOVE WS-ARG-ONE TO WS-ARG-MONTH.
           IF WS-ARG-MONTH NUMERIC AND WS-ARG-MONTH-NUM > 0
               MOVE WS-ARG-MONTH-NUM TO WS-RELEASE-MONTH
           END-IF.

           STRING WS-RELEASE-MONTH '01' DELIMITED BY SIZE
               INTO WS-MONTH-START-DATE.

       DISPLAY-BANNER.
      *    Display report header
           DISPLAY '================================================'.
           DISPLAY 'LOAN ORIGINATION FEE AMORTIZATION'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY 'Release month: ' WS-RELEASE-MONTH.
           DISPLAY '================================================'.
           DISPLAY ' '.
           DISPLAY 'Loan      Status    Left        Released'
               '       Remaining'.
           DISPLAY '------------------------------------------------'.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Loans scanned:         ' WS-LOANS-SCANNED.
           DISPLAY 'Fees released:         ' WS-LOANS-RELEASED.
           DISPLAY 'Already released:      ' WS-LOANS-ALREADY-DONE.
           DISPLAY 'Loans still deferring: ' WS-LOANS-DEFERRED.
           MOVE WS-RELEASED-THIS-RUN TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Posted this run:       ' WS-DISPLAY-AMOUNT.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * RUN CONTROL
      ******************************************************************

       REGISTER-JOB-RUN.
      *    Register this month's release with run control; a month
      *    already released is refused unless the operator forced it
           CALL 'RUNCTL' USING 'BEGIN-JOB-RUN' WS-JOB-NAME
               WS-MONTH-START-DATE WS-FORCE-FLAG RUN-CONTROL-RECORD
               WS-RESUME-CHECKPOINT WS-RUNCTL-STATUS
               WS-RUNCTL-MESSAGE.

           IF WS-RUNCTL-STATUS = '99'
               DISPLAY 'REFUSED: month ' WS-RELEASE-MONTH
                   ' has already been released'
               DISPLAY 'Relaunch with FORCE to run it again anyway.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       FINISH-JOB-RUN.
      *    Record a clean finish with final counts
           CALL 'RUNCTL' USING 'END-JOB-RUN' WS-JOB-NAME
               WS-MONTH-START-DATE WS-LOANS-SCANNED
               WS-LOANS-RELEASED WS-RUNCTL-STATUS.

      ******************************************************************
      * AMORTIZATION PASS
      ******************************************************************

       AMORTIZE-LOAN-FEES.
      *    Single sequential pass over LOAN-FILE, releasing each
      *    loan's earned fee and gathering the month's movements
           CALL 'FILES' USING 'OPEN-LOAN-FILE-IO'.
           CALL 'FILES' USING 'START-LOAN-FILE-TOP' WS-OP-STATUS.

           PERFORM AMORTIZE-NEXT-LOAN THRU AMORTIZE-NEXT-LOAN-END
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-LOAN-FILE'.

       AMORTIZE-NEXT-LOAN.
      *    Read one loan and fold its fee into the month; a loan
      *    still in the layout from before the fee fields carries
      *    no fee
           CALL 'FILES' USING 'READ-NEXT-LOAN' LOAN-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS NOT = '00'
               GO TO AMORTIZE-NEXT-LOAN-END
           END-IF.

           ADD 1 TO WS-LOANS-SCANNED.

           IF LN-ORIG-FEE-AMT NOT NUMERIC
                   OR LN-FEE-UNAMORTIZED NOT NUMERIC
                   OR LN-FEE-RELEASE-MONTH NOT NUMERIC
                   OR LN-FEE-LAST-RELEASE NOT NUMERIC
                   OR LN-FEE-ACCELERATED NOT NUMERIC
               GO TO AMORTIZE-NEXT-LOAN-END
           END-IF.

           IF LN-CREATED-TS(1:6) = WS-RELEASE-MONTH
               ADD LN-ORIG-FEE-AMT TO WS-RF-NEW-FEES
           END-IF.

           PERFORM ADD-MONTH-RECOGNITION THRU ADD-MONTH-RECOGNITION-END.

           IF LN-FEE-RELEASE-MONTH = WS-RELEASE-MONTH
               ADD 1 TO WS-LOANS-ALREADY-DONE
               ADD LN-FEE-LAST-RELEASE TO WS-RF-RELEASED
           ELSE
               IF LN-FEE-UNAMORTIZED > 0 AND
                       LN-FEE-RELEASE-MONTH < WS-RELEASE-MONTH
                   PERFORM RELEASE-ONE-LOAN-FEE
               END-IF
           END-IF.

           IF LN-FEE-UNAMORTIZED > 0
               ADD 1 TO WS-LOANS-DEFERRED
               ADD LN-FEE-UNAMORTIZED TO WS-RF-CLOSING
           END-IF.

       AMORTIZE-NEXT-LOAN-END.
           EXIT.

       ADD-MONTH-RECOGNITION.
      *    A fee recognized at once because the loan was settled
      *    early or written off in the month is a roll-forward
      *    movement of that month
           IF LN-FEE-ACCELERATED = 0
               GO TO ADD-MONTH-RECOGNITION-END
           END-IF.

           IF LN-PAID-OFF AND LN-PAID-OFF-DATE(1:6) = WS-RELEASE-MONTH
               ADD LN-FEE-ACCELERATED TO WS-RF-RECOGNIZED
           END-IF.

           IF LN-WRITTEN-OFF AND
                   LN-WRITE-OFF-DATE(1:6) = WS-RELEASE-MONTH
               ADD LN-FEE-ACCELERATED TO WS-RF-RECOGNIZED
           END-IF.

       ADD-MONTH-RECOGNITION-END.
           EXIT.

       RELEASE-ONE-LOAN-FEE.
      *    Release this month's share of the deferred fee: an even
      *    part over the installments left, or all of it once the
      *    schedule has run out
           IF LN-ACTIVE AND LN-INSTALLMENTS-LEFT > 1
               COMPUTE WS-LOAN-RELEASE ROUNDED =
                   LN-FEE-UNAMORTIZED / LN-INSTALLMENTS-LEFT
               MOVE SPACES TO WS-LOAN-MARK
           ELSE
               MOVE LN-FEE-UNAMORTIZED TO WS-LOAN-RELEASE
               MOVE 'FINAL' TO WS-LOAN-MARK
           END-IF.

           SUBTRACT WS-LOAN-RELEASE FROM LN-FEE-UNAMORTIZED.
           MOVE WS-RELEASE-MONTH TO LN-FEE-RELEASE-MONTH.
           MOVE WS-LOAN-RELEASE TO LN-FEE-LAST-RELEASE.

           CALL 'FILES' USING 'UPDATE-LOAN' LOAN-RECORD
               WS-UPDATE-STATUS.

           IF WS-UPDATE-STATUS NOT = '00'
               DISPLAY 'WARNING: Loan ' LN-LOAN-ID
                   ' could not be updated - nothing released'
               ADD WS-LOAN-RELEASE TO LN-FEE-UNAMORTIZED
           ELSE
               ADD 1 TO WS-LOANS-RELEASED
               ADD WS-LOAN-RELEASE TO WS-RF-RELEASED
               ADD WS-LOAN-RELEASE TO WS-RELEASED-THIS-RUN
               PERFORM POST-RELEASE-BRANCH-SHARE
               MOVE WS-LOAN-RELEASE TO WS-DISPLAY-AMOUNT
               MOVE LN-FEE-UNAMORTIZED TO WS-DISPLAY-REMAINING
               DISPLAY LN-LOAN-ID '  ' LN-STATUS '  '
                   LN-INSTALLMENTS-LEFT ' ' WS-DISPLAY-AMOUNT ' '
                   WS-DISPLAY-REMAINING ' ' WS-LOAN-MARK
           END-IF.

       POST-RELEASE-BRANCH-SHARE.
      *    Move the borrower's branch share of GLA 2500 and 4600 by
      *    this loan's release
           MOVE SPACES TO WS-RELEASE-BRANCH.
           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               LN-ACCOUNT-ID ACCOUNT-RECORD WS-BRANCH-STATUS.
           IF WS-BRANCH-STATUS = '00'
               MOVE ACC-BRANCH-CODE TO WS-RELEASE-BRANCH
           END-IF.

           MOVE 2500 TO WS-BRANCH-GLA-ID.
           COMPUTE WS-BRANCH-MOVEMENT = 0 - WS-LOAN-RELEASE.
           CALL 'GLBRANCH' USING 'POST-BRANCH-GL-MOVEMENT'
               WS-RELEASE-BRANCH WS-BRANCH-GLA-ID WS-BRANCH-MOVEMENT
               WS-BRANCH-STATUS.

           MOVE 4600 TO WS-BRANCH-GLA-ID.
           MOVE WS-LOAN-RELEASE TO WS-BRANCH-MOVEMENT.
           CALL 'GLBRANCH' USING 'POST-BRANCH-GL-MOVEMENT'
               WS-RELEASE-BRANCH WS-BRANCH-GLA-ID WS-BRANCH-MOVEMENT
               WS-BRANCH-STATUS.

      ******************************************************************
      * GL POSTING AND ROLL-FORWARD
      ******************************************************************

       POST-FEE-RELEASE.
      *    Move the run's release from deferred income to fee income
           IF WS-RELEASED-THIS-RUN = 0
               GO TO POST-FEE-RELEASE-END
           END-IF.

           MOVE 2500 TO GLA-ID.
           COMPUTE WS-GLA-MOVEMENT = 0 - WS-RELEASED-THIS-RUN.
           PERFORM ADJUST-ONE-GLA-BY-MOVEMENT.

           MOVE 4600 TO GLA-ID.
           MOVE WS-RELEASED-THIS-RUN TO WS-GLA-MOVEMENT.
           PERFORM ADJUST-ONE-GLA-BY-MOVEMENT.

       POST-FEE-RELEASE-END.
           EXIT.

       DISPLAY-ROLL-FORWARD.
      *    Print the month's deferred-fee roll-forward and tie its
      *    closing balance to GLA 2500
           COMPUTE WS-RF-OPENING = WS-RF-CLOSING - WS-RF-NEW-FEES
               + WS-RF-RELEASED + WS-RF-RECOGNIZED.

           MOVE 2500 TO GLA-ID.
           CALL 'FILES' USING 'OPEN-GL-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'READ-GL-ACCOUNT' GL-ACCOUNT-RECORD
               WS-GLA-STATUS.
           CALL 'FILES' USING 'CLOSE-GL-ACCOUNT-FILE'.

           IF WS-GLA-STATUS = '00'
               MOVE GLA-BALANCE TO WS-RF-GL-BALANCE
           ELSE
               MOVE 0 TO WS-RF-GL-BALANCE
           END-IF.
           COMPUTE WS-RF-DIFFERENCE = WS-RF-CLOSING - WS-RF-GL-BALANCE.

           DISPLAY ' '.
           DISPLAY 'DEFERRED ORIGINATION FEE ROLL-FORWARD - '
               WS-RELEASE-MONTH.
           DISPLAY '------------------------------------------------'.
           MOVE WS-RF-OPENING TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Opening deferred fees:    ' WS-DISPLAY-AMOUNT.
           MOVE WS-RF-NEW-FEES TO WS-DISPLAY-AMOUNT.
           DISPLAY '+ Fees deferred in month: ' WS-DISPLAY-AMOUNT.
           MOVE WS-RF-RELEASED TO WS-DISPLAY-AMOUNT.
           DISPLAY '- Released to income:     ' WS-DISPLAY-AMOUNT.
           MOVE WS-RF-RECOGNIZED TO WS-DISPLAY-AMOUNT.
           DISPLAY '- Recognized at closure:  ' WS-DISPLAY-AMOUNT.
           MOVE WS-RF-CLOSING TO WS-DISPLAY-AMOUNT.
           DISPLAY '= Closing deferred fees:  ' WS-DISPLAY-AMOUNT.
           DISPLAY ' '.

           IF WS-GLA-STATUS NOT = '00'
               DISPLAY 'WARNING: GLA 2500 missing - roll-forward '
                   'not tied to the GL'
               MOVE 4 TO RETURN-CODE
               GO TO DISPLAY-ROLL-FORWARD-END
           END-IF.

           MOVE WS-RF-GL-BALANCE TO WS-DISPLAY-AMOUNT.
           DISPLAY 'GLA 2500 balance:         ' WS-DISPLAY-AMOUNT.
           MOVE WS-RF-DIFFERENCE TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Difference:               ' WS-DISPLAY-AMOUNT.

           IF WS-RF-DIFFERENCE = 0
               DISPLAY 'Roll-forward ties to the GL'
           ELSE
               DISPLAY 'OUT OF BALANCE: deferred fees on the loans '
                   'do not agree with GLA 2500'
               MOVE 4 TO RETURN-CODE
           END-IF.

       DISPLAY-ROLL-FORWARD-END.
           EXIT.

       ADJUST-ONE-GLA-BY-MOVEMENT.
      *    Add a signed movement to one chart row's booked balance
      *    Input: GLA-ID, WS-GLA-MOVEMENT
           CALL 'FILES' USING 'OPEN-GL-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'READ-GL-ACCOUNT' GL-ACCOUNT-RECORD
               WS-GLA-STATUS.

           IF WS-GLA-STATUS = '00'
               ADD WS-GLA-MOVEMENT TO GLA-BALANCE
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO GLA-UPDATED-TS
               CALL 'FILES' USING 'UPDATE-GL-ACCOUNT'
                   GL-ACCOUNT-RECORD WS-GLA-STATUS
           ELSE
               DISPLAY 'WARNING: GLA ' GLA-ID ' missing - movement '
                   'not posted'
           END-IF.

           CALL 'FILES' USING 'CLOSE-GL-ACCOUNT-FILE'.

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

       END PROGRAM LOANFEE.
