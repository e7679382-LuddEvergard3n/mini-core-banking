      ******************************************************************
      * CRBUREAU.COB - Monthly Credit Bureau Reporting Batch
      *
      * Standalone batch program, intended to run once after the
      * month's last end-of-day. Writes the credit bureau's monthly
      * positive and negative data file for the whole loan book: an
      * HDR line, one DTL line per reportable loan with the borrower
      * identified by tax ID (LN-ACCOUNT-ID to ACC-CUSTOMER-ID to
      * CUSTOMER-RECORD), and a TRL line with the row count and the
      * balance total the bureau reconciles against. Before the file
      * is built the bureau's reject file from the last submission is
      * read back and every rejected row listed with the loan's and
      * borrower's current details, so the branch can correct them.
      *
      * Submission layout (200 bytes per line):
      *   HDR month(6) as-of date(8) file date(8) 'CRBUREAU'
      *   DTL tax-id(20) contract(8) name(30) opened(8)
      *       original principal(15) outstanding(15) installment(15)
      *       arrears(15) days past due(4) status(2) restructured(1)
      *       closed date(8)
      *   TRL row count(8) outstanding total(15)
      * Amounts are unsigned with two implied decimals. Status is CU
      * (current), PD (past due), PO (paid off) or WO (written off).
      * Reject layout: REJ contract(8) tax-id(20) code(4) reason(40)
      *
      * Design decisions:
      * - The reporting month defaults to the month of the current
      *   posting date; a YYYYMM argument reports another month, the
      *   same optional-argument shape RECOVRPT takes. FORCE may
      *   follow it; REJECTS alone only lists the reject file.
      * - Registered with run control under the first day of the
      *   reporting month, so a month already sent is refused unless
      *   the operator forces a resend. A run that did not finish is
      *   rebuilt from the top - the file is written fresh each run.
      * - Figures are the loan's standing when the job runs; days
      *   past due count from LN-ARREARS-SINCE-DATE to the month's
      *   last day (or the posting date while the month is open)
      * - Every ACTIVE loan booked by the month's end is reported; a
      *   paid-off loan is reported in the month it was paid off (or
      *   every month, if it closed before the payoff date was kept);
      *   a written-off loan is reported with its open memo as the
      *   balance for as long as anything of it is unrecovered
      * - A loan whose borrower has no customer record or no tax ID
      *   cannot be matched by the bureau, so it is not sent but
      *   listed as an exception for the branch to correct
      * - A borrower who has withdrawn the BUREAU purpose in the
      *   consent register (CONSENT.COB) has no positive data sent -
      *   current (CU) and paid-off (PO) rows are withheld - but past
      *   due (PD) and written-off (WO) rows still go, since reporting
      *   a default does not rest on the borrower's consent
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRBUREAU.
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
       01  WS-READ-STATUS              PIC XX.
       01  WS-FILE-OP-STATUS           PIC XX.

       01  WS-RUN-MODE                 PIC X(7) VALUE 'SUBMIT'.
           88  MODE-REJECTS-ONLY       VALUE 'REJECTS'.

       01  WS-COMMAND-ARGS             PIC X(80).
       01  WS-ARG-ONE                  PIC X(10).
       01  WS-ARG-TWO                  PIC X(10).
       01  WS-ARG-MONTH                PIC X(6).
       01  WS-ARG-MONTH-NUM REDEFINES WS-ARG-MONTH PIC 9(6).

       01  WS-REPORTING-WORK.
           05  WS-REPORT-MONTH         PIC 9(6).
           05  WS-MONTH-START-DATE     PIC 9(8).
           05  WS-AS-OF-DATE           PIC 9(8).
           05  WS-AS-OF-INTEGER        PIC S9(9).
           05  WS-NEXT-MONTH-START     PIC 9(8).
           05  WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-START.
               10  WS-NEXT-YEAR        PIC 9(4).
               10  WS-NEXT-MONTH       PIC 99.
               10  WS-NEXT-DAY         PIC 99.

       01  WS-ROW-WORK.
           05  WS-ROW-REPORTABLE       PIC X.
               88  ROW-IS-REPORTABLE   VALUE 'Y'.
           05  WS-ROW-BALANCE          PIC S9(13)V99.
           05  WS-ROW-DAYS-PAST-DUE    PIC S9(9).
           05  WS-ROW-LOAN-ID          PIC 9(8).

      * Submission file lines
       01  WS-BUREAU-HEADER-LINE.
           05  FILLER                  PIC X(3) VALUE 'HDR'.
           05  WS-HDR-REPORT-MONTH     PIC 9(6).
           05  WS-HDR-AS-OF-DATE       PIC 9(8).
           05  WS-HDR-FILE-DATE        PIC 9(8).
           05  FILLER                  PIC X(8) VALUE 'CRBUREAU'.
           05  FILLER                  PIC X(167) VALUE SPACES.

       01  WS-BUREAU-DETAIL-LINE.
           05  FILLER                  PIC X(3) VALUE 'DTL'.
           05  WS-DTL-TAX-ID           PIC X(20).
           05  WS-DTL-CONTRACT         PIC 9(8).
           05  WS-DTL-NAME             PIC X(30).
           05  WS-DTL-OPENED-DATE      PIC 9(8).
           05  WS-DTL-ORIG-PRINCIPAL   PIC 9(13)V99.
           05  WS-DTL-OUTSTANDING      PIC 9(13)V99.
           05  WS-DTL-INSTALLMENT      PIC 9(13)V99.
           05  WS-DTL-ARREARS          PIC 9(13)V99.
           05  WS-DTL-DAYS-PAST-DUE    PIC 9(4).
           05  WS-DTL-STATUS           PIC X(2).
           05  WS-DTL-RESTRUCTURED     PIC X.
           05  WS-DTL-CLOSED-DATE      PIC 9(8).
           05  FILLER                  PIC X(56) VALUE SPACES.

       01  WS-BUREAU-TRAILER-LINE.
           05  FILLER                  PIC X(3) VALUE 'TRL'.
           05  WS-TRL-COUNT            PIC 9(8).
           05  WS-TRL-TOTAL            PIC 9(13)V99.
           05  FILLER                  PIC X(174) VALUE SPACES.

      * Bureau reject line as received
       01  WS-PARSE-REJECT.
           05  WS-PRS-TAG              PIC X(3).
           05  WS-PRS-CONTRACT         PIC 9(8).
           05  WS-PRS-CONTRACT-X REDEFINES WS-PRS-CONTRACT
                                       PIC X(8).
           05  WS-PRS-TAX-ID           PIC X(20).
           05  WS-PRS-CODE             PIC X(4).
           05  WS-PRS-REASON           PIC X(40).
           05  FILLER                  PIC X(125).

       01  WS-REPORT-COUNTERS.
           05  WS-LOANS-SCANNED        PIC 9(6) VALUE 0.
           05  WS-ROWS-SENT            PIC 9(8) VALUE 0.
           05  WS-ROWS-CURRENT         PIC 9(6) VALUE 0.
           05  WS-ROWS-PAST-DUE        PIC 9(6) VALUE 0.
           05  WS-ROWS-PAID-OFF        PIC 9(6) VALUE 0.
           05  WS-ROWS-WRITTEN-OFF     PIC 9(6) VALUE 0.
           05  WS-ROWS-NOT-SENT        PIC 9(6) VALUE 0.
           05  WS-ROWS-WITHHELD        PIC 9(6) VALUE 0.
           05  WS-REJECTS-READ         PIC 9(6) VALUE 0.
           05  WS-TOTAL-SENT           PIC S9(13)V99 VALUE 0.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-TOTAL        PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.
       01  WS-RUN-DATE-FLAT REDEFINES WS-RUN-DATE PIC 9(8).

       01  WS-EFFECTIVE-DATE           PIC 9(8).

      * Run-control registration (see RUNCTL.COB)
       01  WS-JOB-NAME                 PIC X(10) VALUE 'CRBUREAU'.
       01  WS-FORCE-FLAG               PIC X VALUE 'N'.
       01  WS-RESUME-CHECKPOINT        PIC 9(12).
       01  WS-RUNCTL-STATUS            PIC XX.
       01  WS-RUNCTL-MESSAGE           PIC X(80).

       01  WS-DATA-SET-STATUS          PIC XX.

      * Consent check (see CONSENT.COB CHECK-CONSENT)
       01  WS-CONSENT-PURPOSE          PIC X(10) VALUE 'BUREAU'.
       01  WS-CONSENT-WITHDRAWN        PIC 9.
           88  BUREAU-CONSENT-WITHDRAWN VALUE 1.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the credit bureau reporting batch job
           PERFORM READ-RUN-ARGUMENTS.
           PERFORM DISPLAY-BANNER.
           PERFORM CHECK-LIVE-DATA-SET.
           PERFORM PROCESS-REJECT-FILE
               THRU PROCESS-REJECT-FILE-END.
           IF NOT MODE-REJECTS-ONLY
               PERFORM REGISTER-JOB-RUN
               PERFORM BUILD-BUREAU-FILE
               PERFORM FINISH-JOB-RUN
           END-IF.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

       CHECK-LIVE-DATA-SET.
      *    Interface files leave the bank, so they are only ever cut
      *    from the live data set - never from a training sandbox
           CALL 'FILES' USING 'CHECK-LIVE-DATA-SET' WS-DATA-SET-STATUS.
           IF WS-DATA-SET-STATUS NOT = '00'
               DISPLAY 'REFUSED: training data set - no interface '
                   'file produced'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       READ-RUN-ARGUMENTS.
      *    Resolve the run mode, reporting month and FORCE flag
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-EFFECTIVE-DATE.
           MOVE WS-EFFECTIVE-DATE(1:6) TO WS-REPORT-MONTH.

           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(WS-COMMAND-ARGS)
               TO WS-COMMAND-ARGS.
           UNSTRING WS-COMMAND-ARGS DELIMITED BY ALL SPACES
               INTO WS-ARG-ONE WS-ARG-TWO.

           IF WS-ARG-ONE = 'REJECTS'
               MOVE 'REJECTS' TO WS-RUN-MODE
           END-IF.
           IF WS-ARG-ONE = 'FORCE' OR WS-ARG-TWO = 'FORCE'
               MOVE 'Y' TO WS-FORCE-FLAG
           END-IF.

           MOVE WS-ARG-ONE TO WS-ARG-MONTH.
           IF WS-ARG-MONTH NUMERIC AND WS-ARG-MONTH-NUM > 0
               MOVE WS-ARG-MONTH-NUM TO WS-REPORT-MONTH
           END-IF.

      *    Days past due run to the month's last day; a month still
      *    open runs to today's posting date instead
           STRING WS-REPORT-MONTH '01' DELIMITED BY SIZE
               INTO WS-MONTH-START-DATE.
           MOVE WS-MONTH-START-DATE TO WS-NEXT-MONTH-START.
           ADD 1 TO WS-NEXT-MONTH.
           IF WS-NEXT-MONTH > 12
               MOVE 1 TO WS-NEXT-MONTH
               ADD 1 TO WS-NEXT-YEAR
           END-IF.
           COMPUTE WS-AS-OF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1).
           IF WS-AS-OF-DATE > WS-EFFECTIVE-DATE
               MOVE WS-EFFECTIVE-DATE TO WS-AS-OF-DATE
           END-IF.
           COMPUTE WS-AS-OF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE).

       DISPLAY-BANNER.
      *    Display report header
           DISPLAY '================================================'.
           DISPLAY 'CREDIT BUREAU REPORTING BATCH'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           IF MODE-REJECTS-ONLY
               DISPLAY 'Mode: reject file listing only'
           ELSE
               DISPLAY 'Reporting month: ' WS-REPORT-MONTH
                   '  as of ' WS-AS-OF-DATE
           END-IF.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Rejects listed:        ' WS-REJECTS-READ.
           IF NOT MODE-REJECTS-ONLY
               MOVE WS-TOTAL-SENT TO WS-DISPLAY-TOTAL
               DISPLAY 'Loans scanned:         ' WS-LOANS-SCANNED
               DISPLAY 'Rows sent:             ' WS-ROWS-SENT
               DISPLAY '  Current:             ' WS-ROWS-CURRENT
               DISPLAY '  Past due:            ' WS-ROWS-PAST-DUE
               DISPLAY '  Paid off:            ' WS-ROWS-PAID-OFF
               DISPLAY '  Written off:         ' WS-ROWS-WRITTEN-OFF
               DISPLAY 'Balance total sent:    ' WS-DISPLAY-TOTAL
               DISPLAY 'Not sent (exceptions): ' WS-ROWS-NOT-SENT
               DISPLAY 'Withheld (no consent): ' WS-ROWS-WITHHELD
           END-IF.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * RUN CONTROL
      ******************************************************************

       REGISTER-JOB-RUN.
      *    Register this month's submission with run control; a month
      *    already sent is refused unless the operator forced it
           CALL 'RUNCTL' USING 'BEGIN-JOB-RUN' WS-JOB-NAME
               WS-MONTH-START-DATE WS-FORCE-FLAG RUN-CONTROL-RECORD
               WS-RESUME-CHECKPOINT WS-RUNCTL-STATUS
               WS-RUNCTL-MESSAGE.

           IF WS-RUNCTL-STATUS = '99'
               DISPLAY 'REFUSED: month ' WS-REPORT-MONTH
                   ' has already been sent to the bureau'
               DISPLAY 'Relaunch with FORCE to send it again anyway.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-RUNCTL-STATUS = '01'
               DISPLAY 'Prior run did not finish - rebuilding the '
                   'file from the top'
               DISPLAY ' '
           END-IF.

       FINISH-JOB-RUN.
      *    Record a clean finish with final counts
           CALL 'RUNCTL' USING 'END-JOB-RUN' WS-JOB-NAME
               WS-MONTH-START-DATE WS-LOANS-SCANNED
               WS-ROWS-SENT WS-RUNCTL-STATUS.

      ******************************************************************
      * REJECT FILE
      ******************************************************************

       PROCESS-REJECT-FILE.
      *    List every row the bureau rejected from the last file
           CALL 'FILES' USING 'OPEN-BUREAU-REJECT-INPUT' WS-OP-STATUS.

           IF WS-OP-STATUS NOT = '00'
               DISPLAY 'No bureau reject file found.'
               DISPLAY ' '
               GO TO PROCESS-REJECT-FILE-END
           END-IF.

           DISPLAY 'REJECTED ROWS FOR CORRECTION'.
           DISPLAY 'Loan      Code  Bureau reason'.
           DISPLAY '          Tax ID sent / on file now, borrower'.
           DISPLAY '------------------------------------------------'.

           PERFORM PROCESS-NEXT-REJECT
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-BUREAU-REJECT-FILE'.

           IF WS-REJECTS-READ = 0
               DISPLAY '(no rejected rows)'
           END-IF.
           DISPLAY ' '.

       PROCESS-REJECT-FILE-END.
           EXIT.

       PROCESS-NEXT-REJECT.
      *    Work one reject line
           CALL 'FILES' USING 'READ-NEXT-BUREAU-REJECT-LINE'
               BUREAU-REJECT-LINE WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               IF BUREAU-REJECT-LINE(1:3) = 'REJ'
                   PERFORM LIST-ONE-REJECT
                       THRU LIST-ONE-REJECT-END
               END-IF
           END-IF.

       LIST-ONE-REJECT.
      *    List one rejected row with what is on file now, so the
      *    branch can see what to correct
           MOVE BUREAU-REJECT-LINE TO WS-PARSE-REJECT.
           ADD 1 TO WS-REJECTS-READ.

           IF WS-PRS-CONTRACT-X NOT NUMERIC
               DISPLAY WS-PRS-CONTRACT-X '  ' WS-PRS-CODE '  '
                   WS-PRS-REASON
               DISPLAY '          Contract number not recognized'
               GO TO LIST-ONE-REJECT-END
           END-IF.

           DISPLAY WS-PRS-CONTRACT '  ' WS-PRS-CODE '  '
               WS-PRS-REASON.

           MOVE WS-PRS-CONTRACT TO LN-LOAN-ID.
           CALL 'FILES' USING 'OPEN-LOAN-FILE-IO'.
           CALL 'FILES' USING 'READ-LOAN' LOAN-RECORD WS-READ-STATUS.
           CALL 'FILES' USING 'CLOSE-LOAN-FILE'.

           IF WS-READ-STATUS NOT = '00'
               DISPLAY '          Loan not on file'
               GO TO LIST-ONE-REJECT-END
           END-IF.

           PERFORM FIND-BORROWER THRU FIND-BORROWER-END.

           IF WS-READ-STATUS NOT = '00'
               DISPLAY '          ' WS-PRS-TAX-ID ' / (no customer '
                   'record for account ' LN-ACCOUNT-ID ')'
           ELSE
               DISPLAY '          ' WS-PRS-TAX-ID ' / ' CUS-TAX-ID
               DISPLAY '          ' CUS-NAME ' (customer ' CUS-ID
                   ', account ' LN-ACCOUNT-ID ')'
           END-IF.

       LIST-ONE-REJECT-END.
           EXIT.

      ******************************************************************
      * SUBMISSION FILE
      ******************************************************************

       BUILD-BUREAU-FILE.
      *    Header, one DTL per reportable loan, trailer
           CALL 'FILES' USING 'OPEN-CREDIT-BUREAU-OUTPUT'
               WS-FILE-OP-STATUS.

           IF WS-FILE-OP-STATUS NOT = '00'
               DISPLAY 'FATAL: Cannot open the bureau file, status '
                   WS-FILE-OP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-REPORT-MONTH TO WS-HDR-REPORT-MONTH.
           MOVE WS-AS-OF-DATE TO WS-HDR-AS-OF-DATE.
           MOVE WS-RUN-DATE-FLAT TO WS-HDR-FILE-DATE.
           MOVE WS-BUREAU-HEADER-LINE TO CREDIT-BUREAU-LINE.
           CALL 'FILES' USING 'WRITE-CREDIT-BUREAU-LINE'
               CREDIT-BUREAU-LINE WS-FILE-OP-STATUS.

           DISPLAY 'Exceptions (not sent):'.

           CALL 'FILES' USING 'OPEN-LOAN-FILE-IO'.
           CALL 'FILES' USING 'START-LOAN-FILE-TOP' WS-OP-STATUS.

           PERFORM CHECK-NEXT-LOAN
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-LOAN-FILE'.

           IF WS-ROWS-NOT-SENT = 0
               DISPLAY '(none)'
           END-IF.

           MOVE WS-ROWS-SENT TO WS-TRL-COUNT.
           MOVE WS-TOTAL-SENT TO WS-TRL-TOTAL.
           MOVE WS-BUREAU-TRAILER-LINE TO CREDIT-BUREAU-LINE.
           CALL 'FILES' USING 'WRITE-CREDIT-BUREAU-LINE'
               CREDIT-BUREAU-LINE WS-FILE-OP-STATUS.

           CALL 'FILES' USING 'CLOSE-CREDIT-BUREAU-FILE'.

       CHECK-NEXT-LOAN.
      *    Read one loan and report it if it belongs in the month
           CALL 'FILES' USING 'READ-NEXT-LOAN' LOAN-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-LOANS-SCANNED
               PERFORM DECIDE-REPORTABLE THRU DECIDE-REPORTABLE-END
               IF ROW-IS-REPORTABLE
                   PERFORM REPORT-ONE-LOAN THRU REPORT-ONE-LOAN-END
               END-IF
           END-IF.

       DECIDE-REPORTABLE.
      *    Which loans the month's file carries
           MOVE 'N' TO WS-ROW-REPORTABLE.

           IF LN-CREATED-TS(1:6) > WS-REPORT-MONTH
               GO TO DECIDE-REPORTABLE-END
           END-IF.

           EVALUATE TRUE
               WHEN LN-ACTIVE
                   MOVE 'Y' TO WS-ROW-REPORTABLE
               WHEN LN-PAID-OFF
                   IF LN-PAID-OFF-DATE NOT NUMERIC
                           OR LN-PAID-OFF-DATE = 0
                           OR LN-PAID-OFF-DATE(1:6) = WS-REPORT-MONTH
                       MOVE 'Y' TO WS-ROW-REPORTABLE
                   END-IF
               WHEN LN-WRITTEN-OFF
                   IF LN-RECOVERED-AMT < LN-WRITTEN-OFF-AMT
                           OR LN-WRITE-OFF-DATE(1:6) = WS-REPORT-MONTH
                       MOVE 'Y' TO WS-ROW-REPORTABLE
                   END-IF
           END-EVALUATE.

       DECIDE-REPORTABLE-END.
           EXIT.

       REPORT-ONE-LOAN.
      *    Find the borrower and write the loan's DTL line. Customer
      *    and account reads are separate files, so the loan scan
      *    stays open around them
           MOVE LN-LOAN-ID TO WS-ROW-LOAN-ID.

           PERFORM FIND-BORROWER THRU FIND-BORROWER-END.

           IF WS-READ-STATUS NOT = '00'
               ADD 1 TO WS-ROWS-NOT-SENT
               DISPLAY 'NOT SENT  Loan: ' WS-ROW-LOAN-ID
                   '  Account ' LN-ACCOUNT-ID
                   ' has no customer record'
               GO TO REPORT-ONE-LOAN-END
           END-IF.

           IF CUS-TAX-ID = SPACES
               ADD 1 TO WS-ROWS-NOT-SENT
               DISPLAY 'NOT SENT  Loan: ' WS-ROW-LOAN-ID
                   '  Customer ' CUS-ID ' has no tax ID'
               GO TO REPORT-ONE-LOAN-END
           END-IF.

      *    Positive data only goes with the borrower's consent; a
      *    loan in default is reported regardless
           IF NOT LN-WRITTEN-OFF
                   AND (LN-PAID-OFF OR LN-ARREARS-AMT NOT > 0)
               CALL 'CONSENT' USING 'CHECK-CONSENT'
                   CUS-ID WS-CONSENT-PURPOSE WS-CONSENT-WITHDRAWN
               IF BUREAU-CONSENT-WITHDRAWN
                   ADD 1 TO WS-ROWS-WITHHELD
                   GO TO REPORT-ONE-LOAN-END
               END-IF
           END-IF.

           PERFORM BUILD-DETAIL-LINE.

           MOVE WS-BUREAU-DETAIL-LINE TO CREDIT-BUREAU-LINE.
           CALL 'FILES' USING 'WRITE-CREDIT-BUREAU-LINE'
               CREDIT-BUREAU-LINE WS-FILE-OP-STATUS.

           ADD 1 TO WS-ROWS-SENT.
           ADD WS-ROW-BALANCE TO WS-TOTAL-SENT.

       REPORT-ONE-LOAN-END.
           EXIT.

       BUILD-DETAIL-LINE.
      *    Fill the DTL fields from the loan and its borrower
           MOVE CUS-TAX-ID TO WS-DTL-TAX-ID.
           MOVE LN-LOAN-ID TO WS-DTL-CONTRACT.
           MOVE CUS-NAME TO WS-DTL-NAME.
           MOVE LN-CREATED-TS(1:8) TO WS-DTL-OPENED-DATE.

      *    Loans booked before the original principal was kept carry
      *    no value there; their booked principal stands in
           IF LN-ORIGINAL-PRINCIPAL NUMERIC AND
                   LN-ORIGINAL-PRINCIPAL > 0
               MOVE LN-ORIGINAL-PRINCIPAL TO WS-DTL-ORIG-PRINCIPAL
           ELSE
               MOVE LN-PRINCIPAL TO WS-DTL-ORIG-PRINCIPAL
           END-IF.

           MOVE LN-OUTSTANDING TO WS-ROW-BALANCE.
           MOVE LN-INSTALLMENT-AMT TO WS-DTL-INSTALLMENT.
           MOVE LN-ARREARS-AMT TO WS-DTL-ARREARS.
           MOVE 0 TO WS-DTL-DAYS-PAST-DUE.
           MOVE 0 TO WS-DTL-CLOSED-DATE.

           IF LN-RESTRUCTURED
               MOVE 'Y' TO WS-DTL-RESTRUCTURED
           ELSE
               MOVE 'N' TO WS-DTL-RESTRUCTURED
           END-IF.

           EVALUATE TRUE
               WHEN LN-PAID-OFF
                   MOVE 'PO' TO WS-DTL-STATUS
                   MOVE 0 TO WS-DTL-INSTALLMENT
                   IF LN-PAID-OFF-DATE NUMERIC
                       MOVE LN-PAID-OFF-DATE TO WS-DTL-CLOSED-DATE
                   END-IF
                   ADD 1 TO WS-ROWS-PAID-OFF
               WHEN LN-WRITTEN-OFF
                   MOVE 'WO' TO WS-DTL-STATUS
                   MOVE 0 TO WS-DTL-INSTALLMENT
                   COMPUTE WS-ROW-BALANCE =
                       LN-WRITTEN-OFF-AMT - LN-RECOVERED-AMT
                   IF WS-ROW-BALANCE < 0
                       MOVE 0 TO WS-ROW-BALANCE
                   END-IF
                   MOVE LN-WRITE-OFF-DATE TO WS-DTL-CLOSED-DATE
                   ADD 1 TO WS-ROWS-WRITTEN-OFF
               WHEN LN-ARREARS-AMT > 0
                   MOVE 'PD' TO WS-DTL-STATUS
                   PERFORM COMPUTE-DAYS-PAST-DUE
                   ADD 1 TO WS-ROWS-PAST-DUE
               WHEN OTHER
                   MOVE 'CU' TO WS-DTL-STATUS
                   ADD 1 TO WS-ROWS-CURRENT
           END-EVALUATE.

           MOVE WS-ROW-BALANCE TO WS-DTL-OUTSTANDING.

       COMPUTE-DAYS-PAST-DUE.
      *    Days from the oldest unpaid installment to the as-of date
           MOVE 0 TO WS-ROW-DAYS-PAST-DUE.
           IF LN-ARREARS-SINCE-DATE > 0 AND
                   LN-ARREARS-SINCE-DATE < WS-AS-OF-DATE
               COMPUTE WS-ROW-DAYS-PAST-DUE = WS-AS-OF-INTEGER
                   - FUNCTION INTEGER-OF-DATE(LN-ARREARS-SINCE-DATE)
           END-IF.
           IF WS-ROW-DAYS-PAST-DUE > 9999
               MOVE 9999 TO WS-ROW-DAYS-PAST-DUE
           END-IF.
           MOVE WS-ROW-DAYS-PAST-DUE TO WS-DTL-DAYS-PAST-DUE.

      ******************************************************************
      * BORROWER LOOKUP
      ******************************************************************

       FIND-BORROWER.
      *    Loan account to customer: LN-ACCOUNT-ID, ACC-CUSTOMER-ID,
      *    CUSTOMER-RECORD
      *    Output: CUSTOMER-RECORD, WS-READ-STATUS
           MOVE LN-ACCOUNT-ID TO ACC-ID.
           CALL 'FILES' USING 'OPEN-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'READ-ACCOUNT' ACCOUNT-RECORD
               WS-READ-STATUS.
           CALL 'FILES' USING 'CLOSE-ACCOUNT-FILE'.

           IF WS-READ-STATUS NOT = '00'
               GO TO FIND-BORROWER-END
           END-IF.

           IF ACC-CUSTOMER-ID = 0
               MOVE '23' TO WS-READ-STATUS
               GO TO FIND-BORROWER-END
           END-IF.

           MOVE ACC-CUSTOMER-ID TO CUS-ID.
           CALL 'FILES' USING 'OPEN-CUSTOMER-FILE-IO'.
           CALL 'FILES' USING 'READ-CUSTOMER' CUSTOMER-RECORD
               WS-READ-STATUS.
           CALL 'FILES' USING 'CLOSE-CUSTOMER-FILE'.

       FIND-BORROWER-END.
           EXIT.

       END PROGRAM CRBUREAU.
