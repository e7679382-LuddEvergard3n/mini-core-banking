      ******************************************************************
      * PPAYLOAD.COB - Positive Pay Issued-Cheque File Load Batch
      *
      * Standalone batch program, intended to run each day after the
      * corporate channel delivers the positive pay customers'
      * issued-cheque file. Reads the fixed-format HDR/DTL/TRL file
      * and records each listed cheque's amount, issue date and
      * payee against its leaf on the cheque register (see
      * CHEQUES.COB/LOAD-ISSUED-CHEQUE). Presentations on an enrolled
      * account are then matched against those details, and an
      * unlisted leaf or a different amount is held as an exception
      * for the customer's pay or return decision.
      *
      * Design decisions:
      * - One consolidated file a day for every enrolled customer;
      *   each detail line names its own account
      * - Loading is idempotent - a line loaded twice just records
      *   the same details again, and a corrected file replaces an
      *   earlier line's details - so the job does not register with
      *   RUNCTL and may simply be re-run
      * - A line is rejected (and listed) when the account is not
      *   enrolled, the leaf was never issued, or the leaf is
      *   already paid or stopped; the rest of the file still loads
      * - The TRL control totals are reconciled against the detail
      *   lines read, the same check the inbound clearing job makes
      * - RETURN-CODE 4 when any line was rejected or the control
      *   totals do not match
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPAYLOAD.
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
       01  WS-LOAD-STATUS              PIC XX.
       01  WS-LOAD-MESSAGE             PIC X(80).

      * Fixed-format line overlays for parsing the issued-cheque
      * file. The numeric fields are tested for class NUMERIC
      * through their alphanumeric redefinitions before being
      * trusted.
       01  WS-PARSE-DETAIL.
           05  WS-PRS-TAG              PIC X(3).
           05  WS-PRS-ACCOUNT          PIC 9(8).
           05  WS-PRS-ACCOUNT-X REDEFINES WS-PRS-ACCOUNT PIC X(8).
           05  WS-PRS-CHEQUE           PIC 9(8).
           05  WS-PRS-CHEQUE-X REDEFINES WS-PRS-CHEQUE PIC X(8).
           05  WS-PRS-AMOUNT           PIC 9(13)V99.
           05  WS-PRS-AMOUNT-X REDEFINES WS-PRS-AMOUNT PIC X(15).
           05  WS-PRS-ISSUE-DATE       PIC 9(8).
           05  WS-PRS-ISSUE-DATE-X REDEFINES WS-PRS-ISSUE-DATE
                                       PIC X(8).
           05  WS-PRS-PAYEE            PIC X(40).
           05  FILLER                  PIC X(18).

       01  WS-PARSE-HEADER.
           05  WS-PRS-HDR-TAG          PIC X(3).
           05  WS-PRS-FILE-DATE        PIC 9(8).
           05  FILLER                  PIC X(89).

       01  WS-PARSE-TRAILER.
           05  WS-PRS-TRL-TAG          PIC X(3).
           05  WS-PRS-TRL-COUNT        PIC 9(6).
           05  WS-PRS-TRL-AMOUNT       PIC 9(13)V99.
           05  FILLER                  PIC X(76).

      * Per-line load parameters
       01  WS-LOAD-ACCOUNT-ID          PIC 9(8).
       01  WS-LOAD-CHEQUE-NUMBER       PIC 9(8).
       01  WS-LOAD-AMOUNT              PIC S9(13)V99.
       01  WS-LOAD-ISSUE-DATE          PIC 9(8).
       01  WS-LOAD-PAYEE               PIC X(40).

       01  WS-FILE-DATE                PIC 9(8) VALUE 0.
       01  WS-TRAILER-SEEN             PIC 9 VALUE 0.
           88  TRAILER-WAS-SEEN        VALUE 1.

       01  WS-REPORT-COUNTERS.
           05  WS-LINES-READ           PIC 9(6) VALUE 0.
           05  WS-ITEMS-READ           PIC 9(6) VALUE 0.
           05  WS-ITEMS-LOADED         PIC 9(6) VALUE 0.
           05  WS-ITEMS-REJECTED       PIC 9(6) VALUE 0.
           05  WS-AMOUNT-READ          PIC S9(13)V99 VALUE 0.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the issued-cheque file load
           PERFORM DISPLAY-BANNER.
           PERFORM PROCESS-ISSUE-FILE THRU PROCESS-ISSUE-FILE-END.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY '================================================'.
           DISPLAY 'POSITIVE PAY ISSUED-CHEQUE FILE LOAD'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Detail lines read:     ' WS-ITEMS-READ.
           DISPLAY 'Cheques loaded:        ' WS-ITEMS-LOADED.
           DISPLAY 'Lines rejected:        ' WS-ITEMS-REJECTED.
           DISPLAY '------------------------------------------------'.

           IF WS-ITEMS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * FILE PROCESSING PASS
      ******************************************************************

       PROCESS-ISSUE-FILE.
      *    Single sequential pass over the issued-cheque file,
      *    dispatching each line on its HDR/DTL/TRL tag
           CALL 'FILES' USING 'OPEN-PPAY-ISSUE-IN-FILE-INPUT'
               WS-OP-STATUS.

           IF WS-OP-STATUS NOT = '00'
               DISPLAY 'No issued-cheque file found - nothing to do.'
               GO TO PROCESS-ISSUE-FILE-END
           END-IF.

           PERFORM PROCESS-NEXT-ISSUE-LINE
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-PPAY-ISSUE-IN-FILE'.

           IF NOT TRAILER-WAS-SEEN
               DISPLAY 'WARNING: File ended without a TRL control '
                   'line - transmission may be truncated'
               MOVE 4 TO RETURN-CODE
           END-IF.

       PROCESS-ISSUE-FILE-END.
           EXIT.

       PROCESS-NEXT-ISSUE-LINE.
      *    Read and dispatch one line of the issued-cheque file
           CALL 'FILES' USING 'READ-NEXT-PPAY-ISSUE-LINE'
               PPAY-ISSUE-LINE WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-LINES-READ
               EVALUATE PPAY-ISSUE-LINE(1:3)
                   WHEN 'HDR'
                       PERFORM PROCESS-HEADER-LINE
                   WHEN 'DTL'
                       PERFORM PROCESS-DETAIL-LINE
                           THRU PROCESS-DETAIL-LINE-END
                   WHEN 'TRL'
                       PERFORM PROCESS-TRAILER-LINE
                   WHEN OTHER
                       DISPLAY 'WARNING: Unrecognized line tag at '
                           'line ' WS-LINES-READ ' - line ignored'
               END-EVALUATE
           END-IF.

       PROCESS-HEADER-LINE.
      *    Capture the file date from the HDR control line
           MOVE PPAY-ISSUE-LINE TO WS-PARSE-HEADER.
           MOVE WS-PRS-FILE-DATE TO WS-FILE-DATE.
           DISPLAY 'File date: ' WS-FILE-DATE.
           DISPLAY ' '.

       PROCESS-DETAIL-LINE.
      *    Parse one DTL line and record it against its leaf
           MOVE PPAY-ISSUE-LINE TO WS-PARSE-DETAIL.
           ADD 1 TO WS-ITEMS-READ.

           IF WS-PRS-ACCOUNT-X NOT NUMERIC OR
                   WS-PRS-CHEQUE-X NOT NUMERIC OR
                   WS-PRS-AMOUNT-X NOT NUMERIC OR
                   WS-PRS-ISSUE-DATE-X NOT NUMERIC
               ADD 1 TO WS-ITEMS-REJECTED
               DISPLAY 'REJECTED  Line ' WS-LINES-READ
                   '  malformed detail line'
               GO TO PROCESS-DETAIL-LINE-END
           END-IF.

           ADD WS-PRS-AMOUNT TO WS-AMOUNT-READ.

           MOVE WS-PRS-ACCOUNT TO WS-LOAD-ACCOUNT-ID.
           MOVE WS-PRS-CHEQUE TO WS-LOAD-CHEQUE-NUMBER.
           MOVE WS-PRS-AMOUNT TO WS-LOAD-AMOUNT.
           MOVE WS-PRS-ISSUE-DATE TO WS-LOAD-ISSUE-DATE.
           MOVE WS-PRS-PAYEE TO WS-LOAD-PAYEE.

           CALL 'CHEQUES' USING 'LOAD-ISSUED-CHEQUE'
               WS-LOAD-ACCOUNT-ID WS-LOAD-CHEQUE-NUMBER
               WS-LOAD-AMOUNT WS-LOAD-ISSUE-DATE WS-LOAD-PAYEE
               WS-FILE-DATE CHEQUE-RECORD WS-LOAD-STATUS
               WS-LOAD-MESSAGE.

           MOVE WS-PRS-AMOUNT TO WS-DISPLAY-AMOUNT.
           IF WS-LOAD-STATUS = '00'
               ADD 1 TO WS-ITEMS-LOADED
           ELSE
               ADD 1 TO WS-ITEMS-REJECTED
               DISPLAY 'REJECTED  Account ' WS-PRS-ACCOUNT
                   '  Cheque ' WS-PRS-CHEQUE
                   '  Amount ' WS-DISPLAY-AMOUNT
               DISPLAY '          ' WS-LOAD-MESSAGE
           END-IF.

       PROCESS-DETAIL-LINE-END.
           EXIT.

       PROCESS-TRAILER-LINE.
      *    Reconcile the TRL control totals against the detail lines
      *    actually read
           MOVE PPAY-ISSUE-LINE TO WS-PARSE-TRAILER.
           MOVE 1 TO WS-TRAILER-SEEN.

           IF WS-PRS-TRL-COUNT NOT = WS-ITEMS-READ OR
                   WS-PRS-TRL-AMOUNT NOT = WS-AMOUNT-READ
               DISPLAY ' '
               DISPLAY 'WARNING: Control totals do not match the '
                   'detail lines read'
               DISPLAY '  Trailer count: ' WS-PRS-TRL-COUNT
                   '  Lines read: ' WS-ITEMS-READ
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM PPAYLOAD.
