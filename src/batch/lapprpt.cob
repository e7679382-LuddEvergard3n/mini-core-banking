      ******************************************************************
      * LAPPRPT.COB - Loan Application Pipeline Report
      *
      * Standalone report program. Scans LOAN-APPLICATION-FILE and
      * counts every application by status (captured, approved,
      * declined, withdrawn, disbursed) with the amount requested in
      * each, then lists each declined and withdrawn application with
      * who decided it and the recorded reason. Read-only: this is the
      * list credit and compliance review declines from.
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAPPRPT.
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

       01  WS-STATUS-COUNTS.
           05  WS-COUNT-CAPTURED       PIC 9(6) VALUE 0.
           05  WS-COUNT-APPROVED       PIC 9(6) VALUE 0.
           05  WS-COUNT-DECLINED       PIC 9(6) VALUE 0.
           05  WS-COUNT-WITHDRAWN      PIC 9(6) VALUE 0.
           05  WS-COUNT-DISBURSED      PIC 9(6) VALUE 0.
           05  WS-COUNT-FAILED-AFFORD  PIC 9(6) VALUE 0.

       01  WS-STATUS-AMOUNTS.
           05  WS-AMOUNT-CAPTURED      PIC S9(13)V99 VALUE 0.
           05  WS-AMOUNT-APPROVED      PIC S9(13)V99 VALUE 0.
           05  WS-AMOUNT-DECLINED      PIC S9(13)V99 VALUE 0.
           05  WS-AMOUNT-WITHDRAWN     PIC S9(13)V99 VALUE 0.
           05  WS-AMOUNT-DISBURSED     PIC S9(13)V99 VALUE 0.

       01  WS-REPORT-COUNTERS.
           05  WS-APPS-SCANNED         PIC 9(6) VALUE 0.
           05  WS-APPS-LISTED          PIC 9(6) VALUE 0.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-PCT          PIC ZZ9.99.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the loan application pipeline report
           PERFORM DISPLAY-BANNER.
           PERFORM REPORT-APPLICATIONS.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY '================================================'.
           DISPLAY 'LOAN APPLICATION PIPELINE REPORT'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY '================================================'.
           DISPLAY ' '.
           DISPLAY 'Declined and withdrawn applications:'.
           DISPLAY 'App ID    Customer  Status     DSR%   Amount'.
           DISPLAY '------------------------------------------------'.

       DISPLAY-SUMMARY.
      *    Display counts and amounts by application status
           IF WS-APPS-LISTED = 0
               DISPLAY '(none)'
           END-IF.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Status       Count   Amount requested'.
           MOVE WS-AMOUNT-CAPTURED TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Captured:    ' WS-COUNT-CAPTURED '  '
               WS-DISPLAY-AMOUNT.
           MOVE WS-AMOUNT-APPROVED TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Approved:    ' WS-COUNT-APPROVED '  '
               WS-DISPLAY-AMOUNT.
           MOVE WS-AMOUNT-DECLINED TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Declined:    ' WS-COUNT-DECLINED '  '
               WS-DISPLAY-AMOUNT.
           MOVE WS-AMOUNT-WITHDRAWN TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Withdrawn:   ' WS-COUNT-WITHDRAWN '  '
               WS-DISPLAY-AMOUNT.
           MOVE WS-AMOUNT-DISBURSED TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Disbursed:   ' WS-COUNT-DISBURSED '  '
               WS-DISPLAY-AMOUNT.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Applications scanned:      ' WS-APPS-SCANNED.
           DISPLAY 'Failed affordability test: '
               WS-COUNT-FAILED-AFFORD.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * APPLICATION SCAN
      ******************************************************************

       REPORT-APPLICATIONS.
      *    Single sequential pass over LOAN-APPLICATION-FILE
           CALL 'FILES' USING 'OPEN-LOAN-APPLICATION-FILE-IO'.
           CALL 'FILES' USING 'START-LOAN-APPLICATION-TOP'
               WS-OP-STATUS.

           PERFORM CHECK-NEXT-APPLICATION
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-LOAN-APPLICATION-FILE'.

       CHECK-NEXT-APPLICATION.
      *    Read one application and add it to its status bucket
           CALL 'FILES' USING 'READ-NEXT-LOAN-APPLICATION'
               LOAN-APPLICATION-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-APPS-SCANNED
               IF LAP-AFFORD-FAIL
                   ADD 1 TO WS-COUNT-FAILED-AFFORD
               END-IF
               EVALUATE TRUE
                   WHEN LAP-CAPTURED
                       ADD 1 TO WS-COUNT-CAPTURED
                       ADD LAP-AMOUNT TO WS-AMOUNT-CAPTURED
                   WHEN LAP-APPROVED
                       ADD 1 TO WS-COUNT-APPROVED
                       ADD LAP-AMOUNT TO WS-AMOUNT-APPROVED
                   WHEN LAP-DECLINED
                       ADD 1 TO WS-COUNT-DECLINED
                       ADD LAP-AMOUNT TO WS-AMOUNT-DECLINED
                       PERFORM REPORT-ONE-CLOSED-APPLICATION
                   WHEN LAP-WITHDRAWN
                       ADD 1 TO WS-COUNT-WITHDRAWN
                       ADD LAP-AMOUNT TO WS-AMOUNT-WITHDRAWN
                       PERFORM REPORT-ONE-CLOSED-APPLICATION
                   WHEN LAP-DISBURSED
                       ADD 1 TO WS-COUNT-DISBURSED
                       ADD LAP-AMOUNT TO WS-AMOUNT-DISBURSED
               END-EVALUATE
           END-IF.

       REPORT-ONE-CLOSED-APPLICATION.
      *    List a declined or withdrawn application with its reason
           ADD 1 TO WS-APPS-LISTED.
           MOVE LAP-AMOUNT TO WS-DISPLAY-AMOUNT.
           MOVE LAP-DEBT-SERVICE-PCT TO WS-DISPLAY-PCT.
           DISPLAY LAP-APP-ID '  ' LAP-CUSTOMER-ID '  ' LAP-STATUS
               ' ' WS-DISPLAY-PCT ' ' WS-DISPLAY-AMOUNT.
           DISPLAY '          By ' LAP-DECIDED-BY ' on '
               LAP-DECIDED-TS(1:8) ': ' LAP-DECISION-REASON.

       END PROGRAM LAPPRPT.
