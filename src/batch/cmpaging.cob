      ******************************************************************
      * CMPAGING.COB - Complaint Case Aging Report
      *
      * Standalone batch program, run nightly. Walks the complaint
      * case register (see COMPLAINTS.COB) and lists every OPEN case
      * that is past its response deadline, or will reach it within
      * the warning window, with the operator who owns it - the
      * list the complaints supervisor works from each morning so
      * no case drifts past its deadline unnoticed.
      *
      * Design decisions:
      * - Read-only: the report flags cases, it never changes them;
      *   reassigning or resolving is done at the complaint desk
      * - Aging is measured against the shared system posting date,
      *   like every other nightly job, so a weekend run ages cases
      *   to the business day it stands for
      * - The warning window is a flat two calendar days, the same
      *   window the complaint desk shows against an open case
      * - Overdue cases show how many days late they are and
      *   due-soon cases how many days they have left; the list
      *   follows case-number order, the order the register is kept
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPAGING.
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

      * Days before the deadline a case starts to be flagged
       01  WS-WARNING-DAYS             PIC 9(3) VALUE 2.

       01  WS-DAYS-TO-DEADLINE         PIC S9(5).
       01  WS-DAYS-LATE                PIC 9(5).
       01  WS-DISPLAY-DAYS             PIC ZZZZ9.

       01  WS-REPORT-COUNTERS.
           05  WS-CASES-SCANNED        PIC 9(8) VALUE 0.
           05  WS-CASES-OPEN           PIC 9(6) VALUE 0.
           05  WS-CASES-OVERDUE        PIC 9(6) VALUE 0.
           05  WS-CASES-DUE-SOON       PIC 9(6) VALUE 0.
           05  WS-CASES-ON-TRACK       PIC 9(6) VALUE 0.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.
       01  WS-RUN-DATE-FLAT REDEFINES WS-RUN-DATE PIC 9(8).

      * Shared system posting date (see CALENDAR.COB)
       01  WS-EFFECTIVE-DATE           PIC 9(8).
       01  WS-DATE-WAS-ADJUSTED        PIC 9.
           88  RUN-DATE-WAS-ADJUSTED   VALUE 1.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the complaint aging report
           PERFORM DISPLAY-BANNER.
           PERFORM AGE-OPEN-CASES.
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
           IF WS-EFFECTIVE-DATE NOT = WS-RUN-DATE-FLAT
               MOVE 1 TO WS-DATE-WAS-ADJUSTED
           ELSE
               MOVE 0 TO WS-DATE-WAS-ADJUSTED
           END-IF.
           DISPLAY '================================================'.
           DISPLAY 'COMPLAINT CASE AGING REPORT'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           IF RUN-DATE-WAS-ADJUSTED
               DISPLAY 'System posting date in effect: '
                   WS-EFFECTIVE-DATE
           END-IF.
           DISPLAY '================================================'.
           DISPLAY ' '.
           DISPLAY 'Flag      Case     Customer Category Deadline '
               'Owner  Days'.
           DISPLAY '------------------------------------------------'.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Cases on register:     ' WS-CASES-SCANNED.
           DISPLAY 'Open cases:            ' WS-CASES-OPEN.
           DISPLAY 'Overdue:               ' WS-CASES-OVERDUE.
           DISPLAY 'Due within ' WS-WARNING-DAYS ' days:     '
               WS-CASES-DUE-SOON.
           DISPLAY 'On track:              ' WS-CASES-ON-TRACK.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * AGING PASS
      ******************************************************************

       AGE-OPEN-CASES.
      *    Single sequential pass over the complaint register
           CALL 'FILES' USING 'OPEN-COMPLAINT-FILE-IO'.
           CALL 'FILES' USING 'START-COMPLAINT-FILE-TOP' WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               PERFORM CHECK-NEXT-CASE
                   UNTIL WS-OP-STATUS = '10'
           END-IF.

           CALL 'FILES' USING 'CLOSE-COMPLAINT-FILE'.

       CHECK-NEXT-CASE.
      *    Read one case and age it if still open
           CALL 'FILES' USING 'READ-NEXT-COMPLAINT' COMPLAINT-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-CASES-SCANNED
               IF CMP-OPEN
                   ADD 1 TO WS-CASES-OPEN
                   PERFORM AGE-ONE-CASE
               END-IF
           END-IF.

       AGE-ONE-CASE.
      *    Compare the case's deadline with the posting date
           COMPUTE WS-DAYS-TO-DEADLINE =
               FUNCTION INTEGER-OF-DATE(CMP-DEADLINE-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE).

           IF WS-DAYS-TO-DEADLINE < 0
               ADD 1 TO WS-CASES-OVERDUE
               COMPUTE WS-DAYS-LATE = 0 - WS-DAYS-TO-DEADLINE
               MOVE WS-DAYS-LATE TO WS-DISPLAY-DAYS
               DISPLAY 'OVERDUE  ' CMP-CASE-ID ' ' CMP-CUSTOMER-ID
                   ' ' CMP-CATEGORY ' ' CMP-DEADLINE-DATE ' '
                   CMP-ASSIGNED-OPER-ID ' ' WS-DISPLAY-DAYS ' late'
           ELSE
               IF WS-DAYS-TO-DEADLINE NOT > WS-WARNING-DAYS
                   ADD 1 TO WS-CASES-DUE-SOON
                   MOVE WS-DAYS-TO-DEADLINE TO WS-DISPLAY-DAYS
                   DISPLAY 'DUE-SOON ' CMP-CASE-ID ' ' CMP-CUSTOMER-ID
                       ' ' CMP-CATEGORY ' ' CMP-DEADLINE-DATE ' '
                       CMP-ASSIGNED-OPER-ID ' ' WS-DISPLAY-DAYS ' left'
               ELSE
                   ADD 1 TO WS-CASES-ON-TRACK
               END-IF
           END-IF.

       END PROGRAM CMPAGING.
