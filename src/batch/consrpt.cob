      ******************************************************************
      * CONSRPT.COB - Customer Consent Position Report
      *
      * Standalone report program. Shows, for any date, exactly what
      * a customer had consented to: for each purpose on the consent
      * register (marketing contact, the online banking vendor, the
      * credit bureau, the MIS warehouse) the instruction in force on
      * that date - granted or withdrawn, from when, by which channel
      * and captured by whom. Run for one customer to answer a
      * customer or regulator query, or for every customer to see
      * the whole register's position on a date.
      *
      * Design decisions:
      * - The instruction in force is decided the same way
      *   CONSENT.COB decides it: the latest event effective on or
      *   before the as-of date, the later recorded of two effective
      *   the same day. The report walks the register in key order
      *   and settles each customer and purpose as the key changes,
      *   so a full run is one pass over the file
      * - A purpose whose every event takes effect after the as-of
      *   date is shown as having no instruction yet; a purpose with
      *   no event at all is not on the register and is not listed -
      *   it has never been objected to
      * - Read-only over CONSENT-FILE
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSRPT.
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

       01  WS-FILTER-CUSTOMER-ID       PIC 9(8).
       01  WS-AS-OF-DATE               PIC 9(8).

      * The customer and purpose being settled, and the event in
      * force for it so far
       01  WS-GROUP.
           05  WS-GRP-CUSTOMER-ID      PIC 9(8) VALUE 0.
           05  WS-GRP-PURPOSE          PIC X(10) VALUE SPACES.
           05  WS-GRP-FOUND            PIC 9 VALUE 0.
               88  GROUP-HAS-INSTRUCTION VALUE 1.
           05  WS-GRP-EVENT-ID         PIC 9(10).
           05  WS-GRP-DECISION         PIC X(9).
           05  WS-GRP-EFFECTIVE-DATE   PIC 9(8).
           05  WS-GRP-CHANNEL          PIC X(10).
           05  WS-GRP-OPERATOR-ID      PIC 9(6).

       01  WS-REPORT-COUNTERS.
           05  WS-EVENTS-READ          PIC 9(8) VALUE 0.
           05  WS-CUSTOMERS-LISTED     PIC 9(6) VALUE 0.
           05  WS-POSITIONS-GRANTED    PIC 9(6) VALUE 0.
           05  WS-POSITIONS-WITHDRAWN  PIC 9(6) VALUE 0.
           05  WS-POSITIONS-NOT-YET    PIC 9(6) VALUE 0.

       01  WS-LAST-LISTED-CUSTOMER     PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the consent position report
           PERFORM DISPLAY-BANNER.
           PERFORM PROMPT-FOR-SELECTION.
           PERFORM SCAN-CONSENT-REGISTER.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * SETUP
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           DISPLAY '================================================'.
           DISPLAY 'CUSTOMER CONSENT POSITION REPORT'.
           DISPLAY '================================================'.
           DISPLAY ' '.

       PROMPT-FOR-SELECTION.
      *    Collect the as-of date and the (optional) customer
           DISPLAY 'As-of date (YYYYMMDD, 0 for today): '
               WITH NO ADVANCING.
           ACCEPT WS-AS-OF-DATE.

           IF WS-AS-OF-DATE = 0
               CALL 'CALENDAR' USING 'GET-POSTING-DATE' WS-AS-OF-DATE
           END-IF.

           DISPLAY 'Customer ID (0 for all): ' WITH NO ADVANCING.
           ACCEPT WS-FILTER-CUSTOMER-ID.

           DISPLAY ' '.
           DISPLAY 'Position as of ' WS-AS-OF-DATE.
           DISPLAY ' '.
           DISPLAY 'Customer  Purpose    Decision  Effective  '
               'Channel    Operator  Event'.
           DISPLAY '------------------------------------------------'
               '--------------------'.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Register events read:  ' WS-EVENTS-READ.
           DISPLAY 'Customers listed:      ' WS-CUSTOMERS-LISTED.
           DISPLAY 'Purposes granted:      ' WS-POSITIONS-GRANTED.
           DISPLAY 'Purposes withdrawn:    ' WS-POSITIONS-WITHDRAWN.
           DISPLAY 'No instruction yet:    ' WS-POSITIONS-NOT-YET.
           DISPLAY 'Purposes not listed have never been objected to.'.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * REGISTER SCAN
      ******************************************************************

       SCAN-CONSENT-REGISTER.
      *    One pass over the register in key order - customer, then
      *    purpose, then event - settling each purpose as the key
      *    moves on
           CALL 'FILES' USING 'OPEN-CONSENT-FILE-IO'.

           IF WS-FILTER-CUSTOMER-ID > 0
               MOVE WS-FILTER-CUSTOMER-ID TO CNS-CUSTOMER-ID
               CALL 'FILES' USING 'START-CONSENT-BY-CUSTOMER'
                   CONSENT-RECORD WS-OP-STATUS
           ELSE
               CALL 'FILES' USING 'START-CONSENT-TOP' WS-OP-STATUS
           END-IF.

           PERFORM CHECK-NEXT-EVENT
               UNTIL WS-OP-STATUS NOT = '00'.

           PERFORM SETTLE-GROUP THRU SETTLE-GROUP-END.

           CALL 'FILES' USING 'CLOSE-CONSENT-FILE'.

       CHECK-NEXT-EVENT.
      *    Read one event and fold it into its customer and purpose
           CALL 'FILES' USING 'READ-NEXT-CONSENT' CONSENT-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00' AND WS-FILTER-CUSTOMER-ID > 0
                   AND CNS-CUSTOMER-ID NOT = WS-FILTER-CUSTOMER-ID
               MOVE '10' TO WS-OP-STATUS
           END-IF.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-EVENTS-READ
               IF CNS-CUSTOMER-ID NOT = WS-GRP-CUSTOMER-ID
                       OR CNS-PURPOSE NOT = WS-GRP-PURPOSE
                   PERFORM SETTLE-GROUP THRU SETTLE-GROUP-END
                   MOVE CNS-CUSTOMER-ID TO WS-GRP-CUSTOMER-ID
                   MOVE CNS-PURPOSE TO WS-GRP-PURPOSE
                   MOVE 0 TO WS-GRP-FOUND
                   MOVE 0 TO WS-GRP-EFFECTIVE-DATE
               END-IF
               IF CNS-EFFECTIVE-DATE NOT > WS-AS-OF-DATE
                       AND CNS-EFFECTIVE-DATE NOT <
                           WS-GRP-EFFECTIVE-DATE
                   MOVE 1 TO WS-GRP-FOUND
                   MOVE CNS-EVENT-ID TO WS-GRP-EVENT-ID
                   MOVE CNS-DECISION TO WS-GRP-DECISION
                   MOVE CNS-EFFECTIVE-DATE TO WS-GRP-EFFECTIVE-DATE
                   MOVE CNS-CHANNEL TO WS-GRP-CHANNEL
                   MOVE CNS-OPERATOR-ID TO WS-GRP-OPERATOR-ID
               END-IF
           END-IF.

       SETTLE-GROUP.
      *    Print the instruction in force for the purpose just read
           IF WS-GRP-CUSTOMER-ID = 0
               GO TO SETTLE-GROUP-END
           END-IF.

           IF WS-GRP-CUSTOMER-ID NOT = WS-LAST-LISTED-CUSTOMER
               ADD 1 TO WS-CUSTOMERS-LISTED
               MOVE WS-GRP-CUSTOMER-ID TO WS-LAST-LISTED-CUSTOMER
           END-IF.

           IF GROUP-HAS-INSTRUCTION
               IF WS-GRP-DECISION = 'WITHDRAWN'
                   ADD 1 TO WS-POSITIONS-WITHDRAWN
               ELSE
                   ADD 1 TO WS-POSITIONS-GRANTED
               END-IF
               DISPLAY WS-GRP-CUSTOMER-ID '  ' WS-GRP-PURPOSE ' '
                   WS-GRP-DECISION ' ' WS-GRP-EFFECTIVE-DATE '   '
                   WS-GRP-CHANNEL ' ' WS-GRP-OPERATOR-ID '    '
                   WS-GRP-EVENT-ID
           ELSE
               ADD 1 TO WS-POSITIONS-NOT-YET
               DISPLAY WS-GRP-CUSTOMER-ID '  ' WS-GRP-PURPOSE ' '
                   'no instruction yet on that date'
           END-IF.

       SETTLE-GROUP-END.
           EXIT.

       END PROGRAM CONSRPT.
