      *   written empty and the gap is reported
      * - All five files are rebuilt fresh each night - the
      *   warehouse loads full snapshots, not appends
      * - A customer who has withdrawn the MIS purpose in the consent
      *   register (CONSENT.COB) is left out of the customer file,
      *   and their accounts go out with the customer number zeroed:
      *   the bank's positions still add up in the warehouse, but
      *   nothing in it identifies the customer
      *
      * Author: Portfolio Project
      * Date: 2026
           05  WS-TXNS-WRITTEN         PIC 9(8) VALUE 0.
           05  WS-LOANS-WRITTEN        PIC 9(6) VALUE 0.
           05  WS-TERMS-WRITTEN        PIC 9(6) VALUE 0.
           05  WS-CUSTOMERS-WITHHELD   PIC 9(6) VALUE 0.
           05  WS-ACCOUNTS-UNLINKED    PIC 9(6) VALUE 0.

      * Consent check (see CONSENT.COB CHECK-CONSENT)
       01  WS-CONSENT-PURPOSE          PIC X(10) VALUE 'MIS'.
       01  WS-CONSENT-WITHDRAWN        PIC 9.
           88  MIS-CONSENT-WITHDRAWN   VALUE 1.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.

       01  WS-DATA-SET-STATUS          PIC XX.

       PROCEDURE DIVISION.

      ******************************************************************
       MAIN-PROGRAM.
      *    Entry point for the MIS extract batch job
           PERFORM DISPLAY-BANNER.
           PERFORM CHECK-LIVE-DATA-SET.
           PERFORM EXTRACT-CUSTOMERS.
           PERFORM EXTRACT-ACCOUNTS-AND-TERMS.
           PERFORM EXTRACT-DAY-TRANSACTIONS
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
           DISPLAY 'Transactions written:  ' WS-TXNS-WRITTEN.
           DISPLAY 'Loans written:         ' WS-LOANS-WRITTEN.
           DISPLAY 'Term positions written:' WS-TERMS-WRITTEN.
           DISPLAY 'Customers withheld:    ' WS-CUSTOMERS-WITHHELD.
           DISPLAY 'Accounts sent unlinked:' WS-ACCOUNTS-UNLINKED.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               CALL 'CONSENT' USING 'CHECK-CONSENT'
                   CUS-ID WS-CONSENT-PURPOSE WS-CONSENT-WITHDRAWN
           END-IF.

           IF WS-OP-STATUS = '00' AND MIS-CONSENT-WITHDRAWN
               ADD 1 TO WS-CUSTOMERS-WITHHELD
           END-IF.

           IF WS-OP-STATUS = '00' AND NOT MIS-CONSENT-WITHDRAWN
               MOVE CUS-ID TO WS-MCU-ID
               MOVE CUS-NAME TO WS-MCU-NAME
               MOVE CUS-TAX-ID TO WS-MCU-TAX-ID
               MOVE ACC-CURRENCY TO WS-MAC-CCY
               MOVE ACC-BRANCH-CODE TO WS-MAC-BRANCH
               MOVE ACC-CUSTOMER-ID TO WS-MAC-CUSTOMER
               CALL 'CONSENT' USING 'CHECK-CONSENT'
                   ACC-CUSTOMER-ID WS-CONSENT-PURPOSE
                   WS-CONSENT-WITHDRAWN
               IF MIS-CONSENT-WITHDRAWN
                   MOVE 0 TO WS-MAC-CUSTOMER
                   ADD 1 TO WS-ACCOUNTS-UNLINKED
               END-IF
               MOVE ACC-BALANCE TO WS-ABS-AMOUNT
               PERFORM SPLIT-SIGNED-AMOUNT
               MOVE WS-SIGN-CHAR TO WS-MAC-BAL-SIGN
