      *   MOV account(8) led-id(10) type(8) sign(1) amount(15)
      *       date(8)
      *
      * Design decisions:
      * - The accounts of a customer who has withdrawn the OLB
      *   purpose in the consent register (CONSENT.COB) are left out
      *   of both files - the vendor receives nothing about them.
      *   The account's customer of record is the one asked; joint
      *   holders share that customer's choice
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       01  WS-REPORT-COUNTERS.
           05  WS-BALANCES-WRITTEN     PIC 9(6) VALUE 0.
           05  WS-MOVEMENTS-WRITTEN    PIC 9(8) VALUE 0.
           05  WS-BALANCES-WITHHELD    PIC 9(6) VALUE 0.
           05  WS-MOVEMENTS-WITHHELD   PIC 9(8) VALUE 0.

      * Consent check (see CONSENT.COB CHECK-CONSENT)
       01  WS-CONSENT-PURPOSE          PIC X(10) VALUE 'OLB'.
       01  WS-CONSENT-WITHDRAWN        PIC 9.
           88  OLB-CONSENT-WITHDRAWN   VALUE 1.
       01  WS-ACCT-STATUS              PIC XX.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.

       01  WS-DATA-SET-STATUS          PIC XX.

       PROCEDURE DIVISION.

      ******************************************************************
       MAIN-PROGRAM.
      *    Entry point for the outbound delta batch job
           PERFORM DISPLAY-BANNER.
           PERFORM CHECK-LIVE-DATA-SET.
           PERFORM WRITE-BALANCE-DELTA.
           PERFORM WRITE-MOVEMENT-DELTA
               THRU WRITE-MOVEMENT-DELTA-END.
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
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Balance lines written: ' WS-BALANCES-WRITTEN.
           DISPLAY 'Movement lines written:' WS-MOVEMENTS-WRITTEN.
           DISPLAY 'Balances withheld:     ' WS-BALANCES-WITHHELD.
           DISPLAY 'Movements withheld:    ' WS-MOVEMENTS-WITHHELD.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
           CALL 'FILES' USING 'READ-NEXT-ACCOUNT' ACCOUNT-RECORD
               WS-OP-STATUS.

           MOVE 0 TO WS-CONSENT-WITHDRAWN.
           IF WS-OP-STATUS = '00' AND NOT ACC-CLOSED
               CALL 'CONSENT' USING 'CHECK-CONSENT'
                   ACC-CUSTOMER-ID WS-CONSENT-PURPOSE
                   WS-CONSENT-WITHDRAWN
               IF OLB-CONSENT-WITHDRAWN
                   ADD 1 TO WS-BALANCES-WITHHELD
               END-IF
           END-IF.

           IF WS-OP-STATUS = '00' AND NOT ACC-CLOSED
                   AND NOT OLB-CONSENT-WITHDRAWN
               MOVE ACC-ID TO WS-BAL-ACCOUNT
               MOVE ACC-CURRENCY TO WS-BAL-CCY
               MOVE ACC-BALANCE TO WS-ABS-AMOUNT
           CALL 'FILES' USING 'READ-NEXT-DAY-LED-EXTRACT'
               LEDGER-RECORD WS-OP-STATUS.

      *    The extract row carries only the account, so the
      *    customer to ask about comes from the account master
           MOVE 0 TO WS-CONSENT-WITHDRAWN.
           IF WS-OP-STATUS = '00'
               CALL 'ACCOUNT' USING 'GET-ACCOUNT'
                   LED-ACCOUNT-ID ACCOUNT-RECORD WS-ACCT-STATUS
               IF WS-ACCT-STATUS = '00'
                   CALL 'CONSENT' USING 'CHECK-CONSENT'
                       ACC-CUSTOMER-ID WS-CONSENT-PURPOSE
                       WS-CONSENT-WITHDRAWN
               END-IF
               IF OLB-CONSENT-WITHDRAWN
                   ADD 1 TO WS-MOVEMENTS-WITHHELD
               END-IF
           END-IF.

           IF WS-OP-STATUS = '00' AND NOT OLB-CONSENT-WITHDRAWN
               MOVE LED-ACCOUNT-ID TO WS-MOV-ACCOUNT
               MOVE LED-ID TO WS-MOV-LED-ID
               MOVE LED-TYPE TO WS-MOV-TYPE
