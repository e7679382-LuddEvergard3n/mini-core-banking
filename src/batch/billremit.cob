      *   directory and, per biller, the payment register - the
      *   register is small enough that the simple double walk wins
      *   over any sorting cleverness
      * - A payment taken after the bill payment cut-off (see
      *   CUTOFF.COB) carries the next business day as its value
      *   date; it stays PAID and is remitted on that day's file.
      *   Payments captured before value dates were kept are
      *   remitted as always
      *
      * Author: Portfolio Project
      * Date: 2026

       01  WS-REPORT-COUNTERS.
           05  WS-PAYMENTS-REMITTED    PIC 9(6) VALUE 0.
           05  WS-PAYMENTS-HELD        PIC 9(6) VALUE 0.
           05  WS-TOTAL-REMITTED       PIC S9(13)V99 VALUE 0.

       01  WS-DISPLAY-TOTAL            PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-EFFECTIVE-DATE           PIC 9(8).

      * Whether the payment just read is due on this file: PAID,
      * for the current biller, and valued no later than today
       01  WS-DUE-SWITCH               PIC 9 VALUE 0.
           88  PAYMENT-IS-DUE          VALUE 1.

       01  WS-DATA-SET-STATUS          PIC XX.

       PROCEDURE DIVISION.

      ******************************************************************
       MAIN-PROGRAM.
      *    Entry point for the remittance file batch job
           PERFORM DISPLAY-BANNER.
           PERFORM CHECK-LIVE-DATA-SET.
           PERFORM COLLECT-ACTIVE-BILLERS.
           PERFORM BUILD-REMITTANCE-FILE.
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
           DISPLAY 'Billers in directory:  ' WS-BLR-COUNT.
           DISPLAY 'Payments remitted:     ' WS-PAYMENTS-REMITTED.
           DISPLAY 'Held for value date:   ' WS-PAYMENTS-HELD.
           DISPLAY 'Total remitted:        ' WS-DISPLAY-TOTAL.
           DISPLAY '------------------------------------------------'.

               BILL-PAYMENT-RECORD WS-PAY-STATUS.

           IF WS-PAY-STATUS = '00'
               PERFORM CHECK-PAYMENT-DUE
               IF PAYMENT-IS-DUE
                   ADD 1 TO WS-SECTION-COUNT
               END-IF
               IF BPY-PAID AND BPY-BILLER-ID = WS-CURRENT-BILLER
                       AND NOT PAYMENT-IS-DUE
                   ADD 1 TO WS-PAYMENTS-HELD
                   DISPLAY 'HELD      Payment: ' BPY-PAYMENT-ID
                       '  After cut-off, value date ' BPY-VALUE-DATE
               END-IF
           END-IF.

       CHECK-PAYMENT-DUE.
      *    A PAID payment of the current biller is due unless it was
      *    taken after the cut-off and its value date is still ahead
           MOVE 0 TO WS-DUE-SWITCH.
           IF BPY-PAID AND BPY-BILLER-ID = WS-CURRENT-BILLER
               MOVE 1 TO WS-DUE-SWITCH
               IF BPY-VALUE-DATE NUMERIC AND
                       BPY-VALUE-DATE > WS-EFFECTIVE-DATE
                   MOVE 0 TO WS-DUE-SWITCH
               END-IF
           END-IF.

       REMIT-PAYMENTS-FOR-BILLER.
               BILL-PAYMENT-RECORD WS-PAY-STATUS.

           IF WS-PAY-STATUS = '00'
               PERFORM CHECK-PAYMENT-DUE
               IF PAYMENT-IS-DUE
                   MOVE BPY-PAYMENT-ID TO WS-DTL-PAYMENT-ID
                   MOVE BPY-INVOICE-REF TO WS-DTL-INVOICE-REF
                   MOVE BPY-AMOUNT TO WS-DTL-AMOUNT
