      ******************************************************************
      * CUTOFF.COB - Processing Cut-off Module
      *
      * Keeps the cut-off times by payment type and channel, and
      * tells a posting path which business day an item received
      * now belongs to. A wire, internal transfer, bill payment,
      * direct debit or cheque deposit received at or after its
      * cut-off takes the next business day (see CALENDAR.COB) as
      * its value and execution date, and the outbound files - the
      * wire file, the bill remittance file and the outward cheque
      * collection file - hold such an item back until that day.
      * The PPAY row (channel BATCH) is not a value-date cut-off but
      * the time of day by which a positive pay customer must decide
      * an exception (see CHEQUES.COB); GET-VALUE-DATE returns it in
      * WS-CUTOFF-TIME like any other row.
      *
      * Design decisions:
      * - One row per payment type and channel, so the counter and
      *   online banking can close at different times; a type and
      *   channel with no row has no cut-off, which keeps the
      *   unattended batch postings (standing orders, sweeps, term
      *   deposit settlements) on the posting date
      * - An item is after cut-off when the business day is still
      *   today's date and the clock has reached the cut-off, or
      *   when the wall clock has already passed the business day
      *   (keyed after midnight before the end-of-day cutover ran).
      *   Once the cutover has moved the posting date ahead of the
      *   wall clock, items simply value on that posting date
      * - SET-CUTOFF upserts by payment type and channel
      * - A cut-off is recorded only on an approved reference data
      *   change: REFCHG.COB calls SET-CUTOFF with the approving
      *   operator
      *
      * Operations:
      * - SET-CUTOFF: Records the cut-off time for a payment type and
      *   channel
      * - GET-VALUE-DATE: Returns the value date an item of a payment
      *   type received now on a channel takes, and whether it was
      *   received after the cut-off
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUTOFF.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  WS-CUT-OPERATION.
           05  WS-CUT-OP-STATUS        PIC XX.
               88  CUT-OP-SUCCESS      VALUE '00'.
               88  CUT-OP-NOT-FOUND    VALUE '23'.
               88  CUT-OP-INVALID      VALUE '99'.
           05  WS-CUT-OP-MESSAGE       PIC X(80).

       01  WS-TIMESTAMP-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-CURR-YEAR        PIC 9(4).
               10  WS-CURR-MONTH       PIC 99.
               10  WS-CURR-DAY         PIC 99.
           05  WS-CURRENT-DATE-FLAT REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).
           05  WS-CURRENT-TIME.
               10  WS-CURR-HOUR        PIC 99.
               10  WS-CURR-MINUTE      PIC 99.
               10  WS-CURR-SECOND      PIC 99.
               10  WS-CURR-HUNDREDTH   PIC 99.
           05  WS-TIMESTAMP            PIC X(14).

       01  WS-CLOCK-HHMM               PIC 9(4).

      * Input parameters for operations
       01  WS-INPUT-PAYMENT-TYPE       PIC X(8).
       01  WS-INPUT-CHANNEL            PIC X(10).
       01  WS-INPUT-OPERATOR-ID        PIC 9(6).

      * Output of the value date lookup
       01  WS-VALUE-DATE               PIC 9(8).
       01  WS-CUTOFF-TIME              PIC 9(4).
       01  WS-AFTER-CUTOFF             PIC 9 VALUE 0.
           88  ITEM-IS-AFTER-CUTOFF    VALUE 1.

       01  WS-POSTING-DATE             PIC 9(8).
       01  WS-FILE-STATUS              PIC XX.
       01  WS-SAVED-ROW                PIC X(62).

       PROCEDURE DIVISION.

      ******************************************************************
      * UTILITY PROCEDURES
      ******************************************************************

       GET-CURRENT-TIMESTAMP.
      *    Generate current timestamp in YYYYMMDDHHMMSS format
      *    Output: WS-TIMESTAMP, WS-CURRENT-DATE, WS-CURRENT-TIME
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

      ******************************************************************
      * CUT-OFF MAINTENANCE
      ******************************************************************

       SET-CUTOFF.
      *    Record the cut-off time for one payment type and channel
      *    Input: CUTOFF-RECORD (payment type, channel, time HHMM),
      *           WS-INPUT-OPERATOR-ID
      *    Output: CUTOFF-RECORD, WS-CUT-OP-STATUS, WS-CUT-OP-MESSAGE
           MOVE '99' TO WS-CUT-OP-STATUS.

           IF NOT CUT-TYPE-WIRE AND NOT CUT-TYPE-TRANSFER
                   AND NOT CUT-TYPE-BILLPAY
                   AND NOT CUT-TYPE-DIRECT-DEBIT
                   AND NOT CUT-TYPE-CHEQUE-DEP
                   AND NOT CUT-TYPE-POSITIVE-PAY
               MOVE 'Type must be WIRE/XFER/BILLPAY/DDEBIT/CHQDEP/PPAY'
                   TO WS-CUT-OP-MESSAGE
               GO TO SET-CUTOFF-END
           END-IF.

           IF CUT-CHANNEL NOT = 'TELLER' AND CUT-CHANNEL NOT = 'ONLINE'
                   AND CUT-CHANNEL NOT = 'BATCH'
                   AND CUT-CHANNEL NOT = 'ATM'
               MOVE 'Channel must be TELLER, ONLINE, BATCH or ATM'
                   TO WS-CUT-OP-MESSAGE
               GO TO SET-CUTOFF-END
           END-IF.

           IF CUT-HOUR > 23 OR CUT-MINUTE > 59
               MOVE 'Cut-off time must be HHMM on the 24-hour clock'
                   TO WS-CUT-OP-MESSAGE
               GO TO SET-CUTOFF-END
           END-IF.

           MOVE WS-INPUT-OPERATOR-ID TO CUT-UPDATED-BY.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO CUT-UPDATED-TS.
           MOVE SPACES TO CUT-FILLER.
           MOVE CUTOFF-RECORD TO WS-SAVED-ROW.

           CALL 'FILES' USING 'OPEN-CUTOFF-FILE-IO'.
           CALL 'FILES' USING 'READ-CUTOFF'
               CUTOFF-RECORD WS-FILE-STATUS.

           MOVE WS-SAVED-ROW TO CUTOFF-RECORD.
           IF WS-FILE-STATUS = '00'
               CALL 'FILES' USING 'UPDATE-CUTOFF'
                   CUTOFF-RECORD WS-CUT-OP-STATUS
           ELSE
               CALL 'FILES' USING 'WRITE-CUTOFF'
                   CUTOFF-RECORD WS-CUT-OP-STATUS
           END-IF.

           CALL 'FILES' USING 'CLOSE-CUTOFF-FILE'.

           IF CUT-OP-SUCCESS
               MOVE 'Cut-off time recorded' TO WS-CUT-OP-MESSAGE
           ELSE
               MOVE 'Failed to record cut-off time'
                   TO WS-CUT-OP-MESSAGE
           END-IF.

       SET-CUTOFF-END.
           EXIT.

      ******************************************************************
      * VALUE DATE LOOKUP
      ******************************************************************

       GET-VALUE-DATE.
      *    Work out the value date of an item received now
      *    Input: WS-INPUT-PAYMENT-TYPE, WS-INPUT-CHANNEL (blank
      *           means TELLER, the same default TRANSACTIONS uses)
      *    Output: WS-VALUE-DATE, WS-AFTER-CUTOFF, WS-CUTOFF-TIME
      *            (zero when the type and channel have no cut-off),
      *            WS-CUT-OP-STATUS ('00' cut-off on file, '23' none)
           MOVE 0 TO WS-AFTER-CUTOFF.
           MOVE 0 TO WS-CUTOFF-TIME.

           CALL 'CALENDAR' USING 'GET-POSTING-DATE' WS-POSTING-DATE.
           MOVE WS-POSTING-DATE TO WS-VALUE-DATE.

           INITIALIZE CUTOFF-RECORD.
           MOVE WS-INPUT-PAYMENT-TYPE TO CUT-PAYMENT-TYPE.
           IF WS-INPUT-CHANNEL = SPACES
               MOVE 'TELLER' TO CUT-CHANNEL
           ELSE
               MOVE WS-INPUT-CHANNEL TO CUT-CHANNEL
           END-IF.

           CALL 'FILES' USING 'OPEN-CUTOFF-FILE-IO'.
           CALL 'FILES' USING 'READ-CUTOFF'
               CUTOFF-RECORD WS-CUT-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-CUTOFF-FILE'.

           IF NOT CUT-OP-SUCCESS
               MOVE '23' TO WS-CUT-OP-STATUS
               GO TO GET-VALUE-DATE-END
           END-IF.

           MOVE CUT-TIME TO WS-CUTOFF-TIME.
           PERFORM GET-CURRENT-TIMESTAMP.
           COMPUTE WS-CLOCK-HHMM = WS-CURR-HOUR * 100 + WS-CURR-MINUTE.

           IF WS-CURRENT-DATE-FLAT > WS-POSTING-DATE
               MOVE 1 TO WS-AFTER-CUTOFF
           END-IF.
           IF WS-CURRENT-DATE-FLAT = WS-POSTING-DATE
                   AND WS-CLOCK-HHMM NOT < CUT-TIME
               MOVE 1 TO WS-AFTER-CUTOFF
           END-IF.

           IF ITEM-IS-AFTER-CUTOFF
               CALL 'CALENDAR' USING 'ADJUST-TO-NEXT-BUSINESS-DAY'
                   WS-VALUE-DATE
           END-IF.

       GET-VALUE-DATE-END.
           EXIT.

       END PROGRAM CUTOFF.
