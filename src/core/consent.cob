      ******************************************************************
      * CONSENT.COB - Customer Consent Register Module
      *
      * Keeps the register of what each customer has agreed to while
      * the relationship is active: marketing contact, sharing with
      * the online banking vendor, positive data to the credit
      * bureau and feeding the management information warehouse.
      * Every instruction is a new row - purpose, granted or
      * withdrawn, the date it takes effect, the channel it came in
      * by and the operator who captured it - so the register is the
      * full history and nothing is ever overwritten.
      *
      * Design decisions:
      * - Append only: RECORD-CONSENT writes a new event under the
      *   next consent sequence number from the control record and
      *   never rewrites one, so a mistaken entry is put right by
      *   recording the correct instruction after it
      * - Effective-dated like the rate tables in REFRATE.COB and
      *   TAXRATE.COB: the position on a date is the latest event
      *   effective on or before it, and of two events effective the
      *   same day the one recorded later wins
      * - A purpose with no event on file has never been objected
      *   to, so existing customers keep being served until they
      *   withdraw - the register records objections and any
      *   consent given since, it does not switch anything off on
      *   its own
      * - An instruction cannot take effect in the future; a signed
      *   form received late may be keyed with the earlier date it
      *   was signed
      * - End-of-relationship erasure stays with LGPDERASE.COB; the
      *   outbound jobs that depend on a purpose (OLBOUT, CRBUREAU,
      *   MISEXTR) ask CHECK-CONSENT before sending a customer's data
      *
      * Operations:
      * - RECORD-CONSENT: Records one consent instruction
      * - GET-CONSENT-AS-OF: Retrieves the event in force for a
      *   customer and purpose on a date
      * - CHECK-CONSENT: Tells an outbound job whether the customer
      *   has withdrawn a purpose as of the posting date
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSENT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  WS-CNS-OPERATION.
           05  WS-CNS-OP-STATUS        PIC XX.
               88  CNS-OP-SUCCESS      VALUE '00'.
               88  CNS-OP-NOT-FOUND    VALUE '23'.
               88  CNS-OP-INVALID      VALUE '99'.
           05  WS-CNS-OP-MESSAGE       PIC X(80).

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

      * Input parameters for operations
       01  WS-INPUT-CUSTOMER-ID        PIC 9(8).
       01  WS-INPUT-PURPOSE            PIC X(10).
       01  WS-INPUT-DECISION           PIC X(9).
           88  INPUT-GRANTED           VALUE 'GRANTED'.
           88  INPUT-WITHDRAWN         VALUE 'WITHDRAWN'.
       01  WS-INPUT-EFFECTIVE-DATE     PIC 9(8).
       01  WS-INPUT-CHANNEL            PIC X(10).
       01  WS-INPUT-OPERATOR-ID        PIC 9(6).

      * Result of CHECK-CONSENT
       01  WS-WITHDRAWN-FLAG           PIC 9.
           88  PURPOSE-IS-WITHDRAWN    VALUE 1.

       01  WS-POSTING-DATE             PIC 9(8).
       01  WS-CUS-STATUS               PIC XX.
       01  WS-CONTROL-STATUS           PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-AUDIT-DETAILS            PIC X(50).

      * Lookup working data (see GET-CONSENT-AS-OF)
       01  WS-SCAN-STATUS              PIC XX.
       01  WS-FOUND-CONSENT-RECORD     PIC X(90).
       01  WS-FOUND-EFFECTIVE-DATE     PIC 9(8).
       01  WS-FOUND-SWITCH             PIC 9 VALUE 0.
           88  CONSENT-WAS-FOUND       VALUE 1.

       PROCEDURE DIVISION.

      ******************************************************************
      * UTILITY PROCEDURES
      ******************************************************************

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

      ******************************************************************
      * CONSENT REGISTER OPERATIONS
      ******************************************************************

       RECORD-CONSENT.
      *    Record one consent instruction as a new event
      *    Input: WS-INPUT-CUSTOMER-ID, WS-INPUT-PURPOSE,
      *           WS-INPUT-DECISION, WS-INPUT-EFFECTIVE-DATE,
      *           WS-INPUT-CHANNEL, WS-INPUT-OPERATOR-ID
      *    Output: CONSENT-RECORD, WS-CNS-OP-STATUS,
      *            WS-CNS-OP-MESSAGE
           MOVE WS-INPUT-PURPOSE TO CNS-PURPOSE.
           IF NOT CNS-PURPOSE-VALID
               MOVE '99' TO WS-CNS-OP-STATUS
               MOVE 'Purpose must be MARKETING, OLB, BUREAU or MIS'
                   TO WS-CNS-OP-MESSAGE
               GO TO RECORD-CONSENT-END
           END-IF.

           IF NOT INPUT-GRANTED AND NOT INPUT-WITHDRAWN
               MOVE '99' TO WS-CNS-OP-STATUS
               MOVE 'Decision must be GRANTED or WITHDRAWN'
                   TO WS-CNS-OP-MESSAGE
               GO TO RECORD-CONSENT-END
           END-IF.

           MOVE WS-INPUT-CHANNEL TO CNS-CHANNEL.
           IF NOT CNS-CHANNEL-VALID
               MOVE '99' TO WS-CNS-OP-STATUS
               MOVE 'Channel must be BRANCH, PHONE, ONLINE or WRITTEN'
                   TO WS-CNS-OP-MESSAGE
               GO TO RECORD-CONSENT-END
           END-IF.

           CALL 'CALENDAR' USING 'GET-POSTING-DATE' WS-POSTING-DATE.

           IF WS-INPUT-EFFECTIVE-DATE = 0
               MOVE '99' TO WS-CNS-OP-STATUS
               MOVE 'An effective date is required'
                   TO WS-CNS-OP-MESSAGE
               GO TO RECORD-CONSENT-END
           END-IF.

           IF WS-INPUT-EFFECTIVE-DATE > WS-POSTING-DATE
               MOVE '99' TO WS-CNS-OP-STATUS
               MOVE 'An instruction cannot take effect in the future'
                   TO WS-CNS-OP-MESSAGE
               GO TO RECORD-CONSENT-END
           END-IF.

           CALL 'CUSTOMER' USING 'GET-CUSTOMER'
               WS-INPUT-CUSTOMER-ID CUSTOMER-RECORD WS-CUS-STATUS.

           IF WS-CUS-STATUS NOT = '00'
               MOVE '23' TO WS-CNS-OP-STATUS
               MOVE 'Customer not found' TO WS-CNS-OP-MESSAGE
               GO TO RECORD-CONSENT-END
           END-IF.

           CALL 'FILES' USING 'READ-CONTROL' CONTROL-RECORD
               WS-CONTROL-STATUS.

           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'FATAL: Cannot read control file for '
                   'consent event'
               STOP RUN
           END-IF.

           IF CTL-LAST-CONSENT-ID NOT NUMERIC
               MOVE 0 TO CTL-LAST-CONSENT-ID
           END-IF.

           ADD 1 TO CTL-LAST-CONSENT-ID.

           CALL 'FILES' USING 'UPDATE-CONTROL' CONTROL-RECORD
               WS-CONTROL-STATUS.

           INITIALIZE CONSENT-RECORD.
           MOVE WS-INPUT-CUSTOMER-ID TO CNS-CUSTOMER-ID.
           MOVE WS-INPUT-PURPOSE TO CNS-PURPOSE.
           MOVE CTL-LAST-CONSENT-ID TO CNS-EVENT-ID.
           MOVE WS-INPUT-DECISION TO CNS-DECISION.
           MOVE WS-INPUT-EFFECTIVE-DATE TO CNS-EFFECTIVE-DATE.
           MOVE WS-INPUT-CHANNEL TO CNS-CHANNEL.
           MOVE WS-INPUT-OPERATOR-ID TO CNS-OPERATOR-ID.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO CNS-RECORDED-TS.

           CALL 'FILES' USING 'OPEN-CONSENT-FILE-IO'.
           CALL 'FILES' USING 'WRITE-CONSENT'
               CONSENT-RECORD WS-CNS-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-CONSENT-FILE'.

           IF NOT CNS-OP-SUCCESS
               MOVE 'Failed to record consent' TO WS-CNS-OP-MESSAGE
               GO TO RECORD-CONSENT-END
           END-IF.

      *    Consent carries no account, so account 0
           MOVE SPACES TO WS-AUDIT-DETAILS.
           STRING 'Customer ' CNS-CUSTOMER-ID ' '
                  CNS-PURPOSE DELIMITED BY SPACE
                  ' ' CNS-DECISION DELIMITED BY SPACE
                  ' from ' CNS-EFFECTIVE-DATE
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-DETAILS.
           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-INPUT-OPERATOR-ID 'CONSENT-RECORDED'
               0 WS-AUDIT-DETAILS WS-AUDIT-STATUS.

           MOVE 'Consent recorded' TO WS-CNS-OP-MESSAGE.

       RECORD-CONSENT-END.
           EXIT.

       GET-CONSENT-AS-OF.
      *    Retrieve the event in force for a customer and purpose on
      *    a date: the latest effective on or before it, the later
      *    recorded of two effective the same day
      *    Input: WS-INPUT-CUSTOMER-ID, WS-INPUT-PURPOSE,
      *           WS-INPUT-EFFECTIVE-DATE (the as-of date)
      *    Output: CONSENT-RECORD, WS-CNS-OP-STATUS
           MOVE 0 TO WS-FOUND-SWITCH.
           MOVE 0 TO WS-FOUND-EFFECTIVE-DATE.
           MOVE WS-INPUT-CUSTOMER-ID TO CNS-CUSTOMER-ID.
           MOVE WS-INPUT-PURPOSE TO CNS-PURPOSE.

           CALL 'FILES' USING 'OPEN-CONSENT-FILE-IO'.
           CALL 'FILES' USING 'START-CONSENT-BY-PURPOSE'
               CONSENT-RECORD WS-SCAN-STATUS.

           PERFORM SCAN-NEXT-PURPOSE-EVENT
               UNTIL WS-SCAN-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-CONSENT-FILE'.

           IF CONSENT-WAS-FOUND
               MOVE WS-FOUND-CONSENT-RECORD TO CONSENT-RECORD
               MOVE '00' TO WS-CNS-OP-STATUS
               MOVE 'Consent found' TO WS-CNS-OP-MESSAGE
           ELSE
               INITIALIZE CONSENT-RECORD
               MOVE '23' TO WS-CNS-OP-STATUS
               MOVE 'No instruction on file for that purpose and date'
                   TO WS-CNS-OP-MESSAGE
           END-IF.

       SCAN-NEXT-PURPOSE-EVENT.
      *    Read the purpose's events in the order they were recorded,
      *    keeping the latest effective on or before the as-of date
           CALL 'FILES' USING 'READ-NEXT-CONSENT'
               CONSENT-RECORD WS-SCAN-STATUS.

           IF WS-SCAN-STATUS = '00'
               IF CNS-CUSTOMER-ID NOT = WS-INPUT-CUSTOMER-ID
                       OR CNS-PURPOSE NOT = WS-INPUT-PURPOSE
                   MOVE '10' TO WS-SCAN-STATUS
               ELSE
                   IF CNS-EFFECTIVE-DATE NOT > WS-INPUT-EFFECTIVE-DATE
                           AND CNS-EFFECTIVE-DATE NOT <
                               WS-FOUND-EFFECTIVE-DATE
                       MOVE CONSENT-RECORD TO WS-FOUND-CONSENT-RECORD
                       MOVE CNS-EFFECTIVE-DATE
                           TO WS-FOUND-EFFECTIVE-DATE
                       MOVE 1 TO WS-FOUND-SWITCH
                   END-IF
               END-IF
           END-IF.

       CHECK-CONSENT.
      *    Tell an outbound job whether a customer has withdrawn a
      *    purpose as of the posting date; no instruction on file is
      *    not a withdrawal
      *    Input: WS-INPUT-CUSTOMER-ID, WS-INPUT-PURPOSE
      *    Output: WS-WITHDRAWN-FLAG (1 = withdrawn)
           MOVE 0 TO WS-WITHDRAWN-FLAG.

           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-INPUT-EFFECTIVE-DATE.
           PERFORM GET-CONSENT-AS-OF.

           IF CNS-OP-SUCCESS AND CNS-WITHDRAWN
               MOVE 1 TO WS-WITHDRAWN-FLAG
           END-IF.

       END PROGRAM CONSENT.
