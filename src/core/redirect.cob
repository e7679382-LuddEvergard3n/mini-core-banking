      ******************************************************************
      * REDIRECT.COB - Payment Redirection Module
      *
      * Keeps a closed account's incoming payments following the
      * customer. Payroll credits, inbound clearing items and direct
      * debits go on arriving for an account for months after it
      * closes; until now CLEARIN returned every one of them to the
      * network and the customer found out when their salary
      * bounced. A redirection instruction, taken on the closure
      * screen, names a surviving account - one of ours or a named
      * account at another bank - and a number of months. While it
      * stands, credits for the old account are forwarded there
      * instead of being returned, the direct debit collectors are
      * advised of the change, and every payment met is logged so
      * the monthly report can tell the customer and the payer who
      * is still using the old account.
      *
      * Design decisions:
      * - Only a CLOSED account can carry a redirection, and only one
      *   at a time; an expired or cancelled one may be replaced
      * - An internal target must be an ACTIVE account of the same
      *   customer in the same currency; the forward posts through
      *   TRANSACTIONS/PROCESS-CREDIT with the caller's transaction
      *   code and channel, so it is validated, ledgered and
      *   availability-held exactly like a credit to the new account
      * - An external target must lie outside our account-ID range
      *   (VALIDATION/CHECK-ACCOUNT-ID-EXTERNAL) and carry the name
      *   of its holder and bank. The forward is a pass-through: the
      *   item never touches a customer balance, it goes straight
      *   onto the outbound wire queue (QUEUED, source = the closed
      *   account) and leaves with the next wire file, so settlement
      *   suspense is cleared by the same network that credited it
      * - Direct debits are never paid from the surviving account on
      *   the old mandate - the mandate was the customer's authority
      *   for the old account only. Collectors get an advice line
      *   per active mandate when the redirection is set up, and a
      *   collection presented afterwards bounces ACCOUNT REDIRECTED
      * - An instruction past its end date is marked EXPIRED the
      *   first time it is looked up, so nothing depends on the
      *   monthly report having run
      *
      * Operations:
      * - CREATE-REDIRECTION: Records an instruction for a closed
      *   account and advises its direct debit collectors
      * - GET-ACTIVE-REDIRECTION: Returns the standing instruction
      *   for an account, expiring it when its months have run out
      * - FORWARD-REDIRECTED-CREDIT: Forwards one incoming credit for
      *   a redirected account and logs it
      * - RECORD-REDIRECT-ITEM: Logs one payment or collection met
      *   for a redirected account that the caller settled itself
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REDIRECT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  WS-REDIRECT-OPERATION.
           05  WS-RDR-OP-STATUS        PIC XX.
               88  RDR-OP-SUCCESS      VALUE '00'.
               88  RDR-OP-NOT-FOUND    VALUE '23'.
               88  RDR-OP-INVALID      VALUE '99'.
           05  WS-RDR-OP-MESSAGE       PIC X(80).

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
       01  WS-INPUT-OLD-ACCOUNT-ID     PIC 9(8).
       01  WS-INPUT-TARGET-TYPE        PIC X.
       01  WS-INPUT-NEW-ACCOUNT-ID     PIC 9(8).
       01  WS-INPUT-EXT-NAME           PIC X(30).
       01  WS-INPUT-MONTHS             PIC 9(2).
       01  WS-INPUT-OPERATOR-ID        PIC 9(6).
       01  WS-INPUT-AMOUNT             PIC S9(13)V99.
       01  WS-INPUT-SOURCE             PIC X(8).
       01  WS-INPUT-PAYER              PIC X(30).
       01  WS-INPUT-PAYER-REF          PIC X(20).
       01  WS-INPUT-TXN-CODE           PIC X(6).
       01  WS-INPUT-CHANNEL            PIC X(8).
       01  WS-INPUT-ACTION             PIC X(10).

      * Longest instruction the closure screen may take
       01  WS-MAX-REDIRECT-MONTHS      PIC 9(2) VALUE 24.

      * Old account details carried across the validation
       01  WS-OLD-CUSTOMER-ID          PIC 9(8).
       01  WS-OLD-CURRENCY             PIC X(3).
       01  WS-EXISTING-FOUND           PIC 9.
           88  EXISTING-REDIRECT-FOUND VALUE 1.

       01  WS-ACCOUNT-STATUS           PIC XX.
       01  WS-CONTROL-STATUS           PIC XX.
       01  WS-FILE-STATUS              PIC XX.
       01  WS-SCAN-STATUS              PIC XX.
       01  WS-POST-STATUS              PIC XX.
       01  WS-POSTING-DATE             PIC 9(8).
       01  WS-EXTERNAL-FLAG            PIC 9.
       01  WS-VALIDATION-MESSAGE       PIC X(80).
       01  WS-FORWARD-DESC             PIC X(80).
       01  WS-FORWARD-WIRE-ID          PIC 9(10).
       01  WS-FORWARD-TARGET-ID        PIC 9(8).
       01  WS-ADVICE-COUNT             PIC 9(3).
       01  WS-DISPLAY-COUNT            PIC ZZ9.

      * End date arithmetic (the same clamping rule ACCOUNT applies
      * to term deposit maturity)
       01  WS-END-DATE-WORK.
           05  WS-END-YEAR             PIC 9(4).
           05  WS-END-MONTH            PIC 99.
           05  WS-END-DAY              PIC 99.
       01  WS-END-DATE-FLAT REDEFINES WS-END-DATE-WORK PIC 9(8).
       01  WS-DAYS-IN-MONTH            PIC 99.
       01  WS-LEAP-CHECK.
           05  WS-LEAP-REM-4           PIC 99.
           05  WS-LEAP-REM-100         PIC 99.
           05  WS-LEAP-REM-400         PIC 999.
       01  WS-MONTH-LENGTHS-TABLE.
           05  FILLER                  PIC 99 VALUE 31.
           05  FILLER                  PIC 99 VALUE 28.
           05  FILLER                  PIC 99 VALUE 31.
           05  FILLER                  PIC 99 VALUE 30.
           05  FILLER                  PIC 99 VALUE 31.
           05  FILLER                  PIC 99 VALUE 30.
           05  FILLER                  PIC 99 VALUE 31.
           05  FILLER                  PIC 99 VALUE 31.
           05  FILLER                  PIC 99 VALUE 30.
           05  FILLER                  PIC 99 VALUE 31.
           05  FILLER                  PIC 99 VALUE 30.
           05  FILLER                  PIC 99 VALUE 31.
       01  WS-MONTH-LENGTHS REDEFINES WS-MONTH-LENGTHS-TABLE.
           05  WS-MONTH-LEN-ENTRY      PIC 99 OCCURS 12 TIMES.

      * Collector advice line appended for each active mandate on
      * the closed account
       01  WS-ADVICE-BUILD.
           05  FILLER                  PIC X(3) VALUE 'ADV'.
           05  WS-ADV-COLLECTOR        PIC X(20).
           05  WS-ADV-MANDATE-ID       PIC 9(8).
           05  WS-ADV-OLD-ACCOUNT      PIC 9(8).
           05  WS-ADV-NEW-ACCOUNT      PIC 9(8).
           05  WS-ADV-TARGET-TYPE      PIC X.
           05  WS-ADV-END-DATE         PIC 9(8).
           05  WS-ADV-ADVICE-DATE      PIC 9(8).
           05  WS-ADV-REASON           PIC X(20).
           05  FILLER                  PIC X(16) VALUE SPACES.

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

       COMPUTE-REDIRECT-END-DATE.
      *    The instruction runs the agreed number of months from the
      *    posting date, the day clamped when the target month is
      *    shorter
      *    Input: WS-POSTING-DATE, WS-INPUT-MONTHS
      *    Output: WS-END-DATE-FLAT
           MOVE WS-POSTING-DATE TO WS-END-DATE-FLAT.

           PERFORM ADVANCE-END-DATE-ONE-MONTH
               WS-INPUT-MONTHS TIMES.

       ADVANCE-END-DATE-ONE-MONTH.
      *    Move the end date work area forward one calendar month
           ADD 1 TO WS-END-MONTH.
           IF WS-END-MONTH > 12
               MOVE 1 TO WS-END-MONTH
               ADD 1 TO WS-END-YEAR
           END-IF.

           MOVE WS-MONTH-LEN-ENTRY(WS-END-MONTH) TO WS-DAYS-IN-MONTH.

           IF WS-END-MONTH = 2
               PERFORM CHECK-END-LEAP-YEAR
           END-IF.

           IF WS-END-DAY > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-END-DAY
           END-IF.

       CHECK-END-LEAP-YEAR.
      *    February of a leap year has 29 days
           DIVIDE WS-END-YEAR BY 4
               GIVING WS-LEAP-REM-4
               REMAINDER WS-LEAP-REM-4.
           DIVIDE WS-END-YEAR BY 100
               GIVING WS-LEAP-REM-100
               REMAINDER WS-LEAP-REM-100.
           DIVIDE WS-END-YEAR BY 400
               GIVING WS-LEAP-REM-400
               REMAINDER WS-LEAP-REM-400.

           IF WS-LEAP-REM-4 = 0 AND
                   (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
               MOVE 29 TO WS-DAYS-IN-MONTH
           END-IF.

      ******************************************************************
      * REDIRECTION SET-UP
      ******************************************************************

       CREATE-REDIRECTION.
      *    Record a redirection for a closed account and advise the
      *    collectors of its active direct debit mandates
      *    Input: WS-INPUT-OLD-ACCOUNT-ID, WS-INPUT-TARGET-TYPE
      *           (I = ours, E = external), WS-INPUT-NEW-ACCOUNT-ID,
      *           WS-INPUT-EXT-NAME, WS-INPUT-MONTHS,
      *           WS-INPUT-OPERATOR-ID
      *    Output: REDIRECT-RECORD, WS-RDR-OP-STATUS,
      *            WS-RDR-OP-MESSAGE
           MOVE '99' TO WS-RDR-OP-STATUS.

           IF WS-INPUT-MONTHS < 1 OR
                   WS-INPUT-MONTHS > WS-MAX-REDIRECT-MONTHS
               MOVE 'Redirection must run 1 to 24 months'
                   TO WS-RDR-OP-MESSAGE
               GO TO CREATE-REDIRECTION-END
           END-IF.

           IF WS-INPUT-NEW-ACCOUNT-ID = WS-INPUT-OLD-ACCOUNT-ID
               MOVE 'An account cannot be redirected to itself'
                   TO WS-RDR-OP-MESSAGE
               GO TO CREATE-REDIRECTION-END
           END-IF.

           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               WS-INPUT-OLD-ACCOUNT-ID ACCOUNT-RECORD
               WS-ACCOUNT-STATUS.

           IF WS-ACCOUNT-STATUS NOT = '00'
               MOVE '23' TO WS-RDR-OP-STATUS
               MOVE 'Closed account not found' TO WS-RDR-OP-MESSAGE
               GO TO CREATE-REDIRECTION-END
           END-IF.

           IF NOT ACC-CLOSED
               MOVE 'Only a closed account can be redirected'
                   TO WS-RDR-OP-MESSAGE
               GO TO CREATE-REDIRECTION-END
           END-IF.

           MOVE ACC-CUSTOMER-ID TO WS-OLD-CUSTOMER-ID.
           MOVE ACC-CURRENCY TO WS-OLD-CURRENCY.

           EVALUATE WS-INPUT-TARGET-TYPE
               WHEN 'I'
                   PERFORM VALIDATE-INTERNAL-TARGET
               WHEN 'E'
                   PERFORM VALIDATE-EXTERNAL-TARGET
               WHEN OTHER
                   MOVE 'Target must be I (ours) or E (external)'
                       TO WS-RDR-OP-MESSAGE
           END-EVALUATE.

           IF NOT RDR-OP-SUCCESS
               GO TO CREATE-REDIRECTION-END
           END-IF.

      *    One instruction per closed account - a standing one must
      *    run out or be cancelled before it can be replaced
           MOVE 0 TO WS-EXISTING-FOUND.
           MOVE WS-INPUT-OLD-ACCOUNT-ID TO RDR-OLD-ACCOUNT-ID.

           CALL 'FILES' USING 'OPEN-REDIRECT-FILE-IO'.
           CALL 'FILES' USING 'READ-REDIRECT' REDIRECT-RECORD
               WS-FILE-STATUS.

           IF WS-FILE-STATUS = '00'
               IF RDR-ACTIVE
                   CALL 'FILES' USING 'CLOSE-REDIRECT-FILE'
                   MOVE '99' TO WS-RDR-OP-STATUS
                   MOVE 'Account already has a standing redirection'
                       TO WS-RDR-OP-MESSAGE
                   GO TO CREATE-REDIRECTION-END
               END-IF
               MOVE 1 TO WS-EXISTING-FOUND
           END-IF.

           CALL 'CALENDAR' USING 'GET-POSTING-DATE' WS-POSTING-DATE.
           PERFORM COMPUTE-REDIRECT-END-DATE.

           INITIALIZE REDIRECT-RECORD.
           MOVE WS-INPUT-OLD-ACCOUNT-ID TO RDR-OLD-ACCOUNT-ID.
           MOVE WS-OLD-CUSTOMER-ID TO RDR-CUSTOMER-ID.
           MOVE WS-INPUT-TARGET-TYPE TO RDR-TARGET-TYPE.
           MOVE WS-INPUT-NEW-ACCOUNT-ID TO RDR-NEW-ACCOUNT-ID.
           IF RDR-TARGET-EXTERNAL
               MOVE WS-INPUT-EXT-NAME TO RDR-EXT-NAME
           ELSE
               MOVE SPACES TO RDR-EXT-NAME
           END-IF.
           MOVE WS-INPUT-MONTHS TO RDR-MONTHS.
           MOVE WS-POSTING-DATE TO RDR-START-DATE.
           MOVE WS-END-DATE-FLAT TO RDR-END-DATE.
           MOVE 'ACTIVE' TO RDR-STATUS.
           MOVE 0 TO RDR-FORWARD-COUNT.
           MOVE 0 TO RDR-FORWARD-AMOUNT.
           MOVE 0 TO RDR-LAST-REPORT-DATE.
           MOVE WS-INPUT-OPERATOR-ID TO RDR-OPERATOR-ID.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO RDR-CREATED-TS.

           IF EXISTING-REDIRECT-FOUND
               CALL 'FILES' USING 'UPDATE-REDIRECT' REDIRECT-RECORD
                   WS-RDR-OP-STATUS
           ELSE
               CALL 'FILES' USING 'WRITE-REDIRECT' REDIRECT-RECORD
                   WS-RDR-OP-STATUS
           END-IF.
           CALL 'FILES' USING 'CLOSE-REDIRECT-FILE'.

           IF NOT RDR-OP-SUCCESS
               MOVE 'Failed to record the redirection'
                   TO WS-RDR-OP-MESSAGE
               GO TO CREATE-REDIRECTION-END
           END-IF.

           PERFORM ADVISE-DD-COLLECTORS.

           MOVE WS-ADVICE-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-RDR-OP-MESSAGE.
           STRING 'Redirection recorded - ' WS-DISPLAY-COUNT
               ' direct debit collector(s) advised'
               DELIMITED BY SIZE INTO WS-RDR-OP-MESSAGE.
           MOVE '00' TO WS-RDR-OP-STATUS.

       CREATE-REDIRECTION-END.
           EXIT.

       VALIDATE-INTERNAL-TARGET.
      *    The surviving account must be ours, ACTIVE, held by the
      *    same customer and in the same currency
      *    Input: WS-INPUT-NEW-ACCOUNT-ID, WS-OLD-CUSTOMER-ID,
      *           WS-OLD-CURRENCY
      *    Output: WS-RDR-OP-STATUS, WS-RDR-OP-MESSAGE
           MOVE '99' TO WS-RDR-OP-STATUS.

           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               WS-INPUT-NEW-ACCOUNT-ID ACCOUNT-RECORD
               WS-ACCOUNT-STATUS.

           EVALUATE TRUE
               WHEN WS-ACCOUNT-STATUS NOT = '00'
                   MOVE 'Surviving account not found'
                       TO WS-RDR-OP-MESSAGE
               WHEN NOT ACC-ACTIVE
                   MOVE 'Surviving account is not active'
                       TO WS-RDR-OP-MESSAGE
               WHEN ACC-CUSTOMER-ID NOT = WS-OLD-CUSTOMER-ID
                   MOVE 'Surviving account belongs to another customer'
                       TO WS-RDR-OP-MESSAGE
               WHEN ACC-CURRENCY NOT = WS-OLD-CURRENCY
                   MOVE 'Surviving account is in another currency'
                       TO WS-RDR-OP-MESSAGE
               WHEN OTHER
                   MOVE '00' TO WS-RDR-OP-STATUS
           END-EVALUATE.

       VALIDATE-EXTERNAL-TARGET.
      *    An external target must lie outside our account-ID range
      *    and name the holder and bank it belongs to
      *    Input: WS-INPUT-NEW-ACCOUNT-ID, WS-INPUT-EXT-NAME
      *    Output: WS-RDR-OP-STATUS, WS-RDR-OP-MESSAGE
           MOVE '99' TO WS-RDR-OP-STATUS.

           CALL 'VALIDATION' USING 'CHECK-ACCOUNT-ID-EXTERNAL'
               WS-INPUT-NEW-ACCOUNT-ID WS-EXTERNAL-FLAG
               WS-VALIDATION-MESSAGE.

           EVALUATE TRUE
               WHEN WS-EXTERNAL-FLAG NOT = 1
                   MOVE 'Account is one of ours - redirect as I'
                       TO WS-RDR-OP-MESSAGE
               WHEN WS-INPUT-EXT-NAME = SPACES
                   MOVE 'Name the external holder and bank'
                       TO WS-RDR-OP-MESSAGE
               WHEN OTHER
                   MOVE '00' TO WS-RDR-OP-STATUS
           END-EVALUATE.

       ADVISE-DD-COLLECTORS.
      *    Append one advice line per active mandate on the closed
      *    account and log each collector advised
      *    Input: REDIRECT-RECORD
      *    Output: WS-ADVICE-COUNT
           MOVE 0 TO WS-ADVICE-COUNT.
           MOVE RDR-OLD-ACCOUNT-ID TO DDM-ACCOUNT-ID.

           CALL 'FILES' USING 'OPEN-DD-MANDATE-FILE-IO'.
           CALL 'FILES' USING 'START-DD-MANDATE-BY-ACCOUNT'
               DD-MANDATE-RECORD WS-SCAN-STATUS.

           IF WS-SCAN-STATUS = '00'
               CALL 'FILES' USING 'OPEN-REDIRECT-ADVICE-EXTEND'
               PERFORM ADVISE-NEXT-COLLECTOR
                   UNTIL WS-SCAN-STATUS = '10'
               CALL 'FILES' USING 'CLOSE-REDIRECT-ADVICE-FILE'
           END-IF.

           CALL 'FILES' USING 'CLOSE-DD-MANDATE-FILE'.

       ADVISE-NEXT-COLLECTOR.
      *    Advise the collector of one of the account's mandates
           CALL 'FILES' USING 'READ-NEXT-DD-MANDATE-BY-ACCT'
               DD-MANDATE-RECORD WS-SCAN-STATUS.

           IF WS-SCAN-STATUS NOT = '00'
               MOVE '10' TO WS-SCAN-STATUS
           ELSE
               IF DDM-ACCOUNT-ID NOT = RDR-OLD-ACCOUNT-ID
                   MOVE '10' TO WS-SCAN-STATUS
               ELSE
                   IF DDM-ACTIVE
                       PERFORM WRITE-COLLECTOR-ADVICE
                   END-IF
               END-IF
           END-IF.

       WRITE-COLLECTOR-ADVICE.
      *    Write the advice line for the mandate just read and log
      *    the collector as NOTIFIED
      *    Input: DD-MANDATE-RECORD, REDIRECT-RECORD
           MOVE DDM-COLLECTOR-ID TO WS-ADV-COLLECTOR.
           MOVE DDM-MANDATE-ID TO WS-ADV-MANDATE-ID.
           MOVE RDR-OLD-ACCOUNT-ID TO WS-ADV-OLD-ACCOUNT.
           MOVE RDR-NEW-ACCOUNT-ID TO WS-ADV-NEW-ACCOUNT.
           MOVE RDR-TARGET-TYPE TO WS-ADV-TARGET-TYPE.
           MOVE RDR-END-DATE TO WS-ADV-END-DATE.
           MOVE RDR-START-DATE TO WS-ADV-ADVICE-DATE.
           MOVE 'ACCOUNT CLOSED' TO WS-ADV-REASON.

           MOVE WS-ADVICE-BUILD TO REDIRECT-ADVICE-LINE.
           CALL 'FILES' USING 'WRITE-REDIRECT-ADVICE-LINE'
               REDIRECT-ADVICE-LINE WS-FILE-STATUS.

           ADD 1 TO WS-ADVICE-COUNT.

           MOVE 'CLOSURE' TO WS-INPUT-SOURCE.
           MOVE DDM-COLLECTOR-ID TO WS-INPUT-PAYER.
           MOVE DDM-AUTH-REFERENCE TO WS-INPUT-PAYER-REF.
           MOVE 0 TO WS-INPUT-AMOUNT.
           MOVE 'NOTIFIED' TO WS-INPUT-ACTION.
           MOVE RDR-NEW-ACCOUNT-ID TO WS-FORWARD-TARGET-ID.
           MOVE 0 TO WS-FORWARD-WIRE-ID.
           PERFORM WRITE-REDIRECT-ITEM.

      ******************************************************************
      * REDIRECTION LOOKUP
      ******************************************************************

       GET-ACTIVE-REDIRECTION.
      *    Return the standing redirection of an account, marking it
      *    EXPIRED when its months have run out
      *    Input: WS-INPUT-OLD-ACCOUNT-ID
      *    Output: REDIRECT-RECORD, WS-RDR-OP-STATUS ('00' = standing,
      *            '23' = none), WS-RDR-OP-MESSAGE
           INITIALIZE REDIRECT-RECORD.
           MOVE WS-INPUT-OLD-ACCOUNT-ID TO RDR-OLD-ACCOUNT-ID.

           CALL 'FILES' USING 'OPEN-REDIRECT-FILE-IO'.
           CALL 'FILES' USING 'READ-REDIRECT' REDIRECT-RECORD
               WS-FILE-STATUS.

           IF WS-FILE-STATUS NOT = '00' OR NOT RDR-ACTIVE
               CALL 'FILES' USING 'CLOSE-REDIRECT-FILE'
               MOVE '23' TO WS-RDR-OP-STATUS
               MOVE 'No standing redirection' TO WS-RDR-OP-MESSAGE
               GO TO GET-ACTIVE-REDIRECTION-END
           END-IF.

           CALL 'CALENDAR' USING 'GET-POSTING-DATE' WS-POSTING-DATE.

           IF WS-POSTING-DATE > RDR-END-DATE
               MOVE 'EXPIRED' TO RDR-STATUS
               CALL 'FILES' USING 'UPDATE-REDIRECT' REDIRECT-RECORD
                   WS-FILE-STATUS
               CALL 'FILES' USING 'CLOSE-REDIRECT-FILE'
               MOVE '23' TO WS-RDR-OP-STATUS
               MOVE 'Redirection has expired' TO WS-RDR-OP-MESSAGE
               GO TO GET-ACTIVE-REDIRECTION-END
           END-IF.

           CALL 'FILES' USING 'CLOSE-REDIRECT-FILE'.
           MOVE '00' TO WS-RDR-OP-STATUS.
           MOVE 'Redirection standing' TO WS-RDR-OP-MESSAGE.

       GET-ACTIVE-REDIRECTION-END.
           EXIT.

      ******************************************************************
      * FORWARDING
      ******************************************************************

       FORWARD-REDIRECTED-CREDIT.
      *    Forward one incoming credit for a redirected account - a
      *    credit to our surviving account, or a pass-through wire
      *    to the external one - and log it
      *    Input: WS-INPUT-OLD-ACCOUNT-ID, WS-INPUT-AMOUNT,
      *           WS-INPUT-SOURCE, WS-INPUT-PAYER, WS-INPUT-PAYER-REF,
      *           WS-INPUT-TXN-CODE, WS-INPUT-CHANNEL
      *    Output: REDIRECT-ITEM-RECORD, WS-RDR-OP-STATUS,
      *            WS-RDR-OP-MESSAGE
           PERFORM GET-ACTIVE-REDIRECTION
               THRU GET-ACTIVE-REDIRECTION-END.

           IF NOT RDR-OP-SUCCESS
               GO TO FORWARD-REDIRECTED-CREDIT-END
           END-IF.

           MOVE RDR-NEW-ACCOUNT-ID TO WS-FORWARD-TARGET-ID.
           MOVE 0 TO WS-FORWARD-WIRE-ID.

           IF RDR-TARGET-INTERNAL
               MOVE SPACES TO WS-FORWARD-DESC
               STRING 'Redirected from closed account '
                   RDR-OLD-ACCOUNT-ID
                   DELIMITED BY SIZE INTO WS-FORWARD-DESC
               CALL 'TRANSACTIONS' USING 'PROCESS-CREDIT'
                   WS-FORWARD-TARGET-ID WS-INPUT-AMOUNT
                   WS-FORWARD-DESC WS-INPUT-PAYER-REF
                   WS-INPUT-CHANNEL WS-INPUT-TXN-CODE
                   TRANSACTION-RECORD WS-POST-STATUS
               IF WS-POST-STATUS NOT = '00'
                   MOVE '99' TO WS-RDR-OP-STATUS
                   MOVE 'Surviving account rejected the credit'
                       TO WS-RDR-OP-MESSAGE
                   GO TO FORWARD-REDIRECTED-CREDIT-END
               END-IF
           ELSE
               PERFORM QUEUE-FORWARD-WIRE
           END-IF.

           MOVE 'FORWARDED' TO WS-INPUT-ACTION.
           PERFORM RECORD-FORWARD-ON-REDIRECT.
           PERFORM WRITE-REDIRECT-ITEM.

           MOVE '00' TO WS-RDR-OP-STATUS.
           MOVE 'Credit forwarded' TO WS-RDR-OP-MESSAGE.

       FORWARD-REDIRECTED-CREDIT-END.
           EXIT.

       QUEUE-FORWARD-WIRE.
      *    Put an externally redirected credit straight on the
      *    outbound wire queue - it passes through settlement and
      *    never touches a customer balance
      *    Input: REDIRECT-RECORD, WS-INPUT-AMOUNT, WS-INPUT-PAYER-REF
      *    Output: WS-FORWARD-WIRE-ID
           MOVE RDR-OLD-ACCOUNT-ID TO WS-INPUT-OLD-ACCOUNT-ID.
           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               WS-INPUT-OLD-ACCOUNT-ID ACCOUNT-RECORD
               WS-ACCOUNT-STATUS.

           INITIALIZE WIRE-ITEM-RECORD.

           CALL 'FILES' USING 'READ-CONTROL' CONTROL-RECORD
               WS-CONTROL-STATUS.

           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'FATAL: Cannot read control file for wire item'
               STOP RUN
           END-IF.

           ADD 1 TO CTL-LAST-WIRE-ITEM-ID.
           MOVE CTL-LAST-WIRE-ITEM-ID TO WIR-ITEM-ID.

           CALL 'FILES' USING 'UPDATE-CONTROL' CONTROL-RECORD
               WS-CONTROL-STATUS.

           MOVE 0 TO WIR-TXN-ID.
           MOVE RDR-OLD-ACCOUNT-ID TO WIR-SOURCE-ACCOUNT-ID.
           MOVE RDR-NEW-ACCOUNT-ID TO WIR-DEST-ACCOUNT-ID.
           MOVE WS-INPUT-AMOUNT TO WIR-AMOUNT.
           MOVE ACC-CURRENCY TO WIR-CURRENCY.
           MOVE 'QUEUED' TO WIR-STATUS.
           MOVE WS-INPUT-PAYER-REF TO WIR-REFERENCE.
           MOVE 0 TO WIR-SENT-DATE.
           MOVE 0 TO WIR-FINAL-DATE.

           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO WIR-CREATED-TS.

           CALL 'FILES' USING 'OPEN-WIRE-ITEM-FILE-IO'.
           CALL 'FILES' USING 'WRITE-WIRE-ITEM' WIRE-ITEM-RECORD
               WS-FILE-STATUS.
           CALL 'FILES' USING 'CLOSE-WIRE-ITEM-FILE'.

           MOVE WIR-ITEM-ID TO WS-FORWARD-WIRE-ID.

       RECORD-FORWARD-ON-REDIRECT.
      *    Add one forwarded credit to the instruction's counters
      *    Input: RDR-OLD-ACCOUNT-ID, WS-INPUT-AMOUNT
           CALL 'FILES' USING 'OPEN-REDIRECT-FILE-IO'.
           CALL 'FILES' USING 'READ-REDIRECT' REDIRECT-RECORD
               WS-FILE-STATUS.

           IF WS-FILE-STATUS = '00'
               ADD 1 TO RDR-FORWARD-COUNT
               ADD WS-INPUT-AMOUNT TO RDR-FORWARD-AMOUNT
               CALL 'FILES' USING 'UPDATE-REDIRECT' REDIRECT-RECORD
                   WS-FILE-STATUS
           END-IF.

           CALL 'FILES' USING 'CLOSE-REDIRECT-FILE'.

      ******************************************************************
      * PAYMENT LOG
      ******************************************************************

       RECORD-REDIRECT-ITEM.
      *    Log one payment or collection met for a redirected
      *    account that the caller settled itself - a payroll credit
      *    paid straight into the surviving account (FORWARDED) or
      *    a collection bounced back to its collector (BOUNCED)
      *    Input: WS-INPUT-OLD-ACCOUNT-ID, WS-INPUT-AMOUNT,
      *           WS-INPUT-SOURCE, WS-INPUT-PAYER, WS-INPUT-PAYER-REF,
      *           WS-INPUT-ACTION
      *    Output: REDIRECT-ITEM-RECORD, WS-RDR-OP-STATUS
           PERFORM GET-ACTIVE-REDIRECTION
               THRU GET-ACTIVE-REDIRECTION-END.

           IF NOT RDR-OP-SUCCESS
               GO TO RECORD-REDIRECT-ITEM-END
           END-IF.

           MOVE RDR-NEW-ACCOUNT-ID TO WS-FORWARD-TARGET-ID.
           MOVE 0 TO WS-FORWARD-WIRE-ID.

           IF WS-INPUT-ACTION = 'FORWARDED'
               PERFORM RECORD-FORWARD-ON-REDIRECT
           END-IF.

           PERFORM WRITE-REDIRECT-ITEM.
           MOVE '00' TO WS-RDR-OP-STATUS.

       RECORD-REDIRECT-ITEM-END.
           EXIT.

       WRITE-REDIRECT-ITEM.
      *    Write one row to the redirected payment log
      *    Input: RDR-OLD-ACCOUNT-ID, WS-INPUT-SOURCE, WS-INPUT-PAYER,
      *           WS-INPUT-PAYER-REF, WS-INPUT-AMOUNT, WS-INPUT-ACTION,
      *           WS-FORWARD-TARGET-ID, WS-FORWARD-WIRE-ID
      *    Output: REDIRECT-ITEM-RECORD
           INITIALIZE REDIRECT-ITEM-RECORD.

           CALL 'FILES' USING 'READ-CONTROL' CONTROL-RECORD
               WS-CONTROL-STATUS.

           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'FATAL: Cannot read control file for '
                   'redirect item'
               STOP RUN
           END-IF.

           ADD 1 TO CTL-LAST-REDIRECT-ITEM-ID.
           MOVE CTL-LAST-REDIRECT-ITEM-ID TO RDI-ITEM-ID.

           CALL 'FILES' USING 'UPDATE-CONTROL' CONTROL-RECORD
               WS-CONTROL-STATUS.

           CALL 'CALENDAR' USING 'GET-POSTING-DATE' WS-POSTING-DATE.

           MOVE RDR-OLD-ACCOUNT-ID TO RDI-OLD-ACCOUNT-ID.
           MOVE WS-INPUT-SOURCE TO RDI-SOURCE.
           MOVE WS-INPUT-PAYER TO RDI-PAYER.
           MOVE WS-INPUT-PAYER-REF TO RDI-PAYER-REF.
           MOVE WS-INPUT-AMOUNT TO RDI-AMOUNT.
           MOVE WS-INPUT-ACTION TO RDI-ACTION.
           MOVE WS-FORWARD-TARGET-ID TO RDI-TARGET-ACCOUNT-ID.
           MOVE WS-FORWARD-WIRE-ID TO RDI-WIRE-ITEM-ID.
           MOVE WS-POSTING-DATE TO RDI-DATE.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO RDI-CREATED-TS.

           CALL 'FILES' USING 'OPEN-REDIRECT-ITEM-FILE-IO'.
           CALL 'FILES' USING 'WRITE-REDIRECT-ITEM'
               REDIRECT-ITEM-RECORD WS-FILE-STATUS.
           CALL 'FILES' USING 'CLOSE-REDIRECT-ITEM-FILE'.

       END PROGRAM REDIRECT.
