      ******************************************************************
      * MINORMAJ.COB - Minor Account Majority Conversion Batch
      *
      * Standalone nightly batch program. A minor's account is opened
      * for a customer under 18 and answers to the guardian customer
      * recorded on it (see CREATE-ACCOUNT and AUTHORIZE-DEBIT-
      * PRESENTER in ACCOUNT.COB). This job walks ACCOUNT-FILE for
      * minors' accounts and, once the holder's 18th birthday has
      * come by the posting date, hands the account over:
      *
      * 1. the account flips from MINOR to CONVERTED, so the guardian
      *    no longer authorizes anything and the holder draws as any
      *    adult holder does;
      * 2. the customer's next KYC review is brought forward to the
      *    birthday, so KYCDUE queues the new adult for a review of
      *    the details the guardian gave at opening;
      * 3. the customer is sent an advice letter telling them the
      *    account is now theirs to operate.
      *
      * Design decisions:
      * - Age is taken from CUS-DATE-OF-BIRTH on the customer master,
      *   the record compliance maintains, not the copy on the account
      * - The guardian's customer ID stays on the converted account
      *   as history of who operated it while the holder was a minor
      * - A review date already earlier than the birthday is left
      *   alone - that review is due anyway
      * - Rerunnable: a converted account is no longer MINOR, so a
      *   second run the same night converts nothing twice
      * - Birthday comparison runs against the shared system posting
      *   date, like every other nightly job
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MINORMAJ.
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
       01  WS-CUST-STATUS              PIC XX.
       01  WS-UPDATE-STATUS            PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-NOTICE-STATUS            PIC XX.

      * The holder's 18th birthday: adding 18 to the YYYY part of
      * a YYYYMMDD date
       01  WS-MAJORITY-DATE            PIC 9(8).
       01  WS-AUDIT-DETAILS            PIC X(50).
       01  WS-NOTICE-AMOUNT            PIC S9(13)V99 VALUE 0.

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

       01  WS-REPORT-COUNTERS.
           05  WS-ACCOUNTS-SCANNED     PIC 9(6) VALUE 0.
           05  WS-MINOR-ACCOUNTS       PIC 9(6) VALUE 0.
           05  WS-ACCOUNTS-CONVERTED   PIC 9(6) VALUE 0.
           05  WS-CONVERT-FAILURES     PIC 9(6) VALUE 0.

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
      *    Entry point for the majority conversion batch job
           PERFORM DISPLAY-BANNER.
           PERFORM CONVERT-MINOR-ACCOUNTS.
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
           DISPLAY 'MINOR ACCOUNT MAJORITY CONVERSION'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           IF RUN-DATE-WAS-ADJUSTED
               DISPLAY 'System posting date in effect: '
                   WS-EFFECTIVE-DATE
           END-IF.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Accounts scanned:      ' WS-ACCOUNTS-SCANNED.
           DISPLAY 'Minors'' accounts:      ' WS-MINOR-ACCOUNTS.
           DISPLAY 'Converted at majority: ' WS-ACCOUNTS-CONVERTED.
           DISPLAY 'Conversion failures:   ' WS-CONVERT-FAILURES.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * CONVERSION PASS
      ******************************************************************

       CONVERT-MINOR-ACCOUNTS.
      *    Single sequential pass over ACCOUNT-FILE
           CALL 'FILES' USING 'OPEN-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'OPEN-CUSTOMER-FILE-IO'.
           CALL 'FILES' USING 'START-ACCOUNT-FILE-TOP' WS-OP-STATUS.

           PERFORM CHECK-NEXT-ACCOUNT
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-CUSTOMER-FILE'.
           CALL 'FILES' USING 'CLOSE-ACCOUNT-FILE'.

       CHECK-NEXT-ACCOUNT.
      *    Read one account and convert it if its minor holder has
      *    come of age
           CALL 'FILES' USING 'READ-NEXT-ACCOUNT' ACCOUNT-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-ACCOUNTS-SCANNED
               IF ACC-MINOR
                   ADD 1 TO WS-MINOR-ACCOUNTS
                   PERFORM CHECK-MINOR-HOLDER-AGE
                       THRU CHECK-MINOR-HOLDER-AGE-END
               END-IF
           END-IF.

       CHECK-MINOR-HOLDER-AGE.
      *    The customer master's birth date decides; a holder still
      *    under 18 is left with the guardian
           MOVE ACC-CUSTOMER-ID TO CUS-ID.
           CALL 'FILES' USING 'READ-CUSTOMER' CUSTOMER-RECORD
               WS-CUST-STATUS.

           IF WS-CUST-STATUS NOT = '00'
               ADD 1 TO WS-CONVERT-FAILURES
               DISPLAY 'FAILED    Account: ' ACC-ID
                   '  Customer ' ACC-CUSTOMER-ID ' not on file'
               GO TO CHECK-MINOR-HOLDER-AGE-END
           END-IF.

           COMPUTE WS-MAJORITY-DATE = CUS-DATE-OF-BIRTH + 180000.

           IF WS-MAJORITY-DATE > WS-EFFECTIVE-DATE
               GO TO CHECK-MINOR-HOLDER-AGE-END
           END-IF.

           PERFORM CONVERT-ONE-ACCOUNT THRU CONVERT-ONE-ACCOUNT-END.

       CHECK-MINOR-HOLDER-AGE-END.
           EXIT.

       CONVERT-ONE-ACCOUNT.
      *    Hand the account over to its now-adult holder, queue the
      *    KYC review and send the advice letter
           MOVE 'C' TO ACC-MINOR-STATUS.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO ACC-UPDATED-TS.

           CALL 'FILES' USING 'UPDATE-ACCOUNT' ACCOUNT-RECORD
               WS-UPDATE-STATUS.

           IF WS-UPDATE-STATUS NOT = '00'
               ADD 1 TO WS-CONVERT-FAILURES
               DISPLAY 'FAILED    Account: ' ACC-ID
                   '  Account update failed, status ' WS-UPDATE-STATUS
               GO TO CONVERT-ONE-ACCOUNT-END
           END-IF.

           ADD 1 TO WS-ACCOUNTS-CONVERTED.

      *    Bring the KYC review forward to the birthday so the next
      *    KYCDUE run queues the customer
           IF CUS-NEXT-KYC-REVIEW = 0 OR
                   CUS-NEXT-KYC-REVIEW > WS-MAJORITY-DATE
               MOVE WS-MAJORITY-DATE TO CUS-NEXT-KYC-REVIEW
               MOVE WS-TIMESTAMP TO CUS-UPDATED-TS
               CALL 'FILES' USING 'UPDATE-CUSTOMER' CUSTOMER-RECORD
                   WS-CUST-STATUS
           END-IF.

           MOVE SPACES TO WS-AUDIT-DETAILS.
           STRING 'Majority reached - guardian '
               ACC-GUARDIAN-CUSTOMER-ID ' released'
               DELIMITED BY SIZE INTO WS-AUDIT-DETAILS.
           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY' 0
               'MINOR-MAJORITY' ACC-ID WS-AUDIT-DETAILS
               WS-AUDIT-STATUS.

           CALL 'NOTICES' USING 'QUEUE-CUSTOMER-NOTICE'
               ACC-ID 'MAJORITY' WS-NOTICE-AMOUNT
               'You now operate this account in your own name'
               NOTICE-RECORD WS-NOTICE-STATUS.

           DISPLAY 'CONVERTED Account: ' ACC-ID
               '  Customer: ' CUS-ID
               '  Born: ' CUS-DATE-OF-BIRTH
               '  Guardian: ' ACC-GUARDIAN-CUSTOMER-ID.

       CONVERT-ONE-ACCOUNT-END.
           EXIT.

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

       END PROGRAM MINORMAJ.
