      ******************************************************************
      * CONFLTR.COB - External Audit Balance Confirmation Letters
      *
      * Standalone batch program. Reads the confirmation requests
      * the customers' external auditors have lodged, and for each
      * one spools a print-formatted confirmation letter as of the
      * auditors' date: every deposit balance, every loan on the
      * book, the collateral pledged behind those loans, the holds,
      * liens and guarantees standing on the accounts, and who was
      * authorised to sign. Each letter carries a control number and
      * is entered on the confirmation register, so the auditors'
      * reply can be matched to exactly what the bank confirmed -
      * work that used to be typed up by hand from several screens.
      *
      * Design decisions:
      * - The request file is fixed-format, one request per line:
      *   col 1 scope (C = every account of a customer, A = one
      *   account), col 2-9 the customer or account ID, col 11-40
      *   the audit firm, col 41-60 the firm's own reference. A line
      *   that does not parse is reported and skipped
      * - The as-of date is taken from the command line (CCYYMMDD);
      *   blank defaults to the posting date, and a date after the
      *   posting date is refused - nothing can be confirmed yet
      * - Deposit balances come from the nightly balance snapshots
      *   (see BALSNAP.COB): the latest snapshot on or before the
      *   as-of date, with its date printed beside it so the auditor
      *   sees when an account had no snapshot on the day itself.
      *   An account opened after the as-of date is left out
      * - A loan is on the letter if it was booked on or before the
      *   as-of date and neither paid off nor written off by then.
      *   Its outstanding balance is the figure the loan master
      *   carries today - the same basis the annual loan statement
      *   uses, as no loan balance history is kept
      * - Collateral, holds and signers are taken as they stood at
      *   the as-of date from their own creation and release /
      *   revocation stamps. A hold whose reason code names a
      *   guarantee is shown as a guarantee; the rest are holds and
      *   liens
      * - Deposit totals are printed only when every account on the
      *   letter is in one currency; the register keeps the face
      *   total either way
      * - Letters go to the auditors, not the customer, so they are
      *   never diverted to the held-mail register. Every letter is
      *   kept in the print spool archive under its control number
      *   (see SPOOLARC.COB) so it can be reprinted as issued
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFLTR.
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
       01  WS-REQ-STATUS               PIC XX.
       01  WS-ACCT-STATUS              PIC XX.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-SPOOL-STATUS             PIC XX.
       01  WS-SCAN-STATUS              PIC XX.
       01  WS-CTL-STATUS               PIC XX.
       01  WS-REG-STATUS               PIC XX.

      * One parsed request line
       01  WS-REQUEST-FIELDS.
           05  WS-REQ-SCOPE            PIC X.
               88  REQ-SCOPE-CUSTOMER  VALUE 'C'.
               88  REQ-SCOPE-ACCOUNT   VALUE 'A'.
               88  REQ-SCOPE-VALID     VALUE 'C' 'A'.
           05  WS-REQ-ID               PIC X(8).
           05  WS-REQ-ID-NUM REDEFINES WS-REQ-ID PIC 9(8).
           05  WS-REQ-AUDITOR          PIC X(30).
           05  WS-REQ-AUDITOR-REF      PIC X(20).

      * Accounts covered by the letter being produced
       01  WS-LTR-CUSTOMER-ID          PIC 9(8).
       01  WS-LTR-ACCOUNT-COUNT        PIC 9(3) VALUE 0.
       01  WS-LTR-ACCOUNT-TABLE.
           05  WS-LTR-ACCOUNT-ID       PIC 9(8) OCCURS 100 TIMES.
       01  WS-LTR-ACCT-IDX             PIC 9(3).

      * Loans on the letter, kept for the collateral section
       01  WS-LTR-LOAN-COUNT           PIC 9(3) VALUE 0.
       01  WS-LTR-LOAN-TABLE.
           05  WS-LTR-LOAN-ID          PIC 9(8) OCCURS 100 TIMES.
       01  WS-LTR-LOAN-IDX             PIC 9(3).

      * Letter totals, also written to the confirmation register
       01  WS-LTR-TOTALS.
           05  WS-LTR-DEPOSIT-TOTAL    PIC S9(13)V99.
           05  WS-LTR-LOAN-TOTAL       PIC S9(13)V99.
           05  WS-LTR-DEPOSIT-LINES    PIC 9(3).
           05  WS-LTR-COLLATERAL-LINES PIC 9(3).
           05  WS-LTR-HOLD-LINES       PIC 9(3).
           05  WS-LTR-SIGNER-LINES     PIC 9(3).
       01  WS-LTR-CURRENCY             PIC X(3).
       01  WS-LTR-MIXED-CURRENCY       PIC X VALUE 'N'.
           88  LTR-CURRENCIES-MIXED    VALUE 'Y'.

      * Latest snapshot found on or before the as-of date
       01  WS-SNAP-FOUND               PIC X VALUE 'N'.
           88  SNAPSHOT-WAS-FOUND      VALUE 'Y'.
       01  WS-SNAP-DONE                PIC X VALUE 'N'.
           88  SNAPSHOTS-DONE          VALUE 'Y'.
       01  WS-SNAP-DATE                PIC 9(8).
       01  WS-SNAP-BALANCE             PIC S9(13)V99.
       01  WS-SNAP-BLOCKED             PIC S9(13)V99.

      * Scan end switch for the per-account register walks
       01  WS-WALK-DONE                PIC X VALUE 'N'.
           88  WALK-IS-DONE            VALUE 'Y'.
       01  WS-WALK-ACCOUNT-ID          PIC 9(8).
       01  WS-WALK-LOAN-ID             PIC 9(8).

      * Creation / release dates lifted out of the register stamps
       01  WS-ITEM-START-DATE-TS       PIC X(14).
       01  WS-ITEM-END-DATE-TS         PIC X(14).
       01  WS-ITEM-START-DATE          PIC 9(8).
       01  WS-ITEM-END-DATE            PIC 9(8).
       01  WS-ITEM-STANDING            PIC X VALUE 'N'.
           88  ITEM-STANDING-AT-AS-OF  VALUE 'Y'.
       01  WS-REASON-UPPER             PIC X(10).
       01  WS-GUARANTEE-TALLY          PIC 9(2).
       01  WS-ITEM-KIND                PIC X(9).
       01  WS-HOLDER-IDX               PIC 9.

       01  WS-FORM-FEED                PIC X VALUE X'0C'.
       01  WS-SPOOL-WORK-LINE          PIC X(132).
       01  WS-DISPLAY-AMOUNT           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-AMOUNT-2         PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-RULE-LINE                PIC X(72) VALUE ALL '-'.

       01  WS-REPORT-COUNTERS.
           05  WS-REQUESTS-READ        PIC 9(6) VALUE 0.
           05  WS-REQUESTS-REJECTED    PIC 9(6) VALUE 0.
           05  WS-LETTERS-PRODUCED     PIC 9(6) VALUE 0.

      * Confirmation control number for the letter being produced
       01  WS-CONTROL-NO               PIC 9(8).

      * Print spool archive run for this batch (see SPOOLARC.COB)
       01  WS-ARCHIVE-REPORT-NAME      PIC X(10) VALUE 'CONFLTR'.
       01  WS-ARCHIVE-RUN-ID           PIC 9(8).
       01  WS-ARCHIVE-STATUS           PIC XX.
       01  WS-ARCHIVE-DOC-REF          PIC X(20).

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.
       01  WS-CURRENT-TIME.
           05  WS-CURR-HOUR            PIC 99.
           05  WS-CURR-MINUTE          PIC 99.
           05  WS-CURR-SECOND          PIC 99.
           05  WS-CURR-HUNDREDTH       PIC 99.
       01  WS-TIMESTAMP                PIC X(14).

       01  WS-EFFECTIVE-DATE           PIC 9(8).
       01  WS-AS-OF-DATE               PIC 9(8).
       01  WS-COMMAND-ARGS             PIC X(80).
       01  WS-ARG-DATE                 PIC X(8).
       01  WS-ARG-DATE-NUM REDEFINES WS-ARG-DATE PIC 9(8).

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the audit confirmation letter batch job
           PERFORM DISPLAY-BANNER.

           IF WS-AS-OF-DATE > WS-EFFECTIVE-DATE
               DISPLAY 'ERROR: As-of date ' WS-AS-OF-DATE
                   ' is after the posting date ' WS-EFFECTIVE-DATE
               STOP RUN
           END-IF.

           PERFORM PROCESS-REQUEST-FILE THRU PROCESS-REQUEST-FILE-END.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header and resolve the as-of date
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-RUN-YEAR WS-RUN-MONTH WS-RUN-DAY
                  WS-CURR-HOUR WS-CURR-MINUTE WS-CURR-SECOND
                  DELIMITED BY SIZE
                  INTO WS-TIMESTAMP.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-EFFECTIVE-DATE.

           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           MOVE FUNCTION TRIM(WS-COMMAND-ARGS) TO WS-ARG-DATE.
           IF WS-ARG-DATE NUMERIC AND WS-ARG-DATE-NUM > 0
               MOVE WS-ARG-DATE-NUM TO WS-AS-OF-DATE
           ELSE
               MOVE WS-EFFECTIVE-DATE TO WS-AS-OF-DATE
           END-IF.

           DISPLAY '================================================'.
           DISPLAY 'AUDIT BALANCE CONFIRMATION LETTERS'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY 'As of:    ' WS-AS-OF-DATE.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Requests read:         ' WS-REQUESTS-READ.
           DISPLAY 'Requests rejected:     ' WS-REQUESTS-REJECTED.
           DISPLAY 'Letters produced:      ' WS-LETTERS-PRODUCED.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * REQUEST FILE
      ******************************************************************

       PROCESS-REQUEST-FILE.
      *    Read the request file line by line, producing one letter
      *    per valid request
           CALL 'FILES' USING 'OPEN-CONFIRM-REQUEST-INPUT'
               WS-REQ-STATUS.
           IF WS-REQ-STATUS NOT = '00'
               DISPLAY 'No confirmation request file - nothing to do'
               GO TO PROCESS-REQUEST-FILE-END
           END-IF.

           CALL 'FILES' USING 'OPEN-CONFIRM-SPOOL-OUTPUT'
               WS-SPOOL-STATUS.
           CALL 'SPOOLARC' USING 'BEGIN-SPOOL-ARCHIVE'
               WS-ARCHIVE-REPORT-NAME WS-EFFECTIVE-DATE
               WS-ARCHIVE-RUN-ID WS-ARCHIVE-STATUS.

           CALL 'FILES' USING 'OPEN-BALANCE-SNAPSHOT-FILE-INPUT'
               WS-OP-STATUS.
           CALL 'FILES' USING 'OPEN-LOAN-FILE-IO'.
           CALL 'FILES' USING 'OPEN-COLLATERAL-FILE-IO'.
           CALL 'FILES' USING 'OPEN-FUNDS-HOLD-FILE-IO'.
           CALL 'FILES' USING 'OPEN-SIGNER-FILE-IO'.
           CALL 'FILES' USING 'OPEN-CONFIRM-REGISTER-FILE-IO'.

           PERFORM READ-NEXT-REQUEST
               THRU READ-NEXT-REQUEST-END
               UNTIL WS-REQ-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-CONFIRM-REGISTER-FILE'.
           CALL 'FILES' USING 'CLOSE-SIGNER-FILE'.
           CALL 'FILES' USING 'CLOSE-FUNDS-HOLD-FILE'.
           CALL 'FILES' USING 'CLOSE-COLLATERAL-FILE'.
           CALL 'FILES' USING 'CLOSE-LOAN-FILE'.
           CALL 'FILES' USING 'CLOSE-BALANCE-SNAPSHOT-FILE'.

           CALL 'FILES' USING 'CLOSE-CONFIRM-REQUEST-FILE'.
           CALL 'FILES' USING 'CLOSE-CONFIRM-SPOOL-FILE'.
           CALL 'SPOOLARC' USING 'END-SPOOL-ARCHIVE' WS-ARCHIVE-STATUS.

       PROCESS-REQUEST-FILE-END.
           EXIT.

       READ-NEXT-REQUEST.
      *    Read and parse one request line, skipping blank lines
           CALL 'FILES' USING 'READ-NEXT-CONFIRM-REQUEST-LINE'
               CONFIRM-REQUEST-LINE WS-REQ-STATUS.

           IF WS-REQ-STATUS NOT = '00'
               MOVE '10' TO WS-REQ-STATUS
               GO TO READ-NEXT-REQUEST-END
           END-IF.

           IF CONFIRM-REQUEST-LINE = SPACES
               GO TO READ-NEXT-REQUEST-END
           END-IF.

           ADD 1 TO WS-REQUESTS-READ.
           MOVE CONFIRM-REQUEST-LINE(1:1) TO WS-REQ-SCOPE.
           MOVE CONFIRM-REQUEST-LINE(2:8) TO WS-REQ-ID.
           MOVE CONFIRM-REQUEST-LINE(11:30) TO WS-REQ-AUDITOR.
           MOVE CONFIRM-REQUEST-LINE(41:20) TO WS-REQ-AUDITOR-REF.

           IF NOT REQ-SCOPE-VALID OR WS-REQ-ID NOT NUMERIC
                   OR WS-REQ-AUDITOR = SPACES
               DISPLAY 'REJECTED: Malformed request line '
                   WS-REQUESTS-READ ': ' CONFIRM-REQUEST-LINE(1:60)
               ADD 1 TO WS-REQUESTS-REJECTED
               GO TO READ-NEXT-REQUEST-END
           END-IF.

           PERFORM COLLECT-LETTER-ACCOUNTS
               THRU COLLECT-LETTER-ACCOUNTS-END.

           IF WS-LTR-ACCOUNT-COUNT = 0
               DISPLAY 'REJECTED: ' WS-REQ-SCOPE WS-REQ-ID
                   ' - no account on file to confirm'
               ADD 1 TO WS-REQUESTS-REJECTED
               GO TO READ-NEXT-REQUEST-END
           END-IF.

           PERFORM PRODUCE-ONE-LETTER.

       READ-NEXT-REQUEST-END.
           EXIT.

      ******************************************************************
      * ACCOUNT SELECTION
      ******************************************************************

       COLLECT-LETTER-ACCOUNTS.
      *    Build the list of accounts the letter covers: the one
      *    requested account, or every account linked to the customer
      *    Output: WS-LTR-CUSTOMER-ID, WS-LTR-ACCOUNT-TABLE
           MOVE 0 TO WS-LTR-ACCOUNT-COUNT.
           MOVE 0 TO WS-LTR-CUSTOMER-ID.

           IF REQ-SCOPE-ACCOUNT
               CALL 'ACCOUNT' USING 'GET-ACCOUNT'
                   WS-REQ-ID-NUM ACCOUNT-RECORD WS-ACCT-STATUS
               IF WS-ACCT-STATUS = '00'
                   MOVE ACC-CUSTOMER-ID TO WS-LTR-CUSTOMER-ID
                   MOVE 1 TO WS-LTR-ACCOUNT-COUNT
                   MOVE ACC-ID TO WS-LTR-ACCOUNT-ID(1)
               END-IF
               GO TO COLLECT-LETTER-ACCOUNTS-END
           END-IF.

           MOVE WS-REQ-ID-NUM TO WS-LTR-CUSTOMER-ID.

           CALL 'FILES' USING 'OPEN-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'START-ACCOUNT-FILE-TOP' WS-SCAN-STATUS.
           PERFORM COLLECT-NEXT-CUSTOMER-ACCOUNT
               UNTIL WS-SCAN-STATUS = '10'.
           CALL 'FILES' USING 'CLOSE-ACCOUNT-FILE'.

       COLLECT-LETTER-ACCOUNTS-END.
           EXIT.

       COLLECT-NEXT-CUSTOMER-ACCOUNT.
      *    Read one account and keep it if it belongs to the customer
           CALL 'FILES' USING 'READ-NEXT-ACCOUNT' ACCOUNT-RECORD
               WS-SCAN-STATUS.

           IF WS-SCAN-STATUS = '00'
                   AND ACC-CUSTOMER-ID = WS-LTR-CUSTOMER-ID
               IF WS-LTR-ACCOUNT-COUNT < 100
                   ADD 1 TO WS-LTR-ACCOUNT-COUNT
                   MOVE ACC-ID
                       TO WS-LTR-ACCOUNT-ID(WS-LTR-ACCOUNT-COUNT)
               ELSE
                   DISPLAY 'WARNING: Account table full - account '
                       ACC-ID ' left off the letter'
               END-IF
           END-IF.

      ******************************************************************
      * LETTER PRODUCTION
      ******************************************************************

       PRODUCE-ONE-LETTER.
      *    Spool one confirmation letter and enter it on the register
           PERFORM GENERATE-CONTROL-NO.

           MOVE 0 TO WS-LTR-DEPOSIT-TOTAL.
           MOVE 0 TO WS-LTR-LOAN-TOTAL.
           MOVE 0 TO WS-LTR-DEPOSIT-LINES.
           MOVE 0 TO WS-LTR-COLLATERAL-LINES.
           MOVE 0 TO WS-LTR-HOLD-LINES.
           MOVE 0 TO WS-LTR-SIGNER-LINES.
           MOVE 0 TO WS-LTR-LOAN-COUNT.
           MOVE SPACES TO WS-LTR-CURRENCY.
           MOVE 'N' TO WS-LTR-MIXED-CURRENCY.

           MOVE SPACES TO WS-ARCHIVE-DOC-REF.
           MOVE WS-CONTROL-NO TO WS-ARCHIVE-DOC-REF.
           IF REQ-SCOPE-ACCOUNT
               CALL 'SPOOLARC' USING 'BEGIN-SPOOL-DOCUMENT'
                   WS-LTR-ACCOUNT-ID(1) WS-LTR-CUSTOMER-ID
                   WS-ARCHIVE-DOC-REF
           ELSE
               MOVE 0 TO WS-WALK-ACCOUNT-ID
               CALL 'SPOOLARC' USING 'BEGIN-SPOOL-DOCUMENT'
                   WS-WALK-ACCOUNT-ID WS-LTR-CUSTOMER-ID
                   WS-ARCHIVE-DOC-REF
           END-IF.

           IF WS-LETTERS-PRODUCED > 0
               MOVE WS-FORM-FEED TO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
           END-IF.

           PERFORM SPOOL-LETTER-HEADING.
           PERFORM SPOOL-DEPOSIT-SECTION.
           PERFORM SPOOL-LOAN-SECTION.
           PERFORM SPOOL-COLLATERAL-SECTION.
           PERFORM SPOOL-HOLD-SECTION.
           PERFORM SPOOL-SIGNER-SECTION.
           PERFORM SPOOL-LETTER-FOOTING.

           CALL 'SPOOLARC' USING 'END-SPOOL-DOCUMENT' WS-ARCHIVE-STATUS.

           PERFORM REGISTER-LETTER.
           ADD 1 TO WS-LETTERS-PRODUCED.

           DISPLAY 'Letter ' WS-CONTROL-NO ' for ' WS-REQ-SCOPE
               WS-REQ-ID ' - ' WS-LTR-ACCOUNT-COUNT ' account(s), '
               WS-LTR-LOAN-COUNT ' loan(s)'.

       GENERATE-CONTROL-NO.
      *    Generate the next confirmation control number from the
      *    control file
      *    Output: WS-CONTROL-NO
           CALL 'FILES' USING 'READ-CONTROL' CONTROL-RECORD
               WS-CTL-STATUS.

           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'FATAL: Cannot read control file for '
                   'confirmation control number'
               STOP RUN
           END-IF.

           ADD 1 TO CTL-LAST-CONFIRM-NO.
           MOVE CTL-LAST-CONFIRM-NO TO WS-CONTROL-NO.

           CALL 'FILES' USING 'UPDATE-CONTROL' CONTROL-RECORD
               WS-CTL-STATUS.

       SPOOL-LETTER-HEADING.
      *    Spool the letter heading: control number, as-of date, the
      *    auditors and the customer confirmed
           MOVE WS-RULE-LINE TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           MOVE 'CONFIRMATION OF BALANCES AND OTHER ARRANGEMENTS'
               TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           MOVE WS-RULE-LINE TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

           STRING 'Control number: ' WS-CONTROL-NO
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           STRING 'As of date:     ' WS-AS-OF-DATE
               '      Issued: ' WS-EFFECTIVE-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           STRING 'Auditors:       ' WS-REQ-AUDITOR
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           STRING 'Your reference: ' WS-REQ-AUDITOR-REF
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

           IF WS-LTR-CUSTOMER-ID = 0
               MOVE 'Customer:       (no customer master on file)'
                   TO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
           ELSE
               CALL 'CUSTOMER' USING 'GET-CUSTOMER'
                   WS-LTR-CUSTOMER-ID CUSTOMER-RECORD
                   WS-CUST-STATUS
               IF WS-CUST-STATUS = '00'
                   STRING 'Customer:       ' CUS-ID ' ' CUS-NAME
                       DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE
                   PERFORM SPOOL-LINE
                   STRING 'Tax ID:         ' CUS-TAX-ID
                       DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE
                   PERFORM SPOOL-LINE
               ELSE
                   STRING 'Customer:       ' WS-LTR-CUSTOMER-ID
                       ' (record missing)'
                       DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE
                   PERFORM SPOOL-LINE
               END-IF
           END-IF.

           IF REQ-SCOPE-ACCOUNT
               STRING 'Scope:          account '
                   WS-LTR-ACCOUNT-ID(1) ' only'
                   DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE
           ELSE
               MOVE 'Scope:          every account of the customer'
                   TO WS-SPOOL-WORK-LINE
           END-IF.
           PERFORM SPOOL-LINE.
           PERFORM SPOOL-LINE.

           MOVE 'At the request of the customer named above we confirm'
               TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           MOVE 'to you the following as recorded in our books at the'
               TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           MOVE 'close of business on the as of date.'
               TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

      ******************************************************************
      * DEPOSIT BALANCES
      ******************************************************************

       SPOOL-DEPOSIT-SECTION.
      *    One line per account open at the as-of date, with the
      *    latest snapshot balance on or before it
           PERFORM SPOOL-LINE.
           MOVE '1. DEPOSIT ACCOUNTS' TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           MOVE 'Account   Type       Ccy Status           Balance'
               TO WS-SPOOL-WORK-LINE.
           MOVE '        Blocked  Balance date'
               TO WS-SPOOL-WORK-LINE(51:30).
           PERFORM SPOOL-LINE.

           PERFORM SPOOL-ONE-DEPOSIT-ACCOUNT
               THRU SPOOL-ONE-DEPOSIT-ACCOUNT-END
               VARYING WS-LTR-ACCT-IDX FROM 1 BY 1
               UNTIL WS-LTR-ACCT-IDX > WS-LTR-ACCOUNT-COUNT.

           IF WS-LTR-DEPOSIT-LINES = 0
               MOVE '   (no deposit account open at the as of date)'
                   TO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
           ELSE
               IF LTR-CURRENCIES-MIXED
                   MOVE '   Total not given - accounts are held in'
                       TO WS-SPOOL-WORK-LINE
                   MOVE 'more than one currency'
                       TO WS-SPOOL-WORK-LINE(43:30)
               ELSE
                   MOVE WS-LTR-DEPOSIT-TOTAL TO WS-DISPLAY-AMOUNT
                   STRING 'Total deposits ' WS-LTR-CURRENCY
                       '                  ' WS-DISPLAY-AMOUNT
                       DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE
               END-IF
               PERFORM SPOOL-LINE
           END-IF.

       SPOOL-ONE-DEPOSIT-ACCOUNT.
      *    Print one account's as-of balance
           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               WS-LTR-ACCOUNT-ID(WS-LTR-ACCT-IDX) ACCOUNT-RECORD
               WS-ACCT-STATUS.
           IF WS-ACCT-STATUS NOT = '00'
               GO TO SPOOL-ONE-DEPOSIT-ACCOUNT-END
           END-IF.

           IF ACC-CREATED-TS(1:8) NUMERIC
               MOVE ACC-CREATED-TS(1:8) TO WS-ITEM-START-DATE
               IF WS-ITEM-START-DATE > WS-AS-OF-DATE
                   GO TO SPOOL-ONE-DEPOSIT-ACCOUNT-END
               END-IF
           END-IF.

           PERFORM FIND-AS-OF-SNAPSHOT.

           MOVE SPACES TO WS-SPOOL-WORK-LINE.
           STRING ACC-ID '  ' ACC-TYPE ' ' ACC-CURRENCY ' ' ACC-STATUS
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           IF SNAPSHOT-WAS-FOUND
               MOVE WS-SNAP-BALANCE TO WS-DISPLAY-AMOUNT
               MOVE WS-SNAP-BLOCKED TO WS-DISPLAY-AMOUNT-2
               STRING WS-DISPLAY-AMOUNT ' ' WS-DISPLAY-AMOUNT-2
                   '  ' WS-SNAP-DATE
                   DELIMITED BY SIZE
                   INTO WS-SPOOL-WORK-LINE(40:50)
               ADD WS-SNAP-BALANCE TO WS-LTR-DEPOSIT-TOTAL
           ELSE
               MOVE '       (no balance recorded by the as of date)'
                   TO WS-SPOOL-WORK-LINE(40:50)
           END-IF.
           PERFORM SPOOL-LINE.
           ADD 1 TO WS-LTR-DEPOSIT-LINES.

           IF WS-LTR-CURRENCY = SPACES
               MOVE ACC-CURRENCY TO WS-LTR-CURRENCY
           ELSE
               IF ACC-CURRENCY NOT = WS-LTR-CURRENCY
                   MOVE 'Y' TO WS-LTR-MIXED-CURRENCY
               END-IF
           END-IF.

       SPOOL-ONE-DEPOSIT-ACCOUNT-END.
           EXIT.

       FIND-AS-OF-SNAPSHOT.
      *    Walk the account's snapshots keeping the latest one dated
      *    on or before the as-of date
      *    Input: ACC-ID
      *    Output: WS-SNAP-FOUND, WS-SNAP-DATE, WS-SNAP-BALANCE,
      *            WS-SNAP-BLOCKED
           MOVE 'N' TO WS-SNAP-FOUND.
           MOVE 'N' TO WS-SNAP-DONE.
           MOVE 0 TO WS-SNAP-DATE.
           MOVE 0 TO WS-SNAP-BALANCE.
           MOVE 0 TO WS-SNAP-BLOCKED.

           MOVE ACC-ID TO BSN-ACCOUNT-ID.
           CALL 'FILES' USING 'START-SNAPSHOT-BY-ACCOUNT'
               BALANCE-SNAPSHOT-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               PERFORM CHECK-NEXT-SNAPSHOT UNTIL SNAPSHOTS-DONE
           END-IF.

       CHECK-NEXT-SNAPSHOT.
      *    Read one snapshot row until the rows move on to the next
      *    account
           CALL 'FILES' USING 'READ-NEXT-SNAPSHOT-BY-ACCOUNT'
               BALANCE-SNAPSHOT-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS NOT = '00' OR BSN-ACCOUNT-ID NOT = ACC-ID
               MOVE 'Y' TO WS-SNAP-DONE
           ELSE
               IF BSN-SNAPSHOT-DATE NOT > WS-AS-OF-DATE
                       AND BSN-SNAPSHOT-DATE NOT < WS-SNAP-DATE
                   MOVE 'Y' TO WS-SNAP-FOUND
                   MOVE BSN-SNAPSHOT-DATE TO WS-SNAP-DATE
                   MOVE BSN-BALANCE TO WS-SNAP-BALANCE
                   MOVE BSN-BLOCKED-AMT TO WS-SNAP-BLOCKED
               END-IF
           END-IF.

      ******************************************************************
      * LOANS AND COLLATERAL
      ******************************************************************

       SPOOL-LOAN-SECTION.
      *    One line per loan disbursed to a covered account that was
      *    on the book at the as-of date
           PERFORM SPOOL-LINE.
           MOVE '2. LOANS' TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           MOVE 'Loan      Account   Booked         Principal'
               TO WS-SPOOL-WORK-LINE.
           MOVE '     Outstanding  Status' TO WS-SPOOL-WORK-LINE(46:30).
           PERFORM SPOOL-LINE.

           PERFORM SPOOL-ACCOUNT-LOANS
               VARYING WS-LTR-ACCT-IDX FROM 1 BY 1
               UNTIL WS-LTR-ACCT-IDX > WS-LTR-ACCOUNT-COUNT.

           IF WS-LTR-LOAN-COUNT = 0
               MOVE '   (no loan outstanding at the as of date)'
                   TO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
           ELSE
               MOVE WS-LTR-LOAN-TOTAL TO WS-DISPLAY-AMOUNT
               STRING 'Total outstanding'
                   '                                  '
                   WS-DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
               MOVE '   Outstanding balances are as carried on the'
                   TO WS-SPOOL-WORK-LINE
               MOVE 'loan master at the issue date.'
                   TO WS-SPOOL-WORK-LINE(48:40)
               PERFORM SPOOL-LINE
           END-IF.

       SPOOL-ACCOUNT-LOANS.
      *    Walk the loans disbursed to one covered account
           MOVE WS-LTR-ACCOUNT-ID(WS-LTR-ACCT-IDX)
               TO WS-WALK-ACCOUNT-ID.
           MOVE WS-WALK-ACCOUNT-ID TO LN-ACCOUNT-ID.
           MOVE 'N' TO WS-WALK-DONE.
           CALL 'FILES' USING 'START-LOAN-BY-ACCOUNT' LOAN-RECORD
               WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               PERFORM CHECK-NEXT-ACCOUNT-LOAN
                   THRU CHECK-NEXT-ACCOUNT-LOAN-END
                   UNTIL WALK-IS-DONE
           END-IF.

       CHECK-NEXT-ACCOUNT-LOAN.
      *    Read one loan row; print it if it was on the book at the
      *    as-of date
           CALL 'FILES' USING 'READ-NEXT-LOAN-BY-ACCOUNT' LOAN-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS NOT = '00'
                   OR LN-ACCOUNT-ID NOT = WS-WALK-ACCOUNT-ID
               MOVE 'Y' TO WS-WALK-DONE
               GO TO CHECK-NEXT-ACCOUNT-LOAN-END
           END-IF.

           MOVE 0 TO WS-ITEM-START-DATE.
           IF LN-CREATED-TS(1:8) NUMERIC
               MOVE LN-CREATED-TS(1:8) TO WS-ITEM-START-DATE
           END-IF.
           IF WS-ITEM-START-DATE > WS-AS-OF-DATE
               GO TO CHECK-NEXT-ACCOUNT-LOAN-END
           END-IF.
           IF LN-PAID-OFF-DATE > 0
                   AND LN-PAID-OFF-DATE NOT > WS-AS-OF-DATE
               GO TO CHECK-NEXT-ACCOUNT-LOAN-END
           END-IF.
           IF LN-WRITE-OFF-DATE > 0
                   AND LN-WRITE-OFF-DATE NOT > WS-AS-OF-DATE
               GO TO CHECK-NEXT-ACCOUNT-LOAN-END
           END-IF.

           MOVE LN-PRINCIPAL TO WS-DISPLAY-AMOUNT.
           MOVE LN-OUTSTANDING TO WS-DISPLAY-AMOUNT-2.
           STRING LN-LOAN-ID '  ' LN-ACCOUNT-ID '  '
               WS-ITEM-START-DATE ' ' WS-DISPLAY-AMOUNT ' '
               WS-DISPLAY-AMOUNT-2 '  ' LN-STATUS
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           ADD LN-OUTSTANDING TO WS-LTR-LOAN-TOTAL.

           IF WS-LTR-LOAN-COUNT < 100
               ADD 1 TO WS-LTR-LOAN-COUNT
               MOVE LN-LOAN-ID TO WS-LTR-LOAN-ID(WS-LTR-LOAN-COUNT)
           END-IF.

       CHECK-NEXT-ACCOUNT-LOAN-END.
           EXIT.

       SPOOL-COLLATERAL-SECTION.
      *    One line per asset pledged at the as-of date behind a loan
      *    on the letter
           PERFORM SPOOL-LINE.
           MOVE '3. COLLATERAL PLEDGED' TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           MOVE 'Item      Loan      Type            Valuation'
               TO WS-SPOOL-WORK-LINE.
           MOVE '  Valued    Description' TO WS-SPOOL-WORK-LINE(46:30).
           PERFORM SPOOL-LINE.

           PERFORM SPOOL-LOAN-COLLATERAL
               VARYING WS-LTR-LOAN-IDX FROM 1 BY 1
               UNTIL WS-LTR-LOAN-IDX > WS-LTR-LOAN-COUNT.

           IF WS-LTR-COLLATERAL-LINES = 0
               MOVE '   (no collateral pledged at the as of date)'
                   TO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
           END-IF.

       SPOOL-LOAN-COLLATERAL.
      *    Walk the collateral registered behind one loan
           MOVE WS-LTR-LOAN-ID(WS-LTR-LOAN-IDX) TO WS-WALK-LOAN-ID.
           MOVE WS-WALK-LOAN-ID TO COL-LOAN-ID.
           MOVE 'N' TO WS-WALK-DONE.
           CALL 'FILES' USING 'START-COLLATERAL-BY-LOAN'
               COLLATERAL-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               PERFORM CHECK-NEXT-LOAN-COLLATERAL
                   THRU CHECK-NEXT-LOAN-COLLATERAL-END
                   UNTIL WALK-IS-DONE
           END-IF.

       CHECK-NEXT-LOAN-COLLATERAL.
      *    Read one collateral row; print it if the lien stood at
      *    the as-of date
           CALL 'FILES' USING 'READ-NEXT-COLLATERAL-BY-LOAN'
               COLLATERAL-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS NOT = '00'
                   OR COL-LOAN-ID NOT = WS-WALK-LOAN-ID
               MOVE 'Y' TO WS-WALK-DONE
               GO TO CHECK-NEXT-LOAN-COLLATERAL-END
           END-IF.

           MOVE COL-CREATED-TS TO WS-ITEM-START-DATE-TS.
           MOVE COL-RELEASED-TS TO WS-ITEM-END-DATE-TS.
           PERFORM CHECK-ITEM-STANDING THRU CHECK-ITEM-STANDING-END.
           IF NOT ITEM-STANDING-AT-AS-OF
               GO TO CHECK-NEXT-LOAN-COLLATERAL-END
           END-IF.
           IF COL-RELEASED AND WS-ITEM-END-DATE = 0
               GO TO CHECK-NEXT-LOAN-COLLATERAL-END
           END-IF.

           MOVE COL-VALUATION TO WS-DISPLAY-AMOUNT.
           STRING COL-COLLATERAL-ID '  ' COL-LOAN-ID '  ' COL-TYPE
               WS-DISPLAY-AMOUNT '  ' COL-VALUATION-DATE '  '
               COL-DESCRIPTION
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           ADD 1 TO WS-LTR-COLLATERAL-LINES.

       CHECK-NEXT-LOAN-COLLATERAL-END.
           EXIT.

      ******************************************************************
      * HOLDS, LIENS AND GUARANTEES
      ******************************************************************

       SPOOL-HOLD-SECTION.
      *    One line per hold standing on a covered account at the
      *    as-of date
           PERFORM SPOOL-LINE.
           MOVE '4. HOLDS, LIENS AND GUARANTEES' TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           MOVE 'Kind      Account   Reason                 Amount'
               TO WS-SPOOL-WORK-LINE.
           MOVE '  Since     Case reference'
               TO WS-SPOOL-WORK-LINE(51:30).
           PERFORM SPOOL-LINE.

           PERFORM SPOOL-ACCOUNT-HOLDS
               VARYING WS-LTR-ACCT-IDX FROM 1 BY 1
               UNTIL WS-LTR-ACCT-IDX > WS-LTR-ACCOUNT-COUNT.

           IF WS-LTR-HOLD-LINES = 0
               MOVE '   (none standing at the as of date)'
                   TO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
           END-IF.

       SPOOL-ACCOUNT-HOLDS.
      *    Walk the hold register rows of one covered account
           MOVE WS-LTR-ACCOUNT-ID(WS-LTR-ACCT-IDX)
               TO WS-WALK-ACCOUNT-ID.
           MOVE WS-WALK-ACCOUNT-ID TO FHR-ACCOUNT-ID.
           MOVE 'N' TO WS-WALK-DONE.
           CALL 'FILES' USING 'START-FUNDS-HOLD-BY-ACCOUNT'
               FUNDS-HOLD-RECORD WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               PERFORM CHECK-NEXT-ACCOUNT-HOLD
                   THRU CHECK-NEXT-ACCOUNT-HOLD-END
                   UNTIL WALK-IS-DONE
           END-IF.

       CHECK-NEXT-ACCOUNT-HOLD.
      *    Read one hold row; print it if it stood at the as-of date
           CALL 'FILES' USING 'READ-NEXT-FUNDS-HOLD-BY-ACCT'
               FUNDS-HOLD-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS NOT = '00'
                   OR FHR-ACCOUNT-ID NOT = WS-WALK-ACCOUNT-ID
               MOVE 'Y' TO WS-WALK-DONE
               GO TO CHECK-NEXT-ACCOUNT-HOLD-END
           END-IF.

           MOVE FHR-CREATED-TS TO WS-ITEM-START-DATE-TS.
           MOVE FHR-RELEASED-TS TO WS-ITEM-END-DATE-TS.
           PERFORM CHECK-ITEM-STANDING THRU CHECK-ITEM-STANDING-END.
           IF NOT ITEM-STANDING-AT-AS-OF
               GO TO CHECK-NEXT-ACCOUNT-HOLD-END
           END-IF.
           IF FHR-RELEASED AND WS-ITEM-END-DATE = 0
               GO TO CHECK-NEXT-ACCOUNT-HOLD-END
           END-IF.

           MOVE FUNCTION UPPER-CASE(FHR-REASON-CODE)
               TO WS-REASON-UPPER.
           MOVE 0 TO WS-GUARANTEE-TALLY.
           INSPECT WS-REASON-UPPER
               TALLYING WS-GUARANTEE-TALLY FOR ALL 'GUARANT'.
           IF WS-GUARANTEE-TALLY > 0
               MOVE 'GUARANTEE' TO WS-ITEM-KIND
           ELSE
               MOVE 'HOLD/LIEN' TO WS-ITEM-KIND
           END-IF.

           MOVE FHR-AMOUNT TO WS-DISPLAY-AMOUNT.
           STRING WS-ITEM-KIND ' ' FHR-ACCOUNT-ID '  '
               FHR-REASON-CODE WS-DISPLAY-AMOUNT '  '
               WS-ITEM-START-DATE '  ' FHR-CASE-REFERENCE
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           ADD 1 TO WS-LTR-HOLD-LINES.

       CHECK-NEXT-ACCOUNT-HOLD-END.
           EXIT.

      ******************************************************************
      * AUTHORISED SIGNATORIES
      ******************************************************************

       SPOOL-SIGNER-SECTION.
      *    The holders of each covered account, then every power of
      *    attorney or authorised signer valid at the as-of date
           PERFORM SPOOL-LINE.
           MOVE '5. AUTHORISED SIGNATORIES' TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           MOVE 'Account   Name                           Capacity'
               TO WS-SPOOL-WORK-LINE.
           MOVE '  Valid to' TO WS-SPOOL-WORK-LINE(51:10).
           PERFORM SPOOL-LINE.

           PERFORM SPOOL-ACCOUNT-SIGNERS THRU SPOOL-ACCOUNT-SIGNERS-END
               VARYING WS-LTR-ACCT-IDX FROM 1 BY 1
               UNTIL WS-LTR-ACCT-IDX > WS-LTR-ACCOUNT-COUNT.

       SPOOL-ACCOUNT-SIGNERS.
      *    Print one covered account's holders and signers
           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               WS-LTR-ACCOUNT-ID(WS-LTR-ACCT-IDX) ACCOUNT-RECORD
               WS-ACCT-STATUS.
           IF WS-ACCT-STATUS NOT = '00'
               GO TO SPOOL-ACCOUNT-SIGNERS-END
           END-IF.

           IF ACC-CREATED-TS(1:8) NUMERIC
               MOVE ACC-CREATED-TS(1:8) TO WS-ITEM-START-DATE
               IF WS-ITEM-START-DATE > WS-AS-OF-DATE
                   GO TO SPOOL-ACCOUNT-SIGNERS-END
               END-IF
           END-IF.

           STRING ACC-ID '  ' ACC-HOLDER-NAME ' HOLDER'
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           ADD 1 TO WS-LTR-SIGNER-LINES.

           PERFORM SPOOL-ONE-JOINT-HOLDER
               VARYING WS-HOLDER-IDX FROM 1 BY 1
               UNTIL WS-HOLDER-IDX > ACC-HOLDER-COUNT
                   OR WS-HOLDER-IDX > 4.

           MOVE ACC-ID TO WS-WALK-ACCOUNT-ID.
           MOVE WS-WALK-ACCOUNT-ID TO SGN-ACCOUNT-ID.
           MOVE 'N' TO WS-WALK-DONE.
           CALL 'FILES' USING 'START-SIGNER-BY-ACCOUNT' SIGNER-RECORD
               WS-OP-STATUS.
           IF WS-OP-STATUS = '00'
               PERFORM CHECK-NEXT-ACCOUNT-SIGNER
                   THRU CHECK-NEXT-ACCOUNT-SIGNER-END
                   UNTIL WALK-IS-DONE
           END-IF.

       SPOOL-ACCOUNT-SIGNERS-END.
           EXIT.

       SPOOL-ONE-JOINT-HOLDER.
      *    Print one additional joint holder of the account
           IF ACC-HOLDER-JOINT(WS-HOLDER-IDX)
               STRING ACC-ID '  ' ACC-HOLDER-ENTRY-NAME(WS-HOLDER-IDX)
                   ' JOINT HOLDER'
                   DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
               ADD 1 TO WS-LTR-SIGNER-LINES
           END-IF.

       CHECK-NEXT-ACCOUNT-SIGNER.
      *    Read one signer row; print it if the authority was valid
      *    at the as-of date
           CALL 'FILES' USING 'READ-NEXT-SIGNER-BY-ACCOUNT'
               SIGNER-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS NOT = '00'
                   OR SGN-ACCOUNT-ID NOT = WS-WALK-ACCOUNT-ID
               MOVE 'Y' TO WS-WALK-DONE
               GO TO CHECK-NEXT-ACCOUNT-SIGNER-END
           END-IF.

           IF SGN-VALID-FROM > WS-AS-OF-DATE
               GO TO CHECK-NEXT-ACCOUNT-SIGNER-END
           END-IF.
           IF SGN-VALID-TO > 0 AND SGN-VALID-TO < WS-AS-OF-DATE
               GO TO CHECK-NEXT-ACCOUNT-SIGNER-END
           END-IF.

           MOVE SGN-CREATED-TS TO WS-ITEM-START-DATE-TS.
           MOVE SGN-REVOKED-TS TO WS-ITEM-END-DATE-TS.
           PERFORM CHECK-ITEM-STANDING THRU CHECK-ITEM-STANDING-END.
           IF NOT ITEM-STANDING-AT-AS-OF
               GO TO CHECK-NEXT-ACCOUNT-SIGNER-END
           END-IF.
           IF SGN-REVOKED AND WS-ITEM-END-DATE = 0
               GO TO CHECK-NEXT-ACCOUNT-SIGNER-END
           END-IF.

           STRING SGN-ACCOUNT-ID '  ' SGN-NAME ' SIGNER '
               SGN-SCOPE ' ' SGN-VALID-TO
               DELIMITED BY SIZE INTO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           ADD 1 TO WS-LTR-SIGNER-LINES.

       CHECK-NEXT-ACCOUNT-SIGNER-END.
           EXIT.

      ******************************************************************
      * AS-OF TESTS
      ******************************************************************

       CHECK-ITEM-STANDING.
      *    Decide whether a register item stood at the as-of date:
      *    created on or before it, and not released (or revoked)
      *    on or before it. A release stamp left blank on an item
      *    since released is caught by the caller
      *    Input: WS-ITEM-START-DATE-TS, WS-ITEM-END-DATE-TS
      *    Output: WS-ITEM-STANDING, WS-ITEM-START-DATE,
      *            WS-ITEM-END-DATE
           MOVE 'N' TO WS-ITEM-STANDING.
           MOVE 0 TO WS-ITEM-START-DATE.
           MOVE 0 TO WS-ITEM-END-DATE.

           IF WS-ITEM-START-DATE-TS(1:8) NUMERIC
               MOVE WS-ITEM-START-DATE-TS(1:8) TO WS-ITEM-START-DATE
           END-IF.
           IF WS-ITEM-END-DATE-TS(1:8) NUMERIC
               MOVE WS-ITEM-END-DATE-TS(1:8) TO WS-ITEM-END-DATE
           END-IF.

           IF WS-ITEM-START-DATE > WS-AS-OF-DATE
               GO TO CHECK-ITEM-STANDING-END
           END-IF.
           IF WS-ITEM-END-DATE > 0
                   AND WS-ITEM-END-DATE NOT > WS-AS-OF-DATE
               GO TO CHECK-ITEM-STANDING-END
           END-IF.

           MOVE 'Y' TO WS-ITEM-STANDING.

       CHECK-ITEM-STANDING-END.
           EXIT.

      ******************************************************************
      * LETTER FOOTING AND REGISTER
      ******************************************************************

       SPOOL-LETTER-FOOTING.
      *    Close the letter with the reply instruction
           PERFORM SPOOL-LINE.
           MOVE 'Please quote the control number above in any reply.'
               TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           MOVE 'This confirmation is given without responsibility on'
               TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           MOVE 'the part of the bank beyond the records shown above.'
               TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           MOVE WS-RULE-LINE TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.

       REGISTER-LETTER.
      *    Enter the letter just spooled on the confirmation register
           INITIALIZE CONFIRM-REGISTER-RECORD.
           MOVE WS-CONTROL-NO TO CNF-CONTROL-NO.
           MOVE WS-LTR-CUSTOMER-ID TO CNF-CUSTOMER-ID.
           MOVE WS-REQ-SCOPE TO CNF-SCOPE.
           IF REQ-SCOPE-ACCOUNT
               MOVE WS-LTR-ACCOUNT-ID(1) TO CNF-ACCOUNT-ID
           ELSE
               MOVE 0 TO CNF-ACCOUNT-ID
           END-IF.
           MOVE WS-AS-OF-DATE TO CNF-AS-OF-DATE.
           MOVE WS-REQ-AUDITOR TO CNF-AUDITOR.
           MOVE WS-REQ-AUDITOR-REF TO CNF-AUDITOR-REF.
           MOVE WS-EFFECTIVE-DATE TO CNF-ISSUED-DATE.
           MOVE WS-LTR-DEPOSIT-LINES TO CNF-ACCOUNT-COUNT.
           MOVE WS-LTR-DEPOSIT-TOTAL TO CNF-DEPOSIT-TOTAL.
           MOVE WS-LTR-LOAN-COUNT TO CNF-LOAN-COUNT.
           MOVE WS-LTR-LOAN-TOTAL TO CNF-LOAN-TOTAL.
           MOVE WS-LTR-COLLATERAL-LINES TO CNF-COLLATERAL-COUNT.
           MOVE WS-LTR-HOLD-LINES TO CNF-HOLD-COUNT.
           MOVE WS-LTR-SIGNER-LINES TO CNF-SIGNER-COUNT.
           MOVE WS-ARCHIVE-RUN-ID TO CNF-SPOOL-RUN-ID.
           MOVE WS-TIMESTAMP TO CNF-ISSUED-TS.
           MOVE SPACES TO CNF-FILLER.

           CALL 'FILES' USING 'WRITE-CONFIRM-REGISTER'
               CONFIRM-REGISTER-RECORD WS-REG-STATUS.
           IF WS-REG-STATUS NOT = '00'
               DISPLAY 'WARNING: Letter ' WS-CONTROL-NO
                   ' not entered on the register (status '
                   WS-REG-STATUS ')'
           END-IF.

       SPOOL-LINE.
      *    Write the line built in WS-SPOOL-WORK-LINE to the spool
      *    and its archive
           MOVE WS-SPOOL-WORK-LINE TO CONFIRM-SPOOL-LINE.
           CALL 'FILES' USING 'WRITE-CONFIRM-SPOOL-LINE'
               CONFIRM-SPOOL-LINE WS-SPOOL-STATUS.
           CALL 'SPOOLARC' USING 'ARCHIVE-SPOOL-LINE'
               WS-SPOOL-WORK-LINE.
           MOVE SPACES TO WS-SPOOL-WORK-LINE.

       END PROGRAM CONFLTR.
