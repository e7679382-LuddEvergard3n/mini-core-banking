      ******************************************************************
      * CUSTDQ.COB - Customer Data-Quality Report
      *
      * Standalone report batch, run once to size the back-book
      * clean-up and monthly thereafter. Tax IDs and KYC details
      * were free text for years before onboarding checked them, and
      * CUSTDUP, DEPINS and the FIU aggregations all depend on those
      * values being right. This pass lists what needs fixing:
      * - customers whose tax ID fails its CPF/CNPJ check digits,
      *   or passes but is stored punctuated (so it never matches
      *   the bare form onboarding now stores)
      * - customers whose date of birth is missing, not a real
      *   calendar date, in the future, or more than 120 years ago
      * - customers with no address on file
      * - open accounts with no customer link, a link to a customer
      *   who is not on file, or a KYC copy (name, tax ID, date of
      *   birth, address) that no longer matches the customer master
      *
      * Design decisions:
      * - Read-only: every row is fixed through the KYC review and
      *   account amendment screens, so each correction carries its
      *   own audit trail
      * - Tax IDs are checked by the same VALIDATE-TAX-ID routine
      *   onboarding uses, so the report and the screens never
      *   disagree about what is valid
      * - Anonymized (ERASED) customers are skipped - there is
      *   nothing left on them to clean; CLOSED accounts are
      *   skipped too, their KYC copy is history
      * - Dates are judged against the shared system posting date
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDQ.
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

       01  WS-VALIDATION-RESULT        PIC 9.
       01  WS-VALIDATION-MESSAGE       PIC X(80).

      * The tax ID as validated: VALIDATE-TAX-ID hands a valid ID
      * back in its bare form, so a difference from the stored
      * value means the stored value is punctuated
       01  WS-TAX-ID-CHECKED           PIC X(20).

      * Oldest plausible birth date: 120 years before posting date
       01  WS-OLDEST-DOB               PIC 9(8).

      * Which KYC fields on the account differ from the master
       01  WS-MISMATCH-FIELDS          PIC X(30).
       01  WS-MISMATCH-PTR             PIC 99.

       01  WS-REPORT-COUNTERS.
           05  WS-CUSTOMERS-SCANNED    PIC 9(6) VALUE 0.
           05  WS-CUSTOMERS-CHECKED    PIC 9(6) VALUE 0.
           05  WS-BAD-TAX-IDS          PIC 9(6) VALUE 0.
           05  WS-UNNORMALIZED-TAX-IDS PIC 9(6) VALUE 0.
           05  WS-MISSING-DOBS         PIC 9(6) VALUE 0.
           05  WS-IMPOSSIBLE-DOBS      PIC 9(6) VALUE 0.
           05  WS-BLANK-ADDRESSES      PIC 9(6) VALUE 0.
           05  WS-ACCOUNTS-SCANNED     PIC 9(6) VALUE 0.
           05  WS-ACCOUNTS-CHECKED     PIC 9(6) VALUE 0.
           05  WS-UNLINKED-ACCOUNTS    PIC 9(6) VALUE 0.
           05  WS-ORPHAN-ACCOUNTS      PIC 9(6) VALUE 0.
           05  WS-KYC-MISMATCHES       PIC 9(6) VALUE 0.
           05  WS-ISSUES-FOUND         PIC 9(6) VALUE 0.

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
      *    Entry point for the customer data-quality report
           PERFORM DISPLAY-BANNER.
           PERFORM CHECK-CUSTOMER-MASTER.
           PERFORM CHECK-ACCOUNT-KYC-COPIES.
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
           COMPUTE WS-OLDEST-DOB = WS-EFFECTIVE-DATE - 1200000.
           DISPLAY '================================================'.
           DISPLAY 'CUSTOMER DATA-QUALITY REPORT'.
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
           DISPLAY 'Customers scanned:     ' WS-CUSTOMERS-SCANNED.
           DISPLAY 'Customers checked:     ' WS-CUSTOMERS-CHECKED.
           DISPLAY '  Invalid tax IDs:     ' WS-BAD-TAX-IDS.
           DISPLAY '  Punctuated tax IDs:  ' WS-UNNORMALIZED-TAX-IDS.
           DISPLAY '  Missing birth dates: ' WS-MISSING-DOBS.
           DISPLAY '  Impossible births:   ' WS-IMPOSSIBLE-DOBS.
           DISPLAY '  Blank addresses:     ' WS-BLANK-ADDRESSES.
           DISPLAY 'Accounts scanned:      ' WS-ACCOUNTS-SCANNED.
           DISPLAY 'Open accounts checked: ' WS-ACCOUNTS-CHECKED.
           DISPLAY '  No customer link:    ' WS-UNLINKED-ACCOUNTS.
           DISPLAY '  Customer not found:  ' WS-ORPHAN-ACCOUNTS.
           DISPLAY '  KYC copy mismatches: ' WS-KYC-MISMATCHES.
           DISPLAY 'Issues to clean up:    ' WS-ISSUES-FOUND.
           IF WS-ISSUES-FOUND > 0
               DISPLAY 'Correct them through the KYC review and '
                   'account amendment screens.'
           END-IF.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * CUSTOMER MASTER PASS
      ******************************************************************

       CHECK-CUSTOMER-MASTER.
      *    Single sequential pass over CUSTOMER-FILE
           CALL 'FILES' USING 'OPEN-CUSTOMER-FILE-IO'.
           CALL 'FILES' USING 'START-CUSTOMER-FILE-TOP' WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               PERFORM CHECK-NEXT-CUSTOMER
                   UNTIL WS-OP-STATUS = '10'
           END-IF.

           CALL 'FILES' USING 'CLOSE-CUSTOMER-FILE'.

       CHECK-NEXT-CUSTOMER.
      *    Read one customer and check it unless anonymized
           CALL 'FILES' USING 'READ-NEXT-CUSTOMER' CUSTOMER-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-CUSTOMERS-SCANNED
               IF CUS-NAME NOT = 'ERASED'
                   ADD 1 TO WS-CUSTOMERS-CHECKED
                   PERFORM CHECK-CUSTOMER-TAX-ID
                   PERFORM CHECK-CUSTOMER-BIRTH-DATE
                   IF CUS-ADDRESS = SPACES
                       ADD 1 TO WS-BLANK-ADDRESSES
                       ADD 1 TO WS-ISSUES-FOUND
                       DISPLAY 'NO-ADDRESS Customer: ' CUS-ID
                           '  ' CUS-NAME
                   END-IF
               END-IF
           END-IF.

       CHECK-CUSTOMER-TAX-ID.
      *    Run the stored tax ID through the onboarding check
           MOVE CUS-TAX-ID TO WS-TAX-ID-CHECKED.
           CALL 'VALIDATION' USING 'VALIDATE-TAX-ID'
               WS-TAX-ID-CHECKED WS-VALIDATION-RESULT
               WS-VALIDATION-MESSAGE.

           IF WS-VALIDATION-RESULT = 0
               ADD 1 TO WS-BAD-TAX-IDS
               ADD 1 TO WS-ISSUES-FOUND
               DISPLAY 'BAD-TAXID  Customer: ' CUS-ID
                   '  [' CUS-TAX-ID ']  ' WS-VALIDATION-MESSAGE
           ELSE
               IF WS-TAX-ID-CHECKED NOT = CUS-TAX-ID
                   ADD 1 TO WS-UNNORMALIZED-TAX-IDS
                   ADD 1 TO WS-ISSUES-FOUND
                   DISPLAY 'PUNCTUATED Customer: ' CUS-ID
                       '  [' CUS-TAX-ID '] should be ['
                       WS-TAX-ID-CHECKED ']'
               END-IF
           END-IF.

       CHECK-CUSTOMER-BIRTH-DATE.
      *    A birth date must be present, a real calendar date, not
      *    after the posting date and no more than 120 years before
           IF CUS-DATE-OF-BIRTH = 0
               ADD 1 TO WS-MISSING-DOBS
               ADD 1 TO WS-ISSUES-FOUND
               DISPLAY 'NO-DOB     Customer: ' CUS-ID '  ' CUS-NAME
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(CUS-DATE-OF-BIRTH)
                       NOT = 0 OR
                       CUS-DATE-OF-BIRTH > WS-EFFECTIVE-DATE OR
                       CUS-DATE-OF-BIRTH < WS-OLDEST-DOB
                   ADD 1 TO WS-IMPOSSIBLE-DOBS
                   ADD 1 TO WS-ISSUES-FOUND
                   DISPLAY 'BAD-DOB    Customer: ' CUS-ID '  '
                       CUS-NAME '  Born: ' CUS-DATE-OF-BIRTH
               END-IF
           END-IF.

      ******************************************************************
      * ACCOUNT KYC COPY PASS
      ******************************************************************

       CHECK-ACCOUNT-KYC-COPIES.
      *    Single sequential pass over ACCOUNT-FILE, looking up each
      *    open account's customer master
           CALL 'FILES' USING 'OPEN-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'OPEN-CUSTOMER-FILE-IO'.
           CALL 'FILES' USING 'START-ACCOUNT-FILE-TOP' WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               PERFORM CHECK-NEXT-ACCOUNT
                   UNTIL WS-OP-STATUS = '10'
           END-IF.

           CALL 'FILES' USING 'CLOSE-CUSTOMER-FILE'.
           CALL 'FILES' USING 'CLOSE-ACCOUNT-FILE'.

       CHECK-NEXT-ACCOUNT.
      *    Read one account and check it unless closed
           CALL 'FILES' USING 'READ-NEXT-ACCOUNT' ACCOUNT-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-ACCOUNTS-SCANNED
               IF NOT ACC-CLOSED
                   ADD 1 TO WS-ACCOUNTS-CHECKED
                   PERFORM CHECK-ONE-ACCOUNT THRU CHECK-ONE-ACCOUNT-END
               END-IF
           END-IF.

       CHECK-ONE-ACCOUNT.
      *    The account must point at a customer on file, and its
      *    KYC copy must agree with that customer's master record
           IF ACC-CUSTOMER-ID = 0
               ADD 1 TO WS-UNLINKED-ACCOUNTS
               ADD 1 TO WS-ISSUES-FOUND
               DISPLAY 'UNLINKED   Account: ' ACC-ID '  '
                   ACC-HOLDER-NAME
               GO TO CHECK-ONE-ACCOUNT-END
           END-IF.

           MOVE ACC-CUSTOMER-ID TO CUS-ID.
           CALL 'FILES' USING 'READ-CUSTOMER' CUSTOMER-RECORD
               WS-CUST-STATUS.

           IF WS-CUST-STATUS NOT = '00'
               ADD 1 TO WS-ORPHAN-ACCOUNTS
               ADD 1 TO WS-ISSUES-FOUND
               DISPLAY 'ORPHAN     Account: ' ACC-ID
                   '  Customer ' ACC-CUSTOMER-ID ' not on file'
               GO TO CHECK-ONE-ACCOUNT-END
           END-IF.

           IF CUS-NAME = 'ERASED'
               GO TO CHECK-ONE-ACCOUNT-END
           END-IF.

           MOVE SPACES TO WS-MISMATCH-FIELDS.
           MOVE 1 TO WS-MISMATCH-PTR.
           IF ACC-HOLDER-NAME NOT = CUS-NAME
               STRING 'NAME ' DELIMITED BY SIZE
                   INTO WS-MISMATCH-FIELDS POINTER WS-MISMATCH-PTR
           END-IF.
           IF ACC-TAX-ID NOT = CUS-TAX-ID
               STRING 'TAXID ' DELIMITED BY SIZE
                   INTO WS-MISMATCH-FIELDS POINTER WS-MISMATCH-PTR
           END-IF.
           IF ACC-DATE-OF-BIRTH NOT = CUS-DATE-OF-BIRTH
               STRING 'DOB ' DELIMITED BY SIZE
                   INTO WS-MISMATCH-FIELDS POINTER WS-MISMATCH-PTR
           END-IF.
           IF ACC-ADDRESS NOT = CUS-ADDRESS
               STRING 'ADDRESS ' DELIMITED BY SIZE
                   INTO WS-MISMATCH-FIELDS POINTER WS-MISMATCH-PTR
           END-IF.

           IF WS-MISMATCH-FIELDS NOT = SPACES
               ADD 1 TO WS-KYC-MISMATCHES
               ADD 1 TO WS-ISSUES-FOUND
               DISPLAY 'KYC-DIFF   Account: ' ACC-ID
                   '  Customer: ' CUS-ID '  ' WS-MISMATCH-FIELDS
           END-IF.

       CHECK-ONE-ACCOUNT-END.
           EXIT.

       END PROGRAM CUSTDQ.
