      ******************************************************************
      * CUSMIG.COB - Customer Master Contact Layout Migration
      *
      * One-time conversion utility for the CUSTOMER-RECORD expansion
      * that added the mobile number, email address and preferred
      * notification channel. The same runbook ACCTMIG established:
      *
      * 1. Stop every session using this data directory.
      * 2. Copy data/customers.dat to data/customers.dat.precontact
      *    (the old-length source this job reads from).
      * 3. Delete data/customers.dat so the first FILES call below
      *    creates a fresh, empty file at the new record length.
      * 4. Run this job. Every customer is carried forward with no
      *    contact details on file and the PAPER channel - exactly
      *    how notices reached them before - until an operator
      *    records their details at the next KYC amendment.
      * 5. Confirm the migrated count matches the old file's row
      *    count, then retire data/customers.dat.precontact.
      *
      * The record this job writes is the current one, relationship
      * manager fields included, so no further customer conversion
      * follows it: every customer comes across with no relationship
      * manager (an ordinary branch-served customer, as all were
      * before) until a supervisor places them in a manager's book
      * from the RM desk.
      *
      * Design decisions:
      * - OLD-CUSTOMER-FILE below is a private copy of the layout
      *   exactly as it stood before the contact fields - it lives
      *   only here, the same way ACCTMIG froze its predecessor
      * - Nobody is opted in to SMS or email by the migration: an
      *   electronic channel needs a contact detail the bank has
      *   never held, so PAPER is the only truthful starting point
      * - No RM assignment history is written: a customer with no
      *   manager has had no change to record, and the first real
      *   assignment opens their history
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSMIG.
       AUTHOR. PORTFOLIO.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Read-only snapshot of the pre-contact customer file,
      *    placed aside by the operator per the runbook above
           SELECT OLD-CUSTOMER-FILE
               ASSIGN TO "data/customers.dat.precontact"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OC-CUS-ID
               ALTERNATE RECORD KEY IS OC-TAX-ID
                   WITH DUPLICATES
               FILE STATUS IS OLD-CUSTOMER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-CUSTOMER-FILE.
       01  OLD-CUSTOMER-FILE-REC.
      *    CUSTOMER-RECORD layout frozen exactly as it stood before
      *    the contact fields were added
           05  OC-CUS-ID               PIC 9(8).
           05  OC-NAME                 PIC X(30).
           05  OC-TAX-ID               PIC X(20).
           05  OC-DATE-OF-BIRTH        PIC 9(8).
           05  OC-ADDRESS              PIC X(60).
           05  OC-STATUS               PIC X(8).
           05  OC-CREATED-TS           PIC X(14).
           05  OC-UPDATED-TS           PIC X(14).
           05  OC-RISK-TIER            PIC X(6).
           05  OC-NEXT-KYC-REVIEW      PIC 9(8).
           05  OC-FILLER               PIC X(6).

       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  OLD-CUSTOMER-FILE-STATUS    PIC XX.
       01  WS-OP-STATUS                PIC XX.

      * Report counters
       01  WS-ROWS-READ                PIC 9(8) VALUE 0.
       01  WS-ROWS-MIGRATED            PIC 9(8) VALUE 0.
       01  WS-ROWS-FAILED              PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the customer layout migration
           PERFORM DISPLAY-BANNER.
           PERFORM MIGRATE-CUSTOMERS.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           DISPLAY '================================================'.
           DISPLAY 'CUSTOMER MASTER CONTACT LAYOUT MIGRATION'.
           DISPLAY 'Source: data/customers.dat.precontact'.
           DISPLAY 'Target: data/customers.dat (new layout)'.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Rows read:       ' WS-ROWS-READ.
           DISPLAY 'Rows migrated:   ' WS-ROWS-MIGRATED.
           DISPLAY 'Rows failed:     ' WS-ROWS-FAILED.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * MIGRATION
      ******************************************************************

       MIGRATE-CUSTOMERS.
      *    Single sequential pass over the old-layout customer file,
      *    re-writing every row through FILES at the new length
           OPEN INPUT OLD-CUSTOMER-FILE.
           IF OLD-CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY 'FATAL: Cannot open premigration source file'
               STOP RUN
           END-IF.

           CALL 'FILES' USING 'OPEN-CUSTOMER-FILE-IO'.

           PERFORM MIGRATE-NEXT-CUSTOMER UNTIL
               OLD-CUSTOMER-FILE-STATUS = '10'.

           CLOSE OLD-CUSTOMER-FILE.
           CALL 'FILES' USING 'CLOSE-CUSTOMER-FILE'.

       MIGRATE-NEXT-CUSTOMER.
      *    Read one old-layout row and carry it forward
           READ OLD-CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE '10' TO OLD-CUSTOMER-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   PERFORM CONVERT-AND-WRITE-CUSTOMER
           END-READ.

       CONVERT-AND-WRITE-CUSTOMER.
      *    Carry the old row into the new CUSTOMER-RECORD field by
      *    field; the contact details start blank on PAPER and the
      *    relationship manager fields blank (no manager)
           INITIALIZE CUSTOMER-RECORD.
           MOVE OC-CUS-ID TO CUS-ID.
           MOVE OC-NAME TO CUS-NAME.
           MOVE OC-TAX-ID TO CUS-TAX-ID.
           MOVE OC-DATE-OF-BIRTH TO CUS-DATE-OF-BIRTH.
           MOVE OC-ADDRESS TO CUS-ADDRESS.
           MOVE OC-STATUS TO CUS-STATUS.
           MOVE OC-CREATED-TS TO CUS-CREATED-TS.
           MOVE OC-UPDATED-TS TO CUS-UPDATED-TS.
           MOVE OC-RISK-TIER TO CUS-RISK-TIER.
           MOVE OC-NEXT-KYC-REVIEW TO CUS-NEXT-KYC-REVIEW.
           MOVE SPACES TO CUS-MOBILE-PHONE.
           MOVE SPACES TO CUS-EMAIL.
           MOVE 'PAPER' TO CUS-NOTIFY-CHANNEL.

           CALL 'FILES' USING 'WRITE-CUSTOMER'
               CUSTOMER-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-ROWS-MIGRATED
           ELSE
               ADD 1 TO WS-ROWS-FAILED
               DISPLAY 'FAILED    Customer ' OC-CUS-ID
                   '  migration write failed, status ' WS-OP-STATUS
           END-IF.

       END PROGRAM CUSMIG.
