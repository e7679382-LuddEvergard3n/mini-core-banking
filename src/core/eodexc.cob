      ******************************************************************
      * EODEXC.COB - Nightly Exceptions Register Module
      *
      * Collects the items the nightly jobs could not process - the
      * clearing items parked in suspense or returned, the card
      * settlement declines, the bounced direct debits, the standing
      * orders that failed, the missed loan installments, the NSF
      * fees that could not be taken, the broken promises to pay,
      * the reconciliation breaks, the cross-file orphans and the
      * expired pending approvals - into one register for the
      * business date, so the morning exceptions report (EXCRPT.COB)
      * can put them in front of the departments that own them
      * instead of a dozen job logs.
      *
      * Design decisions:
      * - Each job records its own items as it meets them, through
      *   RECORD-EOD-EXCEPTION, with the account, amount, its own
      *   reference, the reason and the action the owning
      *   department has to take. The business date is the shared
      *   system posting date, stamped here, not by the caller
      * - The owning department is looked up here from the source
      *   job, in the one table below, so a job changing hands is a
      *   one-line change
      * - Items are keyed by date, source job and a sequence kept
      *   per job and date, found from the job's own items - no
      *   control-file counter, so a report step in the concurrent
      *   fan-out can record items without sharing a writable file
      * - The same item (job, account, reference and reason) is
      *   recorded once per business date, so a forced rerun of a
      *   job does not double its section
      * - A department signs off its section for a date once it has
      *   dealt with it. The sign-off keeps the item count it
      *   covered: items recorded later make the section open again
      *   until it is re-signed. A section with no items cannot be
      *   signed
      *
      * Departments and the jobs they own:
      *   PAYMENTS   CLEARIN, DDCOLLECT, STANDING
      *   CARDS      CARDSETL
      *   LENDING    LOANPOST, COLLQ
      *   BRANCH     NSFFEE, PENDAGE
      *   FINANCE    RECONCILE
      *   SYSTEMS    XREFCHK
      *   OPERATIONS any other job
      *
      * Operations:
      *   RECORD-EOD-EXCEPTION        - register one item
      *   COUNT-DEPARTMENT-EXCEPTIONS - a section's item count
      *   SIGN-OFF-DEPARTMENT         - confirm a section dealt with
      *   GET-DEPARTMENT-SIGNOFF      - a section's sign-off, if any
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODEXC.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  WS-EXC-OPERATION.
           05  WS-EXC-OP-STATUS        PIC XX.
               88  EXC-OP-SUCCESS      VALUE '00'.
               88  EXC-OP-DUPLICATE    VALUE '22'.
               88  EXC-OP-NOT-FOUND    VALUE '23'.
           05  WS-EXC-OP-MESSAGE       PIC X(80).

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
       01  WS-INPUT-SOURCE-JOB         PIC X(10).
       01  WS-INPUT-ACCOUNT-ID         PIC 9(8).
       01  WS-INPUT-AMOUNT             PIC S9(13)V99.
       01  WS-INPUT-REFERENCE          PIC X(20).
       01  WS-INPUT-REASON             PIC X(30).
       01  WS-INPUT-ACTION             PIC X(40).
       01  WS-INPUT-BUSINESS-DATE      PIC 9(8).
       01  WS-INPUT-DEPARTMENT         PIC X(10).
       01  WS-INPUT-OPERATOR-ID        PIC 9(6).
       01  WS-INPUT-NOTE               PIC X(40).

      * Owning department of each job that records exceptions
       01  WS-DEPT-TABLE-VALUES.
           05  FILLER PIC X(20) VALUE 'CLEARIN   PAYMENTS  '.
           05  FILLER PIC X(20) VALUE 'DDCOLLECT PAYMENTS  '.
           05  FILLER PIC X(20) VALUE 'STANDING  PAYMENTS  '.
           05  FILLER PIC X(20) VALUE 'CARDSETL  CARDS     '.
           05  FILLER PIC X(20) VALUE 'LOANPOST  LENDING   '.
           05  FILLER PIC X(20) VALUE 'COLLQ     LENDING   '.
           05  FILLER PIC X(20) VALUE 'NSFFEE    BRANCH    '.
           05  FILLER PIC X(20) VALUE 'PENDAGE   BRANCH    '.
           05  FILLER PIC X(20) VALUE 'RECONCILE FINANCE   '.
           05  FILLER PIC X(20) VALUE 'XREFCHK   SYSTEMS   '.
       01  WS-DEPT-TABLE REDEFINES WS-DEPT-TABLE-VALUES.
           05  WS-DEPT-ENTRY OCCURS 10 TIMES.
               10  WS-DEPT-JOB         PIC X(10).
               10  WS-DEPT-NAME        PIC X(10).
       01  WS-DEPT-COUNT               PIC 99 VALUE 10.
       01  WS-DEPT-IDX                 PIC 99.
       01  WS-JOB-DEPARTMENT           PIC X(10).

      * Register scan working data
       01  WS-BUSINESS-DATE            PIC 9(8).
       01  WS-SCAN-STATUS              PIC XX.
       01  WS-LAST-SEQUENCE            PIC 9(6).
       01  WS-ITEM-FOUND               PIC 9.
           88  ITEM-ALREADY-RECORDED   VALUE 1.
       01  WS-DEPT-ITEM-COUNT          PIC 9(6).

       01  WS-FILE-STATUS              PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-EXC-AUDIT-DETAILS        PIC X(50).

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

       FIND-JOB-DEPARTMENT.
      *    Look up the department that owns a source job
      *    Input: WS-INPUT-SOURCE-JOB
      *    Output: WS-JOB-DEPARTMENT
           MOVE 'OPERATIONS' TO WS-JOB-DEPARTMENT.
           PERFORM MATCH-ONE-DEPT-ENTRY
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.

       MATCH-ONE-DEPT-ENTRY.
      *    Take the department of a matching table entry
           IF WS-DEPT-JOB(WS-DEPT-IDX) = WS-INPUT-SOURCE-JOB
               MOVE WS-DEPT-NAME(WS-DEPT-IDX) TO WS-JOB-DEPARTMENT
           END-IF.

      ******************************************************************
      * EXCEPTION RECORDING
      ******************************************************************

       RECORD-EOD-EXCEPTION.
      *    Register one item a nightly job could not process, under
      *    the current business date and the job's department
      *    Input: WS-INPUT-SOURCE-JOB, WS-INPUT-ACCOUNT-ID,
      *           WS-INPUT-AMOUNT, WS-INPUT-REFERENCE,
      *           WS-INPUT-REASON, WS-INPUT-ACTION
      *    Output: WS-EXC-OP-STATUS
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-BUSINESS-DATE.
           PERFORM FIND-JOB-DEPARTMENT.

      *    Find the job's last sequence for the date, and whether this
      *    item is already on the register
           MOVE 0 TO WS-LAST-SEQUENCE.
           MOVE 0 TO WS-ITEM-FOUND.
           INITIALIZE EOD-EXCEPTION-RECORD.
           MOVE WS-BUSINESS-DATE TO EXC-BUSINESS-DATE.
           MOVE WS-INPUT-SOURCE-JOB TO EXC-SOURCE-JOB.
           MOVE 0 TO EXC-SEQUENCE.

           CALL 'FILES' USING 'OPEN-EOD-EXCEPTION-FILE-IO'.
           CALL 'FILES' USING 'START-EOD-EXCEPTIONS-AT'
               EOD-EXCEPTION-RECORD WS-SCAN-STATUS.

           PERFORM SCAN-NEXT-JOB-ITEM
               UNTIL WS-SCAN-STATUS NOT = '00'.

           IF ITEM-ALREADY-RECORDED
               CALL 'FILES' USING 'CLOSE-EOD-EXCEPTION-FILE'
               MOVE '22' TO WS-EXC-OP-STATUS
               MOVE 'Item already on the exceptions register'
                   TO WS-EXC-OP-MESSAGE
               GO TO RECORD-EOD-EXCEPTION-END
           END-IF.

           INITIALIZE EOD-EXCEPTION-RECORD.
           MOVE WS-BUSINESS-DATE TO EXC-BUSINESS-DATE.
           MOVE WS-INPUT-SOURCE-JOB TO EXC-SOURCE-JOB.
           COMPUTE EXC-SEQUENCE = WS-LAST-SEQUENCE + 1.
           MOVE WS-JOB-DEPARTMENT TO EXC-DEPARTMENT.
           MOVE WS-INPUT-ACCOUNT-ID TO EXC-ACCOUNT-ID.
           MOVE WS-INPUT-AMOUNT TO EXC-AMOUNT.
           MOVE WS-INPUT-REFERENCE TO EXC-REFERENCE.
           MOVE WS-INPUT-REASON TO EXC-REASON.
           MOVE WS-INPUT-ACTION TO EXC-ACTION.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO EXC-RECORDED-TS.

           CALL 'FILES' USING 'WRITE-EOD-EXCEPTION'
               EOD-EXCEPTION-RECORD WS-FILE-STATUS.
           CALL 'FILES' USING 'CLOSE-EOD-EXCEPTION-FILE'.

           MOVE WS-FILE-STATUS TO WS-EXC-OP-STATUS.
           MOVE 'Item recorded on the exceptions register'
               TO WS-EXC-OP-MESSAGE.

       RECORD-EOD-EXCEPTION-END.
           EXIT.

       SCAN-NEXT-JOB-ITEM.
      *    Read the job's next item for the date, keeping its
      *    sequence and noting a repeat of the item being recorded
           CALL 'FILES' USING 'READ-NEXT-EOD-EXCEPTION'
               EOD-EXCEPTION-RECORD WS-SCAN-STATUS.

           IF WS-SCAN-STATUS = '00'
               IF EXC-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                       OR EXC-SOURCE-JOB NOT = WS-INPUT-SOURCE-JOB
                   MOVE '10' TO WS-SCAN-STATUS
               ELSE
                   MOVE EXC-SEQUENCE TO WS-LAST-SEQUENCE
                   IF EXC-ACCOUNT-ID = WS-INPUT-ACCOUNT-ID
                           AND EXC-REFERENCE = WS-INPUT-REFERENCE
                           AND EXC-REASON = WS-INPUT-REASON
                       MOVE 1 TO WS-ITEM-FOUND
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * DEPARTMENT SIGN-OFF
      ******************************************************************

       COUNT-DEPARTMENT-EXCEPTIONS.
      *    Count one department's items for a business date
      *    Input: WS-INPUT-BUSINESS-DATE, WS-INPUT-DEPARTMENT
      *    Output: WS-DEPT-ITEM-COUNT
           MOVE 0 TO WS-DEPT-ITEM-COUNT.
           INITIALIZE EOD-EXCEPTION-RECORD.
           MOVE WS-INPUT-BUSINESS-DATE TO EXC-BUSINESS-DATE.
           MOVE LOW-VALUES TO EXC-SOURCE-JOB.
           MOVE 0 TO EXC-SEQUENCE.

           CALL 'FILES' USING 'OPEN-EOD-EXCEPTION-FILE-IO'.
           CALL 'FILES' USING 'START-EOD-EXCEPTIONS-AT'
               EOD-EXCEPTION-RECORD WS-SCAN-STATUS.

           PERFORM COUNT-NEXT-DATE-ITEM
               UNTIL WS-SCAN-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-EOD-EXCEPTION-FILE'.

       COUNT-NEXT-DATE-ITEM.
      *    Read the date's next item and count it if it is the
      *    department's
           CALL 'FILES' USING 'READ-NEXT-EOD-EXCEPTION'
               EOD-EXCEPTION-RECORD WS-SCAN-STATUS.

           IF WS-SCAN-STATUS = '00'
               IF EXC-BUSINESS-DATE NOT = WS-INPUT-BUSINESS-DATE
                   MOVE '10' TO WS-SCAN-STATUS
               ELSE
                   IF EXC-DEPARTMENT = WS-INPUT-DEPARTMENT
                       ADD 1 TO WS-DEPT-ITEM-COUNT
                   END-IF
               END-IF
           END-IF.

       SIGN-OFF-DEPARTMENT.
      *    Record that a department has dealt with its section of a
      *    business date's exceptions
      *    Input: WS-INPUT-BUSINESS-DATE, WS-INPUT-DEPARTMENT,
      *           WS-INPUT-OPERATOR-ID, WS-INPUT-NOTE
      *    Output: EOD-SIGNOFF-RECORD, WS-EXC-OP-STATUS,
      *            WS-EXC-OP-MESSAGE
      *    The sign-off is audited under the signing operator
           PERFORM COUNT-DEPARTMENT-EXCEPTIONS.

           IF WS-DEPT-ITEM-COUNT = 0
               MOVE '23' TO WS-EXC-OP-STATUS
               MOVE 'No exceptions for that department on that date'
                   TO WS-EXC-OP-MESSAGE
               GO TO SIGN-OFF-DEPARTMENT-END
           END-IF.

           MOVE WS-INPUT-BUSINESS-DATE TO ESO-BUSINESS-DATE.
           MOVE WS-INPUT-DEPARTMENT TO ESO-DEPARTMENT.

           CALL 'FILES' USING 'OPEN-EOD-SIGNOFF-FILE-IO'.
           CALL 'FILES' USING 'READ-EOD-SIGNOFF'
               EOD-SIGNOFF-RECORD WS-FILE-STATUS.

           IF WS-FILE-STATUS = '00'
                   AND ESO-ITEM-COUNT NOT < WS-DEPT-ITEM-COUNT
               CALL 'FILES' USING 'CLOSE-EOD-SIGNOFF-FILE'
               MOVE '22' TO WS-EXC-OP-STATUS
               MOVE 'Section already signed off'
                   TO WS-EXC-OP-MESSAGE
               GO TO SIGN-OFF-DEPARTMENT-END
           END-IF.

           MOVE WS-INPUT-OPERATOR-ID TO ESO-OPERATOR-ID.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO ESO-SIGNED-TS.
           MOVE WS-DEPT-ITEM-COUNT TO ESO-ITEM-COUNT.
           MOVE WS-INPUT-NOTE TO ESO-NOTE.

           IF WS-FILE-STATUS = '00'
      *        Re-signing a section that gained items since
               CALL 'FILES' USING 'UPDATE-EOD-SIGNOFF'
                   EOD-SIGNOFF-RECORD WS-FILE-STATUS
           ELSE
               MOVE SPACES TO ESO-FILLER
               CALL 'FILES' USING 'WRITE-EOD-SIGNOFF'
                   EOD-SIGNOFF-RECORD WS-FILE-STATUS
           END-IF.
           CALL 'FILES' USING 'CLOSE-EOD-SIGNOFF-FILE'.

           MOVE WS-FILE-STATUS TO WS-EXC-OP-STATUS.
           IF WS-FILE-STATUS = '00'
               MOVE 'Section signed off' TO WS-EXC-OP-MESSAGE
               MOVE SPACES TO WS-EXC-AUDIT-DETAILS
               STRING 'Exceptions ' WS-INPUT-BUSINESS-DATE ' '
                   WS-INPUT-DEPARTMENT ' items ' WS-DEPT-ITEM-COUNT
                   DELIMITED BY SIZE INTO WS-EXC-AUDIT-DETAILS
               CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
                   WS-INPUT-OPERATOR-ID 'EOD-EXC-SIGNOFF' 0
                   WS-EXC-AUDIT-DETAILS WS-AUDIT-STATUS
           ELSE
               MOVE 'Sign-off could not be recorded'
                   TO WS-EXC-OP-MESSAGE
           END-IF.

       SIGN-OFF-DEPARTMENT-END.
           EXIT.

       GET-DEPARTMENT-SIGNOFF.
      *    Read a department's sign-off for a business date
      *    Input: WS-INPUT-BUSINESS-DATE, WS-INPUT-DEPARTMENT
      *    Output: EOD-SIGNOFF-RECORD, WS-EXC-OP-STATUS ('23' when
      *            the section has not been signed)
           MOVE WS-INPUT-BUSINESS-DATE TO ESO-BUSINESS-DATE.
           MOVE WS-INPUT-DEPARTMENT TO ESO-DEPARTMENT.

           CALL 'FILES' USING 'OPEN-EOD-SIGNOFF-FILE-IO'.
           CALL 'FILES' USING 'READ-EOD-SIGNOFF'
               EOD-SIGNOFF-RECORD WS-FILE-STATUS.
           CALL 'FILES' USING 'CLOSE-EOD-SIGNOFF-FILE'.

           MOVE WS-FILE-STATUS TO WS-EXC-OP-STATUS.

       END PROGRAM EODEXC.
