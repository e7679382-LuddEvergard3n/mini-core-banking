      *   WS-NSF-FEE-AMOUNT), following MAINTFEE.COB's/AMLMON.COB's
      *   precedent of a flagged compiled constant until a shared
      *   parameter copybook covers these too
      * - An account due the fee but short of funds for it, and a
      *   fee that fails to post, also go on the nightly exceptions
      *   register for the branch that keeps the account
      * - Intended to run as a nightly batch job, independent of the
      *   interactive MENU program
      *
               10  WS-CURR-SECOND      PIC 99.
           05  WS-TIMESTAMP            PIC X(14).

      * Nightly exceptions register (see EODEXC.COB): items this run
      * could not process go on the morning exceptions report for
      * the department that owns them
       01  WS-EXC-ACCOUNT-ID           PIC 9(8).
       01  WS-EXC-AMOUNT               PIC S9(13)V99.
       01  WS-EXC-REFERENCE            PIC X(20).
       01  WS-EXC-REASON               PIC X(30).
       01  WS-EXC-ACTION               PIC X(40).
       01  WS-EXC-STATUS               PIC XX.

      * Run-control registration (see RUNCTL.COB) - refuses a
      * same-date rerun unless launched with FORCE on the command
      * line, and resumes an abended run after its last checkpoint
               DISPLAY 'SKIPPED   Account: ' ACC-ID
                   '  ' WS-FAILED-DEBIT-COUNT ' NSF attempts'
                   ', insufficient funds for fee'
               MOVE ACC-ID TO WS-EXC-ACCOUNT-ID
               MOVE WS-NSF-FEE-AMOUNT TO WS-EXC-AMOUNT
               MOVE 'NSF FEE' TO WS-EXC-REFERENCE
               MOVE SPACES TO WS-EXC-REASON
               STRING WS-FAILED-DEBIT-COUNT ' NSF ATTEMPTS, NO FUNDS'
                   DELIMITED BY SIZE INTO WS-EXC-REASON
               MOVE 'REVIEW ACCOUNT - FEE NOT TAKEN'
                   TO WS-EXC-ACTION
               PERFORM RECORD-EOD-EXCEPTION
               GO TO EVALUATE-ACCOUNT-FOR-NSF-FEE-END
           END-IF.

           CALL 'TRANSACTIONS' USING 'PROCESS-DEBIT'
               WS-FEE-ACCOUNT-ID WS-FEE-AMOUNT
               WS-FEE-DESC SPACES 'BATCH' 0
               'NSFFEE' TRANSACTION-RECORD WS-FEE-STATUS.

           IF WS-FEE-STATUS = '00'
               ADD 1 TO WS-ACCOUNTS-CHARGED
           ELSE
               DISPLAY 'FAILED    Account: ' WS-FEE-ACCOUNT-ID
                   '  NSF fee posting failed'
               MOVE WS-FEE-ACCOUNT-ID TO WS-EXC-ACCOUNT-ID
               MOVE WS-FEE-AMOUNT TO WS-EXC-AMOUNT
               MOVE 'NSF FEE' TO WS-EXC-REFERENCE
               MOVE 'NSF FEE POSTING FAILED' TO WS-EXC-REASON
               MOVE 'POST FEE MANUALLY OR WAIVE' TO WS-EXC-ACTION
               PERFORM RECORD-EOD-EXCEPTION
           END-IF.

           PERFORM RECORD-JOB-CHECKPOINT.
               WS-FEE-STATUS.
           CALL 'FILES' USING 'CLOSE-ACCOUNT-FILE'.

       RECORD-EOD-EXCEPTION.
      *    Put one item this run could not process on the nightly
      *    exceptions register
      *    Input: WS-EXC-ACCOUNT-ID, WS-EXC-AMOUNT, WS-EXC-REFERENCE,
      *           WS-EXC-REASON, WS-EXC-ACTION
           CALL 'EODEXC' USING 'RECORD-EOD-EXCEPTION' WS-JOB-NAME
               WS-EXC-ACCOUNT-ID WS-EXC-AMOUNT WS-EXC-REFERENCE
               WS-EXC-REASON WS-EXC-ACTION WS-EXC-STATUS.

       END PROGRAM NSFFEE.
