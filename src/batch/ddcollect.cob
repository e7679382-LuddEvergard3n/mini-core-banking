      * - A covered collection the account cannot fund bounces too
      *   (reason INSUFFICIENT), rather than being silently retried
      * - The returns file is rebuilt fresh per run
      * - A presentation file run at or after the direct debit
      *   cut-off (see CUTOFF.COB) posts its collections with the next
      *   business day as their value date; the banner says so
      * - The run registers with RUNCTL against the business date: a
      *   second run of the same presentation date would re-debit
      *   every collection, so it is refused unless forced
      * - Every bounced collection also goes on the nightly
      *   exceptions register for Payments, for the follow-up with
      *   the customer and the collector
      * - A collection presented on a closed account whose customer
      *   left a payment redirection (see REDIRECT.COB) bounces
      *   ACCOUNT REDIRECTED with the surviving account on the
      *   return line - the old mandate is no authority to debit
      *   the new account - and the collector is logged for the
      *   monthly redirection report
      *
      * Author: Portfolio Project
      * Date: 2026
           05  WS-RTN-AMOUNT           PIC 9(13)V99.
           05  WS-RTN-REFERENCE        PIC X(20).
           05  WS-RTN-REASON           PIC X(20).
      *    Surviving account of a redirected closed account (spaces
      *    on every other bounce)
           05  WS-RTN-NEW-ACCOUNT      PIC X(8).
           05  FILLER                  PIC X(6) VALUE SPACES.

       01  WS-MANDATE-FOUND            PIC 9.
       01  WS-DEBIT-DESC               PIC X(80).
       01  WS-BOUNCE-REASON            PIC X(20).

      * Payment redirection of a closed account (see REDIRECT.COB)
       01  WS-ACCOUNT-STATUS           PIC XX.
       01  WS-RDR-STATUS               PIC XX.
       01  WS-RDR-MESSAGE              PIC X(80).
       01  WS-RDR-SOURCE               PIC X(8) VALUE 'DDCOLL'.
       01  WS-RDR-PAYER                PIC X(30).
       01  WS-RDR-AMOUNT               PIC S9(13)V99.
       01  WS-RDR-ACTION               PIC X(10) VALUE 'BOUNCED'.
       01  WS-REDIRECT-NEW-ACCOUNT     PIC X(8).

      * Nightly exceptions register (see EODEXC.COB): items this run
      * could not process go on the morning exceptions report for
      * the department that owns them
       01  WS-EXC-ACCOUNT-ID           PIC 9(8).
       01  WS-EXC-AMOUNT               PIC S9(13)V99.
       01  WS-EXC-REFERENCE            PIC X(20).
       01  WS-EXC-REASON               PIC X(30).
       01  WS-EXC-ACTION               PIC X(40).
       01  WS-EXC-STATUS               PIC XX.

      * Advice notice queue status (see NOTICES.COB)
       01  WS-NOTICE-STATUS            PIC XX.

      * Shared system posting date for mandate validity matching
       01  WS-EFFECTIVE-DATE           PIC 9(8).

      * Value date the collections take under the direct debit
      * cut-off for the BATCH channel
       01  WS-CUT-VALUE-DATE           PIC 9(8).
       01  WS-CUT-AFTER-CUTOFF         PIC 9.
           88  FILE-IS-AFTER-CUTOFF    VALUE 1.
       01  WS-CUT-TIME                 PIC 9(4).
       01  WS-CUT-STATUS               PIC XX.

       01  WS-REPORT-COUNTERS.
           05  WS-ROWS-READ            PIC 9(6) VALUE 0.
           05  WS-COLLECTIONS-POSTED   PIC 9(6) VALUE 0.
           05  WS-DISPLAY-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-TOTAL        PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-DATA-SET-STATUS          PIC XX.

       PROCEDURE DIVISION.

      ******************************************************************
       MAIN-PROGRAM.
      *    Entry point for the direct debit collection batch
           PERFORM DISPLAY-BANNER.
           PERFORM CHECK-LIVE-DATA-SET.
           PERFORM REGISTER-JOB-RUN.
           PERFORM PROCESS-COLLECTION-FILE.
           PERFORM FINISH-JOB-RUN.
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
      * RUN CONTROL
      ******************************************************************
           DISPLAY 'DIRECT DEBIT COLLECTION BATCH'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.

           CALL 'CUTOFF' USING 'GET-VALUE-DATE' 'DDEBIT' 'BATCH'
               WS-CUT-VALUE-DATE WS-CUT-AFTER-CUTOFF WS-CUT-TIME
               WS-CUT-STATUS.
           IF FILE-IS-AFTER-CUTOFF
               DISPLAY 'After cut-off, value date ' WS-CUT-VALUE-DATE
           END-IF.
           DISPLAY '================================================'.
           DISPLAY ' '.

               GO TO SETTLE-ONE-COLLECTION-END
           END-IF.

           PERFORM CHECK-REDIRECTED-ACCOUNT
               THRU CHECK-REDIRECTED-ACCOUNT-END.

           IF WS-RDR-STATUS = '00'
               MOVE 'ACCOUNT REDIRECTED' TO WS-BOUNCE-REASON
               PERFORM BOUNCE-COLLECTION
               GO TO SETTLE-ONE-COLLECTION-END
           END-IF.

           CALL 'MANDATES' USING 'FIND-COVERING-MANDATE'
               WS-PRC-ACCOUNT WS-PRC-COLLECTOR
               WS-PRC-AMOUNT WS-EFFECTIVE-DATE
           CALL 'TRANSACTIONS' USING 'PROCESS-DEBIT'
               WS-PRC-ACCOUNT WS-PRC-AMOUNT
               WS-DEBIT-DESC WS-PRC-REFERENCE 'BATCH' 0
               'DDCOLL' TRANSACTION-RECORD WS-POST-STATUS.

           IF WS-POST-STATUS = '00' AND NOT TXN-PENDING
               ADD 1 TO WS-COLLECTIONS-POSTED
       SETTLE-ONE-COLLECTION-END.
           EXIT.

       CHECK-REDIRECTED-ACCOUNT.
      *    A collection on a closed account under a standing payment
      *    redirection is logged against it and bounced with the
      *    surviving account, so the collector can move the mandate
      *    Output: WS-RDR-STATUS ('00' = redirected),
      *            WS-REDIRECT-NEW-ACCOUNT
           MOVE '23' TO WS-RDR-STATUS.
           MOVE SPACES TO WS-REDIRECT-NEW-ACCOUNT.

           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               WS-PRC-ACCOUNT ACCOUNT-RECORD WS-ACCOUNT-STATUS.

           IF WS-ACCOUNT-STATUS NOT = '00' OR NOT ACC-CLOSED
               GO TO CHECK-REDIRECTED-ACCOUNT-END
           END-IF.

           MOVE WS-PRC-COLLECTOR TO WS-RDR-PAYER.
           MOVE WS-PRC-AMOUNT TO WS-RDR-AMOUNT.

           CALL 'REDIRECT' USING 'RECORD-REDIRECT-ITEM'
               WS-PRC-ACCOUNT WS-RDR-AMOUNT WS-RDR-SOURCE
               WS-RDR-PAYER WS-PRC-REFERENCE WS-RDR-ACTION
               REDIRECT-ITEM-RECORD WS-RDR-STATUS.

           IF WS-RDR-STATUS = '00'
               MOVE RDI-TARGET-ACCOUNT-ID TO WS-REDIRECT-NEW-ACCOUNT
           END-IF.

       CHECK-REDIRECTED-ACCOUNT-END.
           EXIT.

       FAIL-ABANDONED-HOLD.
      *    Fail a collection debit parked PENDING by the approval
      *    hold, so nothing lingers in the approval queue able to
           MOVE WS-PRC-AMOUNT TO WS-RTN-AMOUNT.
           MOVE WS-PRC-REFERENCE TO WS-RTN-REFERENCE.
           MOVE WS-BOUNCE-REASON TO WS-RTN-REASON.
           IF WS-BOUNCE-REASON = 'ACCOUNT REDIRECTED'
               MOVE WS-REDIRECT-NEW-ACCOUNT TO WS-RTN-NEW-ACCOUNT
           ELSE
               MOVE SPACES TO WS-RTN-NEW-ACCOUNT
           END-IF.

           MOVE WS-RETURN-BUILD TO DD-RETURN-LINE.
           CALL 'FILES' USING 'WRITE-DD-RETURN-LINE'
               WS-PRC-ACCOUNT 'DD-BOUNCE' WS-PRC-AMOUNT
               WS-BOUNCE-REASON NOTICE-RECORD WS-NOTICE-STATUS.

           MOVE WS-PRC-ACCOUNT TO WS-EXC-ACCOUNT-ID.
           MOVE WS-PRC-AMOUNT TO WS-EXC-AMOUNT.
           MOVE WS-PRC-REFERENCE TO WS-EXC-REFERENCE.
           MOVE WS-BOUNCE-REASON TO WS-EXC-REASON.
           MOVE 'CONTACT CUSTOMER ABOUT BOUNCED DEBIT'
               TO WS-EXC-ACTION.
           PERFORM RECORD-EOD-EXCEPTION.

       RECORD-EOD-EXCEPTION.
      *    Put one item this run could not process on the nightly
      *    exceptions register
      *    Input: WS-EXC-ACCOUNT-ID, WS-EXC-AMOUNT, WS-EXC-REFERENCE,
      *           WS-EXC-REASON, WS-EXC-ACTION
           CALL 'EODEXC' USING 'RECORD-EOD-EXCEPTION' WS-JOB-NAME
               WS-EXC-ACCOUNT-ID WS-EXC-AMOUNT WS-EXC-REFERENCE
               WS-EXC-REASON WS-EXC-ACTION WS-EXC-STATUS.

       END PROGRAM DDCOLLECT.
