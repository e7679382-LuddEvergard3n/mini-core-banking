      ******************************************************************
      * NOTIFRCV.COB - Notification Delivery Receipt Batch
      *
      * Standalone batch program, run when the SMS/email gateway
      * returns its delivery-receipt file for the messages written
      * by the outbound notification batch (see NOTIFOUT.COB).
      * Reads the fixed-format HDR/DTL/TRL file and closes the loop
      * on each message:
      * - a delivered notice is marked DELIVRD
      * - an undelivered notice goes back to QUEUED on the PAPER
      *   channel, so the next advice print run (ADVPRINT) mails it
      * - an undelivered low-balance alert, which never had a
      *   letter of its own, is queued as a LOW-BAL notice on the
      *   PAPER channel for the same print run
      *
      * Design decisions:
      * - Detail lines carry the message kind (N notice, A alert),
      *   the notice or alert ID as sent, an outcome code (D =
      *   delivered, U = undelivered) and the gateway's reason
      * - No run-control registration: a receipt file delivered
      *   twice is harmless, because a notice no longer SENT is
      *   reported as a repeat instead of being changed. A repeated
      *   undelivered alert would queue a second letter, so each
      *   fallback letter is listed for the branch to spot repeats
      * - Delivered alerts need nothing recording: the alert itself
      *   stays on the operator review queue either way
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFRCV.
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
       01  WS-NOTICE-STATUS            PIC XX.
       01  WS-ALERT-STATUS             PIC XX.

      * Fixed-format line overlays for parsing the receipt file
       01  WS-PARSE-DETAIL.
           05  WS-PRS-TAG              PIC X(3).
           05  WS-PRS-KIND             PIC X.
               88  PRS-NOTICE          VALUE 'N'.
               88  PRS-ALERT           VALUE 'A'.
           05  WS-PRS-SOURCE-ID        PIC 9(10).
           05  WS-PRS-SOURCE-ID-X REDEFINES WS-PRS-SOURCE-ID
                                       PIC X(10).
           05  WS-PRS-OUTCOME          PIC X.
               88  PRS-DELIVERED       VALUE 'D'.
               88  PRS-UNDELIVERED     VALUE 'U'.
           05  WS-PRS-REASON           PIC X(30).
           05  FILLER                  PIC X(55).

       01  WS-PARSE-HEADER.
           05  WS-PRS-HDR-TAG          PIC X(3).
           05  WS-PRS-FILE-DATE        PIC 9(8).
           05  FILLER                  PIC X(89).

       01  WS-PARSE-TRAILER.
           05  WS-PRS-TRL-TAG          PIC X(3).
           05  WS-PRS-TRL-COUNT        PIC 9(6).
           05  FILLER                  PIC X(91).

      * Fallback letter for an undelivered alert
       01  WS-FALLBACK-EVENT           PIC X(10) VALUE 'LOW-BAL'.
       01  WS-FALLBACK-AMOUNT          PIC S9(13)V99.
       01  WS-FALLBACK-DETAILS         PIC X(50).

       01  WS-FILE-DATE                PIC 9(8) VALUE 0.
       01  WS-TRAILER-SEEN             PIC 9 VALUE 0.
           88  TRAILER-WAS-SEEN        VALUE 1.

       01  WS-REPORT-COUNTERS.
           05  WS-LINES-READ           PIC 9(6) VALUE 0.
           05  WS-ITEMS-READ           PIC 9(6) VALUE 0.
           05  WS-ITEMS-DELIVERED      PIC 9(6) VALUE 0.
           05  WS-ITEMS-TO-PAPER       PIC 9(6) VALUE 0.
           05  WS-ITEMS-EXCEPTION      PIC 9(6) VALUE 0.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the delivery receipt batch job
           PERFORM DISPLAY-BANNER.
           PERFORM PROCESS-RECEIPT-FILE
               THRU PROCESS-RECEIPT-FILE-END.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY '================================================'.
           DISPLAY 'NOTIFICATION DELIVERY RECEIPT BATCH'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Detail items read:     ' WS-ITEMS-READ.
           DISPLAY 'Delivered:             ' WS-ITEMS-DELIVERED.
           DISPLAY 'Fallen back to paper:  ' WS-ITEMS-TO-PAPER.
           DISPLAY 'Exceptions:            ' WS-ITEMS-EXCEPTION.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * FILE PROCESSING PASS
      ******************************************************************

       PROCESS-RECEIPT-FILE.
      *    Single sequential pass over the receipt file,
      *    dispatching each line on its HDR/DTL/TRL tag
           CALL 'FILES' USING 'OPEN-NOTIFY-RECEIPT-IN-INPUT'
               WS-OP-STATUS.

           IF WS-OP-STATUS NOT = '00'
               DISPLAY 'No delivery receipt file found - nothing to do.'
               GO TO PROCESS-RECEIPT-FILE-END
           END-IF.

           PERFORM PROCESS-NEXT-RECEIPT-LINE
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-NOTIFY-RECEIPT-IN-FILE'.

           IF NOT TRAILER-WAS-SEEN
               DISPLAY 'WARNING: File ended without a TRL control '
                   'line - transmission may be truncated'
           END-IF.

       PROCESS-RECEIPT-FILE-END.
           EXIT.

       PROCESS-NEXT-RECEIPT-LINE.
      *    Read and dispatch one line of the receipt file
           CALL 'FILES' USING 'READ-NEXT-NOTIFY-RECEIPT-LINE'
               NOTIFY-RECEIPT-IN-LINE WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-LINES-READ
               EVALUATE NOTIFY-RECEIPT-IN-LINE(1:3)
                   WHEN 'HDR'
                       PERFORM PROCESS-HEADER-LINE
                   WHEN 'DTL'
                       PERFORM PROCESS-DETAIL-LINE
                           THRU PROCESS-DETAIL-LINE-END
                   WHEN 'TRL'
                       PERFORM PROCESS-TRAILER-LINE
                   WHEN OTHER
                       DISPLAY 'WARNING: Unrecognized line tag at '
                           'line ' WS-LINES-READ ' - line ignored'
               END-EVALUATE
           END-IF.

       PROCESS-HEADER-LINE.
      *    Capture the file date from the HDR control line
           MOVE NOTIFY-RECEIPT-IN-LINE TO WS-PARSE-HEADER.
           MOVE WS-PRS-FILE-DATE TO WS-FILE-DATE.
           DISPLAY 'File date: ' WS-FILE-DATE.
           DISPLAY ' '.

       PROCESS-DETAIL-LINE.
      *    Parse one DTL item and dispatch it on its message kind
           MOVE NOTIFY-RECEIPT-IN-LINE TO WS-PARSE-DETAIL.
           ADD 1 TO WS-ITEMS-READ.

           IF WS-PRS-SOURCE-ID-X NOT NUMERIC OR
                   (NOT PRS-NOTICE AND NOT PRS-ALERT) OR
                   (NOT PRS-DELIVERED AND NOT PRS-UNDELIVERED)
               ADD 1 TO WS-ITEMS-EXCEPTION
               DISPLAY 'EXCEPTION Line ' WS-LINES-READ
                   '  Malformed detail line - ignored'
               GO TO PROCESS-DETAIL-LINE-END
           END-IF.

           IF PRS-NOTICE
               PERFORM APPLY-NOTICE-RECEIPT
                   THRU APPLY-NOTICE-RECEIPT-END
           ELSE
               PERFORM APPLY-ALERT-RECEIPT
                   THRU APPLY-ALERT-RECEIPT-END
           END-IF.

       PROCESS-DETAIL-LINE-END.
           EXIT.

       APPLY-NOTICE-RECEIPT.
      *    Close off a delivered notice, or send an undelivered one
      *    back to the print queue
           MOVE WS-PRS-SOURCE-ID TO NTC-NOTICE-ID.

           CALL 'FILES' USING 'OPEN-NOTICE-FILE-IO'.
           CALL 'FILES' USING 'READ-NOTICE' NOTICE-RECORD
               WS-NOTICE-STATUS.

           IF WS-NOTICE-STATUS NOT = '00' OR NOT NTC-SENT
               CALL 'FILES' USING 'CLOSE-NOTICE-FILE'
               ADD 1 TO WS-ITEMS-EXCEPTION
               DISPLAY 'EXCEPTION Notice: ' WS-PRS-SOURCE-ID
                   '  Not awaiting a receipt - ignored'
               GO TO APPLY-NOTICE-RECEIPT-END
           END-IF.

           IF PRS-DELIVERED
               MOVE 'DELIVRD' TO NTC-STATUS
           ELSE
               MOVE 'QUEUED' TO NTC-STATUS
               MOVE 'PAPER' TO NTC-CHANNEL
           END-IF.

           CALL 'FILES' USING 'UPDATE-NOTICE' NOTICE-RECORD
               WS-NOTICE-STATUS.
           CALL 'FILES' USING 'CLOSE-NOTICE-FILE'.

           IF PRS-DELIVERED
               ADD 1 TO WS-ITEMS-DELIVERED
               DISPLAY 'DELIVERED Notice: ' NTC-NOTICE-ID
                   '  Account: ' NTC-ACCOUNT-ID
           ELSE
               ADD 1 TO WS-ITEMS-TO-PAPER
               DISPLAY 'TO PAPER  Notice: ' NTC-NOTICE-ID
                   '  Account: ' NTC-ACCOUNT-ID
                   '  ' WS-PRS-REASON
           END-IF.

       APPLY-NOTICE-RECEIPT-END.
           EXIT.

       APPLY-ALERT-RECEIPT.
      *    An undelivered low-balance alert becomes a printed advice
           MOVE WS-PRS-SOURCE-ID TO ALR-ALERT-ID.

           CALL 'FILES' USING 'OPEN-ALERT-FILE-IO'.
           CALL 'FILES' USING 'READ-ALERT' ALERT-RECORD
               WS-ALERT-STATUS.
           CALL 'FILES' USING 'CLOSE-ALERT-FILE'.

           IF WS-ALERT-STATUS NOT = '00' OR NOT ALR-LOW-BALANCE
               ADD 1 TO WS-ITEMS-EXCEPTION
               DISPLAY 'EXCEPTION Alert:  ' WS-PRS-SOURCE-ID
                   '  Not a low-balance alert on file - ignored'
               GO TO APPLY-ALERT-RECEIPT-END
           END-IF.

           IF PRS-DELIVERED
               ADD 1 TO WS-ITEMS-DELIVERED
               DISPLAY 'DELIVERED Alert:  ' ALR-ALERT-ID
                   '  Account: ' ALR-ACCOUNT-ID
               GO TO APPLY-ALERT-RECEIPT-END
           END-IF.

           MOVE ALR-BALANCE-AFTER TO WS-FALLBACK-AMOUNT.
           MOVE SPACES TO WS-FALLBACK-DETAILS.
           STRING 'Low balance alert ' ALR-ALERT-ID
                  ' - message not delivered'
                  DELIMITED BY SIZE INTO WS-FALLBACK-DETAILS.

           CALL 'NOTICES' USING 'QUEUE-CUSTOMER-NOTICE'
               ALR-ACCOUNT-ID WS-FALLBACK-EVENT WS-FALLBACK-AMOUNT
               WS-FALLBACK-DETAILS NOTICE-RECORD WS-NOTICE-STATUS.

           IF WS-NOTICE-STATUS NOT = '00'
               ADD 1 TO WS-ITEMS-EXCEPTION
               DISPLAY 'EXCEPTION Alert:  ' ALR-ALERT-ID
                   '  Fallback letter could not be queued'
               GO TO APPLY-ALERT-RECEIPT-END
           END-IF.

      *    Route the new notice to paper straight away, so the
      *    outbound run does not offer it to the same dead channel
           MOVE 'PAPER' TO NTC-CHANNEL.
           CALL 'FILES' USING 'OPEN-NOTICE-FILE-IO'.
           CALL 'FILES' USING 'UPDATE-NOTICE' NOTICE-RECORD
               WS-NOTICE-STATUS.
           CALL 'FILES' USING 'CLOSE-NOTICE-FILE'.

           ADD 1 TO WS-ITEMS-TO-PAPER.
           DISPLAY 'TO PAPER  Alert:  ' ALR-ALERT-ID
               '  Account: ' ALR-ACCOUNT-ID
               '  Letter: ' NTC-NOTICE-ID
               '  ' WS-PRS-REASON.

       APPLY-ALERT-RECEIPT-END.
           EXIT.

       PROCESS-TRAILER-LINE.
      *    Reconcile the TRL count against the detail lines read
           MOVE NOTIFY-RECEIPT-IN-LINE TO WS-PARSE-TRAILER.
           MOVE 1 TO WS-TRAILER-SEEN.

           IF WS-PRS-TRL-COUNT NOT = WS-ITEMS-READ
               DISPLAY ' '
               DISPLAY 'WARNING: Control count does not match the '
                   'detail lines read'
               DISPLAY '  Trailer count: ' WS-PRS-TRL-COUNT
                   '  Items read: ' WS-ITEMS-READ
           END-IF.

       END PROGRAM NOTIFRCV.
