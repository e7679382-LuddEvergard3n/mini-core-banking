      ******************************************************************
      * NOTIFOUT.COB - Outbound SMS/Email Notification Batch
      *
      * Standalone nightly batch program that writes the file the
      * SMS/email gateway loads, so customers who asked for
      * electronic notices hear about them the same night instead
      * of days later by post. Two passes:
      *
      * 1. Notices: every QUEUED notice not yet routed is looked up
      *    against its account's customer. A customer who prefers
      *    SMS or EMAIL (and has that contact detail on file) gets a
      *    message on the file and the notice is marked SENT on that
      *    channel; everyone else's notice is routed PAPER and left
      *    QUEUED for the advice print run (ADVPRINT) that follows.
      * 2. Alerts: every low-balance alert raised since the last
      *    run is offered to its customer the same way. Alerts were
      *    never printed, so a paper customer's alert stays on the
      *    operator review queue only, as before.
      *
      * Design decisions:
      * - The gateway's delivery-receipt file comes back through
      *   NOTIFRCV: a delivered notice is closed off, an undelivered
      *   one falls back to the printed advice
      * - Fraud-pattern alerts (velocity, NSF retries, pass-through,
      *   dormant outflow) are never sent to the customer - warning
      *   a fraudster that the bank has noticed defeats the alert
      * - Alerts are tracked by a high-water mark in the control
      *   record. The very first run only sets the mark at the
      *   newest alert on file, so the history is not replayed to
      *   customers all at once
      * - The file is rebuilt each run. A rerun on the same day
      *   writes the same messages again - notices sent today and
      *   alerts above the mark as it stood before today's first
      *   run - so it reproduces the file rather than emptying it
      * - For an electronic notice NTC-PRINTED-TS carries the time
      *   it was handed to the gateway
      *
      * Layouts (fixed position, 250 bytes):
      *   HDR run-date(8)
      *   DTL kind(1: N notice, A alert) source-id(10) channel(5)
      *       destination(60) customer(8) account(8) text(120)
      *   TRL detail-count(6)
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFOUT.
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
       01  WS-FILE-OP-STATUS           PIC XX.
       01  WS-CTL-STATUS               PIC XX.
       01  WS-ACCT-STATUS              PIC XX.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-UPDATE-STATUS            PIC XX.

      * Outbound file lines sent to the SMS/email gateway
       01  WS-NOTIFY-HEADER.
           05  FILLER                  PIC X(3) VALUE 'HDR'.
           05  WS-NOH-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(239) VALUE SPACES.

       01  WS-NOTIFY-DETAIL.
           05  FILLER                  PIC X(3) VALUE 'DTL'.
           05  WS-NOD-KIND             PIC X.
           05  WS-NOD-SOURCE-ID        PIC 9(10).
           05  WS-NOD-CHANNEL          PIC X(5).
           05  WS-NOD-DESTINATION      PIC X(60).
           05  WS-NOD-CUSTOMER-ID      PIC 9(8).
           05  WS-NOD-ACCOUNT-ID       PIC 9(8).
           05  WS-NOD-TEXT             PIC X(120).
           05  FILLER                  PIC X(35) VALUE SPACES.

       01  WS-NOTIFY-TRAILER.
           05  FILLER                  PIC X(3) VALUE 'TRL'.
           05  WS-NOT-COUNT            PIC 9(6).
           05  FILLER                  PIC X(241) VALUE SPACES.

      * Where the current customer wants to be told; spaces in the
      * channel means printed advice only
       01  WS-DEST-CHANNEL             PIC X(5).
           88  DEST-IS-PAPER           VALUE SPACES.
       01  WS-DEST-ADDRESS             PIC X(60).

       01  WS-DISPLAY-AMOUNT           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-LIMIT            PIC -ZZZ,ZZZ,ZZ9.99.

      * Alert high-water mark working data
       01  WS-ALERT-BASE               PIC 9(10) VALUE 0.
       01  WS-ALERT-HIGH               PIC 9(10) VALUE 0.
       01  WS-SEED-RUN                 PIC 9 VALUE 0.
           88  SEEDING-MARK            VALUE 1.
       01  WS-RERUN                    PIC 9 VALUE 0.
           88  SAME-DAY-RERUN          VALUE 1.

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
           05  WS-NOTICES-SCANNED      PIC 9(6) VALUE 0.
           05  WS-NOTICES-SENT         PIC 9(6) VALUE 0.
           05  WS-NOTICES-RESENT       PIC 9(6) VALUE 0.
           05  WS-NOTICES-PAPER        PIC 9(6) VALUE 0.
           05  WS-ALERTS-SCANNED       PIC 9(6) VALUE 0.
           05  WS-ALERTS-SENT          PIC 9(6) VALUE 0.
           05  WS-DETAILS-WRITTEN      PIC 9(6) VALUE 0.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(8).

       01  WS-DATA-SET-STATUS          PIC XX.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the outbound notification batch job
           PERFORM DISPLAY-BANNER.
           PERFORM CHECK-LIVE-DATA-SET.
           PERFORM PREPARE-ALERT-MARK.

           CALL 'FILES' USING 'OPEN-NOTIFY-OUT-OUTPUT'
               WS-FILE-OP-STATUS.
           IF WS-FILE-OP-STATUS NOT = '00'
               DISPLAY 'FATAL: Cannot create outbound notification '
                   'file'
               STOP RUN
           END-IF.

           MOVE WS-RUN-DATE-N TO WS-NOH-RUN-DATE.
           MOVE WS-NOTIFY-HEADER TO NOTIFY-OUT-LINE.
           CALL 'FILES' USING 'WRITE-NOTIFY-OUT-LINE'
               NOTIFY-OUT-LINE WS-FILE-OP-STATUS.

           PERFORM ROUTE-QUEUED-NOTICES.
           PERFORM OFFER-NEW-ALERTS.

           MOVE WS-DETAILS-WRITTEN TO WS-NOT-COUNT.
           MOVE WS-NOTIFY-TRAILER TO NOTIFY-OUT-LINE.
           CALL 'FILES' USING 'WRITE-NOTIFY-OUT-LINE'
               NOTIFY-OUT-LINE WS-FILE-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-NOTIFY-OUT-FILE'.

           PERFORM SAVE-ALERT-MARK.
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
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY '================================================'.
           DISPLAY 'OUTBOUND SMS/EMAIL NOTIFICATION BATCH'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Notices scanned:       ' WS-NOTICES-SCANNED.
           DISPLAY 'Notices sent:          ' WS-NOTICES-SENT.
           DISPLAY 'Notices re-sent:       ' WS-NOTICES-RESENT.
           DISPLAY 'Notices left to print: ' WS-NOTICES-PAPER.
           DISPLAY 'Alerts scanned:        ' WS-ALERTS-SCANNED.
           DISPLAY 'Alerts sent:           ' WS-ALERTS-SENT.
           DISPLAY 'Messages on file:      ' WS-DETAILS-WRITTEN.
           DISPLAY 'Alert mark now:        ' WS-ALERT-HIGH.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * ALERT HIGH-WATER MARK
      ******************************************************************

       PREPARE-ALERT-MARK.
      *    Work out which alerts this run offers: everything above
      *    the mark, or above the pre-run mark on a same-day rerun.
      *    A mark never set means this is the first run.
           CALL 'FILES' USING 'READ-CONTROL' CONTROL-RECORD
               WS-CTL-STATUS.
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'FATAL: Cannot read control file'
               STOP RUN
           END-IF.

           IF CTL-LAST-NOTIFIED-ALERT-ID NOT NUMERIC
               MOVE 1 TO WS-SEED-RUN
               MOVE 0 TO WS-ALERT-BASE
           ELSE
               IF CTL-NOTIFY-RUN-DATE NUMERIC AND
                       CTL-NOTIFY-RUN-DATE = WS-RUN-DATE-N AND
                       CTL-NOTIFY-BASE-ALERT-ID NUMERIC
                   MOVE 1 TO WS-RERUN
                   MOVE CTL-NOTIFY-BASE-ALERT-ID TO WS-ALERT-BASE
               ELSE
                   MOVE CTL-LAST-NOTIFIED-ALERT-ID TO WS-ALERT-BASE
               END-IF
           END-IF.

           CALL 'FILES' USING 'CLOSE-CONTROL-FILE'.

           MOVE WS-ALERT-BASE TO WS-ALERT-HIGH.

           IF SEEDING-MARK
               DISPLAY 'First run: alert mark will be set at the '
                   'newest alert on file; no alerts are sent'
               DISPLAY ' '
           END-IF.
           IF SAME-DAY-RERUN
               DISPLAY 'Same-day rerun: messages already sent today '
                   'are written again'
               DISPLAY ' '
           END-IF.

       SAVE-ALERT-MARK.
      *    Record the new mark, and the mark this run started from
      *    so a same-day rerun can start there again
           CALL 'FILES' USING 'READ-CONTROL' CONTROL-RECORD
               WS-CTL-STATUS.
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'WARNING: Control file unavailable - alert '
                   'mark not saved'
           ELSE
               MOVE WS-ALERT-HIGH TO CTL-LAST-NOTIFIED-ALERT-ID
               MOVE WS-ALERT-BASE TO CTL-NOTIFY-BASE-ALERT-ID
               MOVE WS-RUN-DATE-N TO CTL-NOTIFY-RUN-DATE
               CALL 'FILES' USING 'UPDATE-CONTROL' CONTROL-RECORD
                   WS-CTL-STATUS
           END-IF.

      ******************************************************************
      * CUSTOMER DESTINATION
      ******************************************************************

       RESOLVE-DESTINATION.
      *    Find the customer behind the account and where they want
      *    to be told. Any gap - no account, no customer, no contact
      *    detail - means printed advice.
      *    Input: WS-NOD-ACCOUNT-ID
      *    Output: WS-DEST-CHANNEL, WS-DEST-ADDRESS, WS-NOD-CUSTOMER-ID
           MOVE SPACES TO WS-DEST-CHANNEL.
           MOVE SPACES TO WS-DEST-ADDRESS.
           MOVE 0 TO WS-NOD-CUSTOMER-ID.

           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               WS-NOD-ACCOUNT-ID ACCOUNT-RECORD WS-ACCT-STATUS.
           IF WS-ACCT-STATUS NOT = '00' OR ACC-CUSTOMER-ID = 0
               GO TO RESOLVE-DESTINATION-END
           END-IF.

           CALL 'CUSTOMER' USING 'GET-CUSTOMER'
               ACC-CUSTOMER-ID CUSTOMER-RECORD WS-CUST-STATUS.
           IF WS-CUST-STATUS NOT = '00'
               GO TO RESOLVE-DESTINATION-END
           END-IF.

           MOVE CUS-ID TO WS-NOD-CUSTOMER-ID.

           IF CUS-NOTIFY-SMS AND CUS-MOBILE-PHONE NOT = SPACES
               MOVE 'SMS' TO WS-DEST-CHANNEL
               MOVE CUS-MOBILE-PHONE TO WS-DEST-ADDRESS
           END-IF.
           IF CUS-NOTIFY-EMAIL AND CUS-EMAIL NOT = SPACES
               MOVE 'EMAIL' TO WS-DEST-CHANNEL
               MOVE CUS-EMAIL TO WS-DEST-ADDRESS
           END-IF.

       RESOLVE-DESTINATION-END.
           EXIT.

       WRITE-MESSAGE.
      *    Write the DTL line built in WS-NOTIFY-DETAIL
           MOVE WS-DEST-CHANNEL TO WS-NOD-CHANNEL.
           MOVE WS-DEST-ADDRESS TO WS-NOD-DESTINATION.
           MOVE WS-NOTIFY-DETAIL TO NOTIFY-OUT-LINE.
           CALL 'FILES' USING 'WRITE-NOTIFY-OUT-LINE'
               NOTIFY-OUT-LINE WS-FILE-OP-STATUS.
           ADD 1 TO WS-DETAILS-WRITTEN.

      ******************************************************************
      * NOTICE PASS
      ******************************************************************

       ROUTE-QUEUED-NOTICES.
      *    Single sequential pass over the notice queue
           CALL 'FILES' USING 'OPEN-NOTICE-FILE-IO'.
           CALL 'FILES' USING 'START-NOTICE-FILE-TOP' WS-OP-STATUS.

           PERFORM CHECK-NEXT-NOTICE
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-NOTICE-FILE'.

       CHECK-NEXT-NOTICE.
      *    Read one notice; route it if new, or write it again if
      *    it was sent earlier today and this is a rerun
           CALL 'FILES' USING 'READ-NEXT-NOTICE' NOTICE-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-NOTICES-SCANNED
               IF NTC-QUEUED AND NTC-NOT-ROUTED
                   PERFORM ROUTE-ONE-NOTICE
               ELSE
                   IF SAME-DAY-RERUN AND NTC-SENT AND
                           NTC-PRINTED-TS(1:8) = WS-RUN-DATE
                       PERFORM RESEND-ONE-NOTICE
                   END-IF
               END-IF
           END-IF.

       ROUTE-ONE-NOTICE.
      *    Send the notice electronically if the customer asked for
      *    it, otherwise route it to the print run
           MOVE NTC-ACCOUNT-ID TO WS-NOD-ACCOUNT-ID.
           PERFORM RESOLVE-DESTINATION THRU RESOLVE-DESTINATION-END.

           IF DEST-IS-PAPER
               MOVE 'PAPER' TO NTC-CHANNEL
               CALL 'FILES' USING 'UPDATE-NOTICE' NOTICE-RECORD
                   WS-UPDATE-STATUS
               ADD 1 TO WS-NOTICES-PAPER
           ELSE
               PERFORM BUILD-NOTICE-MESSAGE
               PERFORM WRITE-MESSAGE
               MOVE WS-DEST-CHANNEL TO NTC-CHANNEL
               MOVE 'SENT' TO NTC-STATUS
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO NTC-PRINTED-TS
               CALL 'FILES' USING 'UPDATE-NOTICE' NOTICE-RECORD
                   WS-UPDATE-STATUS
               ADD 1 TO WS-NOTICES-SENT
               DISPLAY 'SENT      Notice: ' NTC-NOTICE-ID
                   '  Account: ' NTC-ACCOUNT-ID
                   '  ' NTC-CHANNEL
           END-IF.

       RESEND-ONE-NOTICE.
      *    Same-day rerun: put today's sent notice on the file again
           MOVE NTC-ACCOUNT-ID TO WS-NOD-ACCOUNT-ID.
           PERFORM RESOLVE-DESTINATION THRU RESOLVE-DESTINATION-END.

           IF NOT DEST-IS-PAPER
               PERFORM BUILD-NOTICE-MESSAGE
               PERFORM WRITE-MESSAGE
               ADD 1 TO WS-NOTICES-RESENT
           END-IF.

       BUILD-NOTICE-MESSAGE.
      *    Message text: the account, the notice details and amount
           MOVE 'N' TO WS-NOD-KIND.
           MOVE NTC-NOTICE-ID TO WS-NOD-SOURCE-ID.
           MOVE NTC-AMOUNT TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO WS-NOD-TEXT.
           STRING 'Account ' NTC-ACCOUNT-ID ': ' NTC-DETAILS
                  ' Amount ' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO WS-NOD-TEXT.

      ******************************************************************
      * ALERT PASS
      ******************************************************************

       OFFER-NEW-ALERTS.
      *    Sequential pass over the alerts above the starting mark
           CALL 'FILES' USING 'OPEN-ALERT-FILE-IO'.
           MOVE WS-ALERT-BASE TO ALR-ALERT-ID.
           CALL 'FILES' USING 'START-ALERT-FROM-ID' ALERT-RECORD
               WS-OP-STATUS.

           PERFORM CHECK-NEXT-ALERT
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-ALERT-FILE'.

       CHECK-NEXT-ALERT.
      *    Read one alert, raise the mark, and offer it if it is a
      *    low-balance alert (never a fraud-pattern one)
           CALL 'FILES' USING 'READ-NEXT-ALERT' ALERT-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-ALERTS-SCANNED
               IF ALR-ALERT-ID > WS-ALERT-HIGH
                   MOVE ALR-ALERT-ID TO WS-ALERT-HIGH
               END-IF
               IF ALR-LOW-BALANCE AND NOT SEEDING-MARK
                   PERFORM OFFER-ONE-ALERT
               END-IF
           END-IF.

       OFFER-ONE-ALERT.
      *    Send the low-balance alert if the customer asked for
      *    electronic notices
           MOVE ALR-ACCOUNT-ID TO WS-NOD-ACCOUNT-ID.
           PERFORM RESOLVE-DESTINATION THRU RESOLVE-DESTINATION-END.

           IF NOT DEST-IS-PAPER
               MOVE 'A' TO WS-NOD-KIND
               MOVE ALR-ALERT-ID TO WS-NOD-SOURCE-ID
               MOVE ALR-BALANCE-AFTER TO WS-DISPLAY-AMOUNT
               MOVE ALR-THRESHOLD TO WS-DISPLAY-LIMIT
               MOVE SPACES TO WS-NOD-TEXT
               STRING 'Account ' ALR-ACCOUNT-ID
                      ': balance ' WS-DISPLAY-AMOUNT
                      ' is below your alert level '
                      WS-DISPLAY-LIMIT
                      DELIMITED BY SIZE INTO WS-NOD-TEXT
               PERFORM WRITE-MESSAGE
               ADD 1 TO WS-ALERTS-SENT
               DISPLAY 'SENT      Alert:  ' ALR-ALERT-ID
                   '  Account: ' ALR-ACCOUNT-ID
                   '  ' WS-DEST-CHANNEL
           END-IF.

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

       END PROGRAM NOTIFOUT.
