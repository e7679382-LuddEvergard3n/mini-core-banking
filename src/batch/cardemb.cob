      ******************************************************************
      * CARDEMB.COB - Card Bureau Embossing Request Batch
      *
      * Standalone nightly batch program that tells the card bureau
      * which plastics to make, replacing the spreadsheets branches
      * used to email. Two passes over CARD-FILE:
      *
      * 1. Renewals: every ACTIVE card expiring next month (the
      *    cards CARDEXP lists for reissue) has its renewal ordered
      *    through CARDS/RENEW-CARD, unless one is already on order.
      *    RENEW-CARD refuses cards on accounts that are not ACTIVE;
      *    those are listed for the branch and left to expire.
      * 2. Embossing file: every ORDERED card not yet sent - new
      *    issues, replacements for lost or stolen cards, and the
      *    renewals just ordered - is written to the bureau's HDR/
      *    DTL/TRL embossing file with the name and address from its
      *    account, and stamped with the business date it was sent.
      *
      * Design decisions:
      * - The bureau's production file comes back through CARDPROD,
      *   which marks each plastic PRODUCED or REJECTED; the card is
      *   not usable until the customer then activates it
      * - The embossing file is rebuilt each run. Cards stamped with
      *   tonight's business date are written again, so a rerun on
      *   the same business date reproduces the same file instead of
      *   an empty one; cards sent on an earlier date are never sent
      *   twice
      * - Renewal candidates are collected during the scan and
      *   ordered after it, so RENEW-CARD's own card-file writes
      *   never fight the scan cursor
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDEMB.
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
       01  WS-RENEW-STATUS             PIC XX.
       01  WS-ACCT-STATUS              PIC XX.

       01  WS-POSTING-DATE             PIC 9(8).
       01  WS-NEXT-MONTH-WORK.
           05  WS-NXT-YEAR             PIC 9(4).
           05  WS-NXT-MONTH            PIC 99.
       01  WS-NEXT-MONTH REDEFINES WS-NEXT-MONTH-WORK PIC 9(6).

      * Renewal candidates collected first, ordered after the scan
       01  WS-RENEWAL-COUNT            PIC 9(3) VALUE 0.
       01  WS-RENEWAL-TABLE.
           05  WS-RENEWAL-CARD         PIC 9(16) OCCURS 500 TIMES.
       01  WS-RENEWAL-IDX              PIC 9(3).

      * Embossing file lines sent to the card bureau
       01  WS-EMBOSS-HEADER.
           05  FILLER                  PIC X(3) VALUE 'HDR'.
           05  WS-EMH-FILE-DATE        PIC 9(8).
           05  FILLER                  PIC X(139) VALUE SPACES.

       01  WS-EMBOSS-DETAIL.
           05  FILLER                  PIC X(3) VALUE 'DTL'.
           05  WS-EMD-CARD-NUMBER      PIC 9(16).
           05  WS-EMD-EXPIRY-DATE      PIC 9(6).
           05  WS-EMD-ISSUE-REASON     PIC X.
           05  WS-EMD-ACCOUNT-ID       PIC 9(8).
           05  WS-EMD-NAME             PIC X(30).
           05  WS-EMD-ADDRESS          PIC X(60).
           05  WS-EMD-PREDECESSOR      PIC 9(16).
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-EMBOSS-TRAILER.
           05  FILLER                  PIC X(3) VALUE 'TRL'.
           05  WS-EMT-COUNT            PIC 9(6).
           05  FILLER                  PIC X(141) VALUE SPACES.

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
           05  WS-CARDS-SCANNED        PIC 9(6) VALUE 0.
           05  WS-RENEWALS-ORDERED     PIC 9(6) VALUE 0.
           05  WS-RENEWALS-REFUSED     PIC 9(6) VALUE 0.
           05  WS-CARDS-SENT           PIC 9(6) VALUE 0.
           05  WS-SENT-NEW             PIC 9(6) VALUE 0.
           05  WS-SENT-REPLACEMENT     PIC 9(6) VALUE 0.
           05  WS-SENT-RENEWAL         PIC 9(6) VALUE 0.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.

       01  WS-DATA-SET-STATUS          PIC XX.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the card embossing request batch job
           PERFORM DISPLAY-BANNER.
           PERFORM CHECK-LIVE-DATA-SET.
           PERFORM COLLECT-RENEWALS.
           PERFORM ORDER-RENEWALS.
           PERFORM WRITE-EMBOSSING-FILE.
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
      *    Display report header and work out next month from the
      *    business date
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE' WS-POSTING-DATE.

           MOVE WS-POSTING-DATE(1:4) TO WS-NXT-YEAR.
           MOVE WS-POSTING-DATE(5:2) TO WS-NXT-MONTH.
           ADD 1 TO WS-NXT-MONTH.
           IF WS-NXT-MONTH > 12
               MOVE 1 TO WS-NXT-MONTH
               ADD 1 TO WS-NXT-YEAR
           END-IF.

           DISPLAY '================================================'.
           DISPLAY 'CARD BUREAU EMBOSSING REQUEST BATCH'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY 'Business date:   ' WS-POSTING-DATE.
           DISPLAY 'Renewing cards expiring ' WS-NEXT-MONTH.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Cards scanned:         ' WS-CARDS-SCANNED.
           DISPLAY 'Renewals ordered:      ' WS-RENEWALS-ORDERED.
           DISPLAY 'Renewals refused:      ' WS-RENEWALS-REFUSED.
           DISPLAY 'Plastics requested:    ' WS-CARDS-SENT.
           DISPLAY '  New issues:          ' WS-SENT-NEW.
           DISPLAY '  Replacements:        ' WS-SENT-REPLACEMENT.
           DISPLAY '  Renewals:            ' WS-SENT-RENEWAL.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * RENEWAL PASS
      ******************************************************************

       COLLECT-RENEWALS.
      *    Single sequential pass over CARD-FILE, collecting the
      *    ACTIVE cards that expire next month with no renewal yet
           CALL 'FILES' USING 'OPEN-CARD-FILE-IO'.
           CALL 'FILES' USING 'START-CARD-FILE-TOP' WS-OP-STATUS.

           PERFORM CHECK-NEXT-RENEWAL
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-CARD-FILE'.

       CHECK-NEXT-RENEWAL.
      *    Read one card and note it if it is due for renewal
           CALL 'FILES' USING 'READ-NEXT-CARD' CARD-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-CARDS-SCANNED
               IF CRD-ACTIVE AND CRD-EXPIRY-DATE = WS-NEXT-MONTH
                       AND NOT CRD-SUCCESSOR-ORDERED
                   IF WS-RENEWAL-COUNT < 500
                       ADD 1 TO WS-RENEWAL-COUNT
                       MOVE CRD-CARD-NUMBER
                           TO WS-RENEWAL-CARD(WS-RENEWAL-COUNT)
                   END-IF
               END-IF
           END-IF.

       ORDER-RENEWALS.
      *    Order the renewal of every collected card
           PERFORM ORDER-ONE-RENEWAL
               VARYING WS-RENEWAL-IDX FROM 1 BY 1
               UNTIL WS-RENEWAL-IDX > WS-RENEWAL-COUNT.

       ORDER-ONE-RENEWAL.
      *    Order one renewal through the card module
           CALL 'CARDS' USING 'RENEW-CARD'
               WS-RENEWAL-CARD(WS-RENEWAL-IDX) CARD-RECORD
               WS-RENEW-STATUS.

           IF WS-RENEW-STATUS = '00'
               ADD 1 TO WS-RENEWALS-ORDERED
               DISPLAY 'RENEWAL   Card: '
                   WS-RENEWAL-CARD(WS-RENEWAL-IDX)
                   '  New card: ' CRD-CARD-NUMBER
           ELSE
               ADD 1 TO WS-RENEWALS-REFUSED
               DISPLAY 'NO RENEW  Card: '
                   WS-RENEWAL-CARD(WS-RENEWAL-IDX)
                   '  Account not active - left to expire'
           END-IF.

      ******************************************************************
      * EMBOSSING FILE PASS
      ******************************************************************

       WRITE-EMBOSSING-FILE.
      *    Write every ORDERED card not sent on an earlier date to
      *    the bureau's embossing file and stamp it sent
           CALL 'FILES' USING 'OPEN-CARD-EMBOSS-OUTPUT'
               WS-FILE-OP-STATUS.

           IF WS-FILE-OP-STATUS NOT = '00'
               DISPLAY 'FATAL: Cannot create the embossing file'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-POSTING-DATE TO WS-EMH-FILE-DATE.
           MOVE WS-EMBOSS-HEADER TO CARD-EMBOSS-LINE.
           CALL 'FILES' USING 'WRITE-CARD-EMBOSS-LINE'
               CARD-EMBOSS-LINE WS-FILE-OP-STATUS.

           CALL 'FILES' USING 'OPEN-CARD-FILE-IO'.
           CALL 'FILES' USING 'START-CARD-FILE-TOP' WS-OP-STATUS.

           PERFORM CHECK-NEXT-ORDERED-CARD
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-CARD-FILE'.

           MOVE WS-CARDS-SENT TO WS-EMT-COUNT.
           MOVE WS-EMBOSS-TRAILER TO CARD-EMBOSS-LINE.
           CALL 'FILES' USING 'WRITE-CARD-EMBOSS-LINE'
               CARD-EMBOSS-LINE WS-FILE-OP-STATUS.

           CALL 'FILES' USING 'CLOSE-CARD-EMBOSS-FILE'.

       CHECK-NEXT-ORDERED-CARD.
      *    Read one card and request its plastic if it is on order
      *    and not already sent on an earlier date
           CALL 'FILES' USING 'READ-NEXT-CARD' CARD-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               IF CRD-ORDERED
                   IF CRD-EMBOSS-SENT-DATE NOT NUMERIC
                       MOVE 0 TO CRD-EMBOSS-SENT-DATE
                   END-IF
                   IF CRD-EMBOSS-SENT-DATE = 0 OR
                           CRD-EMBOSS-SENT-DATE = WS-POSTING-DATE
                       PERFORM REQUEST-PLASTIC
                   END-IF
               END-IF
           END-IF.

       REQUEST-PLASTIC.
      *    Write one embossing request and stamp the card sent
           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               CRD-ACCOUNT-ID ACCOUNT-RECORD WS-ACCT-STATUS.

           IF WS-ACCT-STATUS NOT = '00'
               MOVE SPACES TO ACC-HOLDER-NAME
               MOVE SPACES TO ACC-ADDRESS
           END-IF.

           MOVE CRD-CARD-NUMBER TO WS-EMD-CARD-NUMBER.
           MOVE CRD-EXPIRY-DATE TO WS-EMD-EXPIRY-DATE.
           MOVE CRD-ISSUE-REASON TO WS-EMD-ISSUE-REASON.
           MOVE CRD-ACCOUNT-ID TO WS-EMD-ACCOUNT-ID.
           MOVE ACC-HOLDER-NAME TO WS-EMD-NAME.
           MOVE ACC-ADDRESS TO WS-EMD-ADDRESS.
           MOVE CRD-PREDECESSOR-CARD TO WS-EMD-PREDECESSOR.

           MOVE WS-EMBOSS-DETAIL TO CARD-EMBOSS-LINE.
           CALL 'FILES' USING 'WRITE-CARD-EMBOSS-LINE'
               CARD-EMBOSS-LINE WS-FILE-OP-STATUS.

           MOVE WS-POSTING-DATE TO CRD-EMBOSS-SENT-DATE.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO CRD-UPDATED-TS.
           CALL 'FILES' USING 'UPDATE-CARD' CARD-RECORD
               WS-ACCT-STATUS.

           ADD 1 TO WS-CARDS-SENT.
           EVALUATE TRUE
               WHEN CRD-REPLACEMENT
                   ADD 1 TO WS-SENT-REPLACEMENT
               WHEN CRD-RENEWAL
                   ADD 1 TO WS-SENT-RENEWAL
               WHEN OTHER
                   ADD 1 TO WS-SENT-NEW
           END-EVALUATE.

           DISPLAY 'EMBOSS    Card: ' CRD-CARD-NUMBER
               '  Account: ' CRD-ACCOUNT-ID
               '  Reason: ' CRD-ISSUE-REASON.
           MOVE '00' TO WS-OP-STATUS.

       GET-CURRENT-TIMESTAMP.
      *    Generate current timestamp in YYYYMMDDHHMMSS format
      *    Output: WS-TIMESTAMP
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURR-YEAR WS-CURR-MONTH WS-CURR-DAY
                  WS-CURR-HOUR WS-CURR-MINUTE WS-CURR-SECOND
                  DELIMITED BY SIZE INTO WS-TIMESTAMP.

       END PROGRAM CARDEMB.
