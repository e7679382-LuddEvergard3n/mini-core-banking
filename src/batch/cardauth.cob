      ******************************************************************
      * CARDAUTH.COB - Card Network Authorization Request Batch
      *
      * Standalone batch program, run each time the card network
      * delivers a file of authorization requests - the ATM
      * withdrawals and point-of-sale purchases its terminals want
      * approved before they hand over cash or goods. Reads the
      * fixed-format HDR/DTL/TRL file, decides each request through
      * CARDS/AUTHORIZE-CARD (card status and expiry, the card's
      * daily limit for the channel, the account's available
      * balance), and answers every request on the response file:
      * APR with the authorization ID, or DCL with the reason.
      *
      * Design decisions:
      * - The decision and the log row live in CARDS.COB, not here,
      *   so the batch is only file discipline: the same HDR/DTL/TRL
      *   shape and control-total check as CARDSETL
      * - An approval holds the amount on the account (a register
      *   hold, reason CARD-AUTH) until CARDSETL settles the item or
      *   AUTHEXP lets the approval lapse
      * - No run-control registration: a request file delivered
      *   twice is harmless, because a card's reference already on
      *   the authorization log is answered with the original
      *   decision and never holds the funds a second time
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDAUTH.
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
       01  WS-AUTH-STATUS              PIC XX.
       01  WS-FILE-OP-STATUS           PIC XX.

      * Fixed-format line overlays for parsing the request file.
      * The numeric fields are tested for class NUMERIC through their
      * alphanumeric redefinitions before being trusted.
       01  WS-PARSE-DETAIL.
           05  WS-PRS-TAG              PIC X(3).
           05  WS-PRS-CARD-NUMBER      PIC 9(16).
           05  WS-PRS-CARD-NUMBER-X REDEFINES WS-PRS-CARD-NUMBER
                                       PIC X(16).
           05  WS-PRS-CHANNEL          PIC X(3).
           05  WS-PRS-AMOUNT           PIC 9(13)V99.
           05  WS-PRS-AMOUNT-X REDEFINES WS-PRS-AMOUNT PIC X(15).
           05  WS-PRS-REFERENCE        PIC X(20).
           05  FILLER                  PIC X(43).

       01  WS-PARSE-HEADER.
           05  WS-PRS-HDR-TAG          PIC X(3).
           05  WS-PRS-FILE-DATE        PIC 9(8).
           05  FILLER                  PIC X(89).

       01  WS-PARSE-TRAILER.
           05  WS-PRS-TRL-TAG          PIC X(3).
           05  WS-PRS-TRL-COUNT        PIC 9(6).
           05  WS-PRS-TRL-AMOUNT       PIC 9(13)V99.
           05  FILLER                  PIC X(76).

      * Answer line sent back to the card network: APR carries the
      * authorization ID, DCL the reason
       01  WS-RESPONSE-LINE.
           05  WS-RSP-TAG              PIC X(3).
           05  WS-RSP-CARD-NUMBER      PIC 9(16).
           05  WS-RSP-AMOUNT           PIC 9(13)V99.
           05  WS-RSP-REFERENCE        PIC X(20).
           05  WS-RSP-AUTH-ID          PIC 9(10).
           05  WS-RSP-REASON           PIC X(30).
           05  FILLER                  PIC X(6) VALUE SPACES.

       01  WS-REQUEST-WORK.
           05  WS-REQ-CARD-NUMBER      PIC 9(16).
           05  WS-REQ-AMOUNT           PIC S9(13)V99.
           05  WS-REQ-CHANNEL          PIC X(3).
           05  WS-REQ-REFERENCE        PIC X(20).

       01  WS-FILE-DATE                PIC 9(8) VALUE 0.
       01  WS-TRAILER-SEEN             PIC 9 VALUE 0.
           88  TRAILER-WAS-SEEN        VALUE 1.

       01  WS-REPORT-COUNTERS.
           05  WS-LINES-READ           PIC 9(6) VALUE 0.
           05  WS-ITEMS-READ           PIC 9(6) VALUE 0.
           05  WS-ITEMS-APPROVED       PIC 9(6) VALUE 0.
           05  WS-ITEMS-DECLINED       PIC 9(6) VALUE 0.
           05  WS-AMOUNT-READ          PIC S9(13)V99 VALUE 0.
           05  WS-AMOUNT-APPROVED      PIC S9(13)V99 VALUE 0.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-TOTAL        PIC -ZZZ,ZZZ,ZZ9.99.

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
      *    Entry point for the card authorization request batch job
           PERFORM DISPLAY-BANNER.
           PERFORM CHECK-LIVE-DATA-SET.
           PERFORM PROCESS-REQUEST-FILE
               THRU PROCESS-REQUEST-FILE-END.
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
           DISPLAY 'CARD NETWORK AUTHORIZATION BATCH'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display final counts
           MOVE WS-AMOUNT-APPROVED TO WS-DISPLAY-TOTAL.
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Requests read:         ' WS-ITEMS-READ.
           DISPLAY 'Requests approved:     ' WS-ITEMS-APPROVED.
           DISPLAY 'Requests declined:     ' WS-ITEMS-DECLINED.
           DISPLAY 'Total amount held:     ' WS-DISPLAY-TOTAL.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * FILE PROCESSING PASS
      ******************************************************************

       PROCESS-REQUEST-FILE.
      *    Single sequential pass over the request file, dispatching
      *    each line on its HDR/DTL/TRL tag
           CALL 'FILES' USING 'OPEN-CARD-AUTH-IN-FILE-INPUT'
               WS-OP-STATUS.

           IF WS-OP-STATUS NOT = '00'
               DISPLAY 'No authorization request file found - '
                   'nothing to do.'
               GO TO PROCESS-REQUEST-FILE-END
           END-IF.

           CALL 'FILES' USING 'OPEN-CARD-AUTH-RESPONSE-OUTPUT'
               WS-FILE-OP-STATUS.

           PERFORM PROCESS-NEXT-REQUEST-LINE
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-CARD-AUTH-RESPONSE-FILE'.
           CALL 'FILES' USING 'CLOSE-CARD-AUTH-IN-FILE'.

           IF NOT TRAILER-WAS-SEEN
               DISPLAY 'WARNING: File ended without a TRL control '
                   'line - transmission may be truncated'
           END-IF.

       PROCESS-REQUEST-FILE-END.
           EXIT.

       PROCESS-NEXT-REQUEST-LINE.
      *    Read and dispatch one line of the request file
           CALL 'FILES' USING 'READ-NEXT-CARD-AUTH-IN-LINE'
               CARD-AUTH-IN-LINE WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-LINES-READ
               EVALUATE CARD-AUTH-IN-LINE(1:3)
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
           MOVE CARD-AUTH-IN-LINE TO WS-PARSE-HEADER.
           MOVE WS-PRS-FILE-DATE TO WS-FILE-DATE.
           DISPLAY 'File date: ' WS-FILE-DATE.
           DISPLAY ' '.

       PROCESS-DETAIL-LINE.
      *    Parse one DTL request and answer it
           MOVE CARD-AUTH-IN-LINE TO WS-PARSE-DETAIL.
           ADD 1 TO WS-ITEMS-READ.

           IF WS-PRS-CARD-NUMBER-X NOT NUMERIC OR
                   WS-PRS-AMOUNT-X NOT NUMERIC
               MOVE 0 TO WS-PRS-CARD-NUMBER
               MOVE 0 TO WS-PRS-AMOUNT
               MOVE 'DCL' TO WS-RSP-TAG
               MOVE 0 TO WS-RSP-AUTH-ID
               MOVE 'MALFORMED DETAIL LINE' TO WS-RSP-REASON
               PERFORM WRITE-RESPONSE-ITEM
               GO TO PROCESS-DETAIL-LINE-END
           END-IF.

           ADD WS-PRS-AMOUNT TO WS-AMOUNT-READ.

           MOVE WS-PRS-CARD-NUMBER TO WS-REQ-CARD-NUMBER.
           MOVE WS-PRS-AMOUNT TO WS-REQ-AMOUNT.
           MOVE WS-PRS-CHANNEL TO WS-REQ-CHANNEL.
           MOVE WS-PRS-REFERENCE TO WS-REQ-REFERENCE.

           CALL 'CARDS' USING 'AUTHORIZE-CARD'
               WS-REQ-CARD-NUMBER WS-REQ-AMOUNT WS-REQ-CHANNEL
               WS-REQ-REFERENCE CARD-AUTH-RECORD WS-AUTH-STATUS.

           MOVE CAU-AUTH-ID TO WS-RSP-AUTH-ID.

           IF WS-AUTH-STATUS = '00'
               MOVE 'APR' TO WS-RSP-TAG
               MOVE SPACES TO WS-RSP-REASON
               ADD 1 TO WS-ITEMS-APPROVED
               ADD WS-PRS-AMOUNT TO WS-AMOUNT-APPROVED
           ELSE
               MOVE 'DCL' TO WS-RSP-TAG
               MOVE CAU-DECLINE-REASON TO WS-RSP-REASON
           END-IF.

           PERFORM WRITE-RESPONSE-ITEM.

       PROCESS-DETAIL-LINE-END.
           EXIT.

       PROCESS-TRAILER-LINE.
      *    Reconcile the TRL control totals against the detail lines
      *    actually read
           MOVE CARD-AUTH-IN-LINE TO WS-PARSE-TRAILER.
           MOVE 1 TO WS-TRAILER-SEEN.

           IF WS-PRS-TRL-COUNT NOT = WS-ITEMS-READ OR
                   WS-PRS-TRL-AMOUNT NOT = WS-AMOUNT-READ
               DISPLAY ' '
               DISPLAY 'WARNING: Control totals do not match the '
                   'detail lines read'
               DISPLAY '  Trailer count: ' WS-PRS-TRL-COUNT
                   '  Items read: ' WS-ITEMS-READ
           END-IF.

      ******************************************************************
      * RESPONSES
      ******************************************************************

       WRITE-RESPONSE-ITEM.
      *    Write one answer to the response file sent back to the
      *    card network
      *    Input: WS-PARSE-DETAIL, WS-RSP-TAG, WS-RSP-AUTH-ID,
      *           WS-RSP-REASON
           MOVE WS-PRS-CARD-NUMBER TO WS-RSP-CARD-NUMBER.
           MOVE WS-PRS-AMOUNT TO WS-RSP-AMOUNT.
           MOVE WS-PRS-REFERENCE TO WS-RSP-REFERENCE.

           MOVE WS-RESPONSE-LINE TO CARD-AUTH-RESPONSE-LINE.
           CALL 'FILES' USING 'WRITE-CARD-AUTH-RESPONSE-LINE'
               CARD-AUTH-RESPONSE-LINE WS-FILE-OP-STATUS.

           MOVE WS-PRS-AMOUNT TO WS-DISPLAY-AMOUNT.
           IF WS-RSP-TAG = 'APR'
               DISPLAY 'APPROVED  Card: ' WS-PRS-CARD-NUMBER
                   '  Amount: ' WS-DISPLAY-AMOUNT
                   '  Auth: ' WS-RSP-AUTH-ID
           ELSE
               ADD 1 TO WS-ITEMS-DECLINED
               DISPLAY 'DECLINED  Card: ' WS-PRS-CARD-NUMBER
                   '  Ref: ' WS-PRS-REFERENCE
                   '  ' WS-RSP-REASON
           END-IF.

       END PROGRAM CARDAUTH.
