      ******************************************************************
      * CARDPROD.COB - Card Bureau Production File Batch
      *
      * Standalone batch program, run when the card bureau returns
      * its production file for the plastics requested on the
      * embossing file (see CARDEMB.COB). Reads the fixed-format
      * HDR/DTL/TRL file and records each card's outcome through
      * CARDS/RECORD-CARD-PRODUCTION: PRODUCED cards wait for the
      * customer to activate them; REJECTED cards are listed for the
      * branch with the bureau's reason.
      *
      * Design decisions:
      * - Detail lines carry the card number, an outcome code (P =
      *   produced, R = rejected) and the bureau's rejection reason
      * - No run-control registration: a production file delivered
      *   twice is harmless, because a card whose outcome is already
      *   recorded is no longer awaiting production and is reported
      *   as a repeat instead of being changed
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDPROD.
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
       01  WS-CARD-STATUS              PIC XX.

      * Fixed-format line overlays for parsing the production file
       01  WS-PARSE-DETAIL.
           05  WS-PRS-TAG              PIC X(3).
           05  WS-PRS-CARD-NUMBER      PIC 9(16).
           05  WS-PRS-CARD-NUMBER-X REDEFINES WS-PRS-CARD-NUMBER
                                       PIC X(16).
           05  WS-PRS-OUTCOME          PIC X.
               88  PRS-PRODUCED        VALUE 'P'.
               88  PRS-REJECTED        VALUE 'R'.
           05  WS-PRS-REASON           PIC X(30).
           05  FILLER                  PIC X(50).

       01  WS-PARSE-HEADER.
           05  WS-PRS-HDR-TAG          PIC X(3).
           05  WS-PRS-FILE-DATE        PIC 9(8).
           05  FILLER                  PIC X(89).

       01  WS-PARSE-TRAILER.
           05  WS-PRS-TRL-TAG          PIC X(3).
           05  WS-PRS-TRL-COUNT        PIC 9(6).
           05  FILLER                  PIC X(91).

       01  WS-OUTCOME                  PIC X(8).

       01  WS-FILE-DATE                PIC 9(8) VALUE 0.
       01  WS-TRAILER-SEEN             PIC 9 VALUE 0.
           88  TRAILER-WAS-SEEN        VALUE 1.

       01  WS-REPORT-COUNTERS.
           05  WS-LINES-READ           PIC 9(6) VALUE 0.
           05  WS-ITEMS-READ           PIC 9(6) VALUE 0.
           05  WS-ITEMS-PRODUCED       PIC 9(6) VALUE 0.
           05  WS-ITEMS-REJECTED       PIC 9(6) VALUE 0.
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
      *    Entry point for the card production file batch job
           PERFORM DISPLAY-BANNER.
           PERFORM PROCESS-PRODUCTION-FILE
               THRU PROCESS-PRODUCTION-FILE-END.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY '================================================'.
           DISPLAY 'CARD BUREAU PRODUCTION FILE BATCH'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Detail items read:     ' WS-ITEMS-READ.
           DISPLAY 'Cards produced:        ' WS-ITEMS-PRODUCED.
           DISPLAY 'Cards rejected:        ' WS-ITEMS-REJECTED.
           DISPLAY 'Exceptions:            ' WS-ITEMS-EXCEPTION.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * FILE PROCESSING PASS
      ******************************************************************

       PROCESS-PRODUCTION-FILE.
      *    Single sequential pass over the production file,
      *    dispatching each line on its HDR/DTL/TRL tag
           CALL 'FILES' USING 'OPEN-CARD-PRODUCTION-IN-INPUT'
               WS-OP-STATUS.

           IF WS-OP-STATUS NOT = '00'
               DISPLAY 'No card production file found - nothing to do.'
               GO TO PROCESS-PRODUCTION-FILE-END
           END-IF.

           PERFORM PROCESS-NEXT-PRODUCTION-LINE
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-CARD-PRODUCTION-IN-FILE'.

           IF NOT TRAILER-WAS-SEEN
               DISPLAY 'WARNING: File ended without a TRL control '
                   'line - transmission may be truncated'
           END-IF.

       PROCESS-PRODUCTION-FILE-END.
           EXIT.

       PROCESS-NEXT-PRODUCTION-LINE.
      *    Read and dispatch one line of the production file
           CALL 'FILES' USING 'READ-NEXT-CARD-PRODUCTION-LINE'
               CARD-PRODUCTION-IN-LINE WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-LINES-READ
               EVALUATE CARD-PRODUCTION-IN-LINE(1:3)
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
           MOVE CARD-PRODUCTION-IN-LINE TO WS-PARSE-HEADER.
           MOVE WS-PRS-FILE-DATE TO WS-FILE-DATE.
           DISPLAY 'File date: ' WS-FILE-DATE.
           DISPLAY ' '.

       PROCESS-DETAIL-LINE.
      *    Parse one DTL item and record the card's outcome
           MOVE CARD-PRODUCTION-IN-LINE TO WS-PARSE-DETAIL.
           ADD 1 TO WS-ITEMS-READ.

           IF WS-PRS-CARD-NUMBER-X NOT NUMERIC OR
                   (NOT PRS-PRODUCED AND NOT PRS-REJECTED)
               ADD 1 TO WS-ITEMS-EXCEPTION
               DISPLAY 'EXCEPTION Line ' WS-LINES-READ
                   '  Malformed detail line - ignored'
               GO TO PROCESS-DETAIL-LINE-END
           END-IF.

           IF PRS-PRODUCED
               MOVE 'PRODUCED' TO WS-OUTCOME
           ELSE
               MOVE 'REJECTED' TO WS-OUTCOME
           END-IF.

           CALL 'CARDS' USING 'RECORD-CARD-PRODUCTION'
               WS-PRS-CARD-NUMBER WS-OUTCOME CARD-RECORD
               WS-CARD-STATUS.

           IF WS-CARD-STATUS NOT = '00'
               ADD 1 TO WS-ITEMS-EXCEPTION
               DISPLAY 'EXCEPTION Card: ' WS-PRS-CARD-NUMBER
                   '  Not awaiting production - ignored'
               GO TO PROCESS-DETAIL-LINE-END
           END-IF.

           IF PRS-PRODUCED
               ADD 1 TO WS-ITEMS-PRODUCED
               DISPLAY 'PRODUCED  Card: ' WS-PRS-CARD-NUMBER
                   '  Account: ' CRD-ACCOUNT-ID
           ELSE
               ADD 1 TO WS-ITEMS-REJECTED
               DISPLAY 'REJECTED  Card: ' WS-PRS-CARD-NUMBER
                   '  Account: ' CRD-ACCOUNT-ID
                   '  ' WS-PRS-REASON
           END-IF.

       PROCESS-DETAIL-LINE-END.
           EXIT.

       PROCESS-TRAILER-LINE.
      *    Reconcile the TRL count against the detail lines read
           MOVE CARD-PRODUCTION-IN-LINE TO WS-PARSE-TRAILER.
           MOVE 1 TO WS-TRAILER-SEEN.

           IF WS-PRS-TRL-COUNT NOT = WS-ITEMS-READ
               DISPLAY ' '
               DISPLAY 'WARNING: Control count does not match the '
                   'detail lines read'
               DISPLAY '  Trailer count: ' WS-PRS-TRL-COUNT
                   '  Items read: ' WS-ITEMS-READ
           END-IF.

       END PROGRAM CARDPROD.
