      ******************************************************************
      * MAILRPR.COB - Held-Mail Reprint Batch
      *
      * Standalone batch program, run nightly. Once a customer's
      * address has been corrected, MAILHOLD releases everything the
      * print runs diverted while their mail was being returned.
      * This job walks the held-mail register and copies each
      * RELEASED document's captured print lines onto the reprint
      * spool, with a form feed between documents, and stamps the
      * register row REPRINTD - so statements, letters and
      * certificates held back during the returned-mail period go
      * out in the next mailing, exactly as they were produced.
      *
      * Design decisions:
      * - The spool is opened EXTEND, like the advice letter spool:
      *   each run appends its documents to the stream, and a
      *   document once reprinted is never reprinted again because
      *   its register row flips to REPRINTD
      * - A held advice letter left its notice in HELD status; the
      *   reprint is what finally flips the notice to PRINTED, so
      *   the notice queue still tells the truth about what the
      *   customer has been sent
      * - Rows still HELD (address not yet fixed) are left alone
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILRPR.
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
       01  WS-LINE-STATUS              PIC XX.
       01  WS-SPOOL-STATUS             PIC XX.
       01  WS-UPDATE-STATUS            PIC XX.
       01  WS-NOTICE-STATUS            PIC XX.

       01  WS-FORM-FEED                PIC X VALUE X'0C'.
       01  WS-ITEM-LINES               PIC 9(5) VALUE 0.

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
           05  WS-ITEMS-SCANNED        PIC 9(6) VALUE 0.
           05  WS-ITEMS-REPRINTED      PIC 9(6) VALUE 0.
           05  WS-ITEMS-STILL-HELD     PIC 9(6) VALUE 0.
           05  WS-LINES-REPRINTED      PIC 9(8) VALUE 0.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.
       01  WS-RUN-DATE-FLAT REDEFINES WS-RUN-DATE PIC 9(8).

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the held-mail reprint batch job
           PERFORM DISPLAY-BANNER.
           PERFORM REPRINT-RELEASED-ITEMS.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY '================================================'.
           DISPLAY 'HELD-MAIL REPRINT BATCH'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Register rows scanned: ' WS-ITEMS-SCANNED.
           DISPLAY 'Documents reprinted:   ' WS-ITEMS-REPRINTED.
           DISPLAY 'Lines reprinted:       ' WS-LINES-REPRINTED.
           DISPLAY 'Still held:            ' WS-ITEMS-STILL-HELD.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * REPRINT PASS
      ******************************************************************

       REPRINT-RELEASED-ITEMS.
      *    Single sequential pass over the held-mail register
           CALL 'FILES' USING 'OPEN-MAIL-REPRINT-SPOOL-EXTEND'
               WS-SPOOL-STATUS.

           CALL 'FILES' USING 'OPEN-HELD-MAIL-FILE-IO'.
           CALL 'FILES' USING 'OPEN-HELD-MAIL-LINE-FILE-IO'.
           CALL 'FILES' USING 'START-HELD-MAIL-FILE-TOP' WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               PERFORM CHECK-NEXT-HELD-ITEM
                   UNTIL WS-OP-STATUS = '10'
           END-IF.

           CALL 'FILES' USING 'CLOSE-HELD-MAIL-LINE-FILE'.
           CALL 'FILES' USING 'CLOSE-HELD-MAIL-FILE'.
           CALL 'FILES' USING 'CLOSE-MAIL-REPRINT-SPOOL-FILE'.

       CHECK-NEXT-HELD-ITEM.
      *    Read one register row and reprint it if released
           CALL 'FILES' USING 'READ-NEXT-HELD-MAIL' HELD-MAIL-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-ITEMS-SCANNED
               IF HML-RELEASED
                   PERFORM REPRINT-ONE-ITEM
               END-IF
               IF HML-HELD
                   ADD 1 TO WS-ITEMS-STILL-HELD
               END-IF
           END-IF.

       REPRINT-ONE-ITEM.
      *    Copy one document's captured lines to the reprint spool
      *    and stamp the register row REPRINTD
           IF WS-ITEMS-REPRINTED > 0
               MOVE WS-FORM-FEED TO MAIL-REPRINT-LINE
               CALL 'FILES' USING 'WRITE-MAIL-REPRINT-LINE'
                   MAIL-REPRINT-LINE WS-SPOOL-STATUS
           END-IF.

           MOVE 0 TO WS-ITEM-LINES.
           MOVE HML-HELD-ID TO HLL-HELD-ID.
           CALL 'FILES' USING 'START-HELD-MAIL-LINES'
               HELD-MAIL-LINE-RECORD WS-LINE-STATUS.

           IF WS-LINE-STATUS = '00'
               PERFORM COPY-NEXT-HELD-LINE
                   UNTIL WS-LINE-STATUS = '10'
           END-IF.

           MOVE 'REPRINTD' TO HML-STATUS.
           MOVE WS-RUN-DATE-FLAT TO HML-REPRINTED-DATE.
           CALL 'FILES' USING 'UPDATE-HELD-MAIL' HELD-MAIL-RECORD
               WS-UPDATE-STATUS.

           IF HML-DOC-ADVICE
               PERFORM MARK-ADVICE-PRINTED
           END-IF.

           ADD 1 TO WS-ITEMS-REPRINTED.
           ADD WS-ITEM-LINES TO WS-LINES-REPRINTED.
           DISPLAY 'REPRINTED Held: ' HML-HELD-ID
               '  Customer: ' HML-CUSTOMER-ID
               '  ' HML-DOC-TYPE ' ' HML-DOC-REF.

       COPY-NEXT-HELD-LINE.
      *    Read the next captured line, stopping at the next document
           CALL 'FILES' USING 'READ-NEXT-HELD-MAIL-LINE'
               HELD-MAIL-LINE-RECORD WS-LINE-STATUS.

           IF WS-LINE-STATUS = '00'
               IF HLL-HELD-ID NOT = HML-HELD-ID
                   MOVE '10' TO WS-LINE-STATUS
               ELSE
                   MOVE HLL-TEXT TO MAIL-REPRINT-LINE
                   CALL 'FILES' USING 'WRITE-MAIL-REPRINT-LINE'
                       MAIL-REPRINT-LINE WS-SPOOL-STATUS
                   ADD 1 TO WS-ITEM-LINES
               END-IF
           END-IF.

       MARK-ADVICE-PRINTED.
      *    A reprinted advice letter finally flips its notice from
      *    HELD to PRINTED
           MOVE HML-DOC-REF(1:10) TO NTC-NOTICE-ID.

           CALL 'FILES' USING 'OPEN-NOTICE-FILE-IO'.
           CALL 'FILES' USING 'READ-NOTICE' NOTICE-RECORD
               WS-NOTICE-STATUS.

           IF WS-NOTICE-STATUS = '00' AND NTC-HELD
               MOVE 'PRINTED' TO NTC-STATUS
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO NTC-PRINTED-TS
               CALL 'FILES' USING 'UPDATE-NOTICE' NOTICE-RECORD
                   WS-NOTICE-STATUS
           END-IF.

           CALL 'FILES' USING 'CLOSE-NOTICE-FILE'.

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

       END PROGRAM MAILRPR.
