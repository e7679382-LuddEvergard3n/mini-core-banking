      ******************************************************************
      * SPOOLARC.COB - Print Spool Archive and Catalogue Module
      *
      * The statement cycle, the relationship statements, the advice
      * letters and the tax certificates all print to a .prn spool
      * that the next run overwrites (or, for the advice letters,
      * appends to without any index). Once the print room has the
      * file, the bank can no longer show what a customer was sent.
      * This module keeps a copy of every line each of those runs
      * spools, and a catalogue of the documents in it, so the
      * original document can be found and reprinted as issued.
      *
      * Design decisions:
      * - Each print run is one archive run with its own run number
      *   from the control file. Its lines are kept in
      *   SPOOL-ARCHIVE-FILE keyed by run and line number, exactly as
      *   they went to the spool, in the same way the held-mail
      *   register keeps a held document's lines
      * - The print program marks where each document starts and
      *   ends; the catalogue row records the report, business date,
      *   account, customer and document reference against the
      *   pages and lines it took up in the run. Pages are counted
      *   from the form feeds the programs already write between
      *   documents, and a form feed that opens a document belongs
      *   to the page count, not to the document
      * - A document the run diverted to the held-mail register
      *   never reached the spool and is not catalogued here; it is
      *   reprinted from the register (see MAILHOLD.COB)
      * - Every run also gets a catalogue row with document number
      *   zero covering the whole run, which is what the retention
      *   purge works from and what a whole-run reprint uses
      * - A reprint copies the archived lines onto its own spool
      *   between COPY banners, so it can never be taken for the
      *   original mailing, counts the reprint on the catalogue row
      *   and is audited
      * - The retention purge removes the archived lines of runs
      *   older than the cutoff and leaves their catalogue rows
      *   marked PURGED, as the record that the documents existed
      *
      * Operations:
      * - BEGIN-SPOOL-ARCHIVE: Opens an archive run for a print run
      * - ARCHIVE-SPOOL-LINE: Keeps one line written to the spool
      * - BEGIN-SPOOL-DOCUMENT: Marks the start of one document
      * - END-SPOOL-DOCUMENT: Catalogues the document just spooled
      * - END-SPOOL-ARCHIVE: Closes the run with its whole-run row
      * - REPRINT-SPOOL-DOCUMENT: Reprints one catalogued document
      * - PURGE-SPOOL-ARCHIVE: Removes runs older than a cutoff
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPOOLARC.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  WS-SPOOLARC-OPERATION.
           05  WS-SPA-OP-STATUS        PIC XX.
               88  SPA-OP-SUCCESS      VALUE '00'.
               88  SPA-OP-DUPLICATE    VALUE '22'.
               88  SPA-OP-NOT-FOUND    VALUE '23'.
               88  SPA-OP-INVALID      VALUE '99'.
           05  WS-SPA-OP-MESSAGE       PIC X(80).

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
       01  WS-INPUT-REPORT-NAME        PIC X(10).
       01  WS-INPUT-BUSINESS-DATE      PIC 9(8).
       01  WS-INPUT-LINE-TEXT          PIC X(132).
       01  WS-INPUT-ACCOUNT-ID         PIC 9(8).
       01  WS-INPUT-CUSTOMER-ID        PIC 9(8).
       01  WS-INPUT-DOC-REF            PIC X(20).
       01  WS-INPUT-RUN-ID             PIC 9(8).
       01  WS-INPUT-DOC-SEQ            PIC 9(6).
       01  WS-INPUT-OPERATOR-ID        PIC 9(6).
       01  WS-INPUT-CUTOFF-DATE        PIC 9(8).

      * Output parameters
       01  WS-PURGED-RUNS              PIC 9(6).
       01  WS-PURGED-LINES             PIC 9(9).

      * Archive run in progress (kept between calls)
       01  WS-ARCHIVE-SWITCH           PIC X VALUE 'N'.
           88  ARCHIVE-ACTIVE          VALUE 'Y'.
       01  WS-RUN-ID                   PIC 9(8) VALUE 0.
       01  WS-RUN-REPORT-NAME          PIC X(10).
       01  WS-RUN-BUSINESS-DATE        PIC 9(8).
       01  WS-RUN-LINE-NO              PIC 9(7) VALUE 0.
       01  WS-RUN-PAGE-NO              PIC 9(6) VALUE 0.
       01  WS-RUN-DOC-SEQ              PIC 9(6) VALUE 0.

      * Document in progress within the run
       01  WS-DOCUMENT-SWITCH          PIC X VALUE 'N'.
           88  DOCUMENT-OPEN           VALUE 'Y'.
       01  WS-DOC-ACCOUNT-ID           PIC 9(8).
       01  WS-DOC-CUSTOMER-ID          PIC 9(8).
       01  WS-DOC-REF                  PIC X(20).
       01  WS-DOC-FIRST-LINE           PIC 9(7).
       01  WS-DOC-FIRST-PAGE           PIC 9(6).
       01  WS-DOC-LAST-LINE            PIC 9(7).
       01  WS-DOC-LAST-PAGE            PIC 9(6).

       01  WS-FORM-FEED                PIC X VALUE X'0C'.
       01  WS-FILE-STATUS              PIC XX.
       01  WS-SCAN-STATUS              PIC XX.
       01  WS-COPY-LINE-NO             PIC 9(7).
       01  WS-PURGE-RUN-ID             PIC 9(8).
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-SPA-AUDIT-DETAILS        PIC X(50).

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

       GENERATE-SPOOL-RUN-ID.
      *    Generate next archive run number from control file
      *    Output: WS-RUN-ID
           CALL 'FILES' USING 'READ-CONTROL' CONTROL-RECORD
               WS-FILE-STATUS.

           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'FATAL: Cannot read control file for spool '
                   'archive run ID'
               STOP RUN
           END-IF.

           ADD 1 TO CTL-LAST-SPOOL-RUN-ID.
           MOVE CTL-LAST-SPOOL-RUN-ID TO WS-RUN-ID.

           CALL 'FILES' USING 'UPDATE-CONTROL' CONTROL-RECORD
               WS-FILE-STATUS.

      ******************************************************************
      * ARCHIVE CAPTURE
      ******************************************************************

       BEGIN-SPOOL-ARCHIVE.
      *    Open an archive run for one print run; lines passed to
      *    ARCHIVE-SPOOL-LINE are kept under it until
      *    END-SPOOL-ARCHIVE
      *    Input: WS-INPUT-REPORT-NAME, WS-INPUT-BUSINESS-DATE
      *    Output: WS-RUN-ID, WS-SPA-OP-STATUS
           PERFORM GENERATE-SPOOL-RUN-ID.

           MOVE WS-INPUT-REPORT-NAME TO WS-RUN-REPORT-NAME.
           MOVE WS-INPUT-BUSINESS-DATE TO WS-RUN-BUSINESS-DATE.
           MOVE 0 TO WS-RUN-LINE-NO.
           MOVE 1 TO WS-RUN-PAGE-NO.
           MOVE 0 TO WS-RUN-DOC-SEQ.
           MOVE 'N' TO WS-DOCUMENT-SWITCH.

           CALL 'FILES' USING 'OPEN-SPOOL-CATALOGUE-FILE-IO'.
           CALL 'FILES' USING 'OPEN-SPOOL-ARCHIVE-FILE-IO'.
           MOVE 'Y' TO WS-ARCHIVE-SWITCH.

           MOVE '00' TO WS-SPA-OP-STATUS.
           MOVE 'Spool archive run opened' TO WS-SPA-OP-MESSAGE.

       ARCHIVE-SPOOL-LINE.
      *    Keep one line written to the spool; a form feed after the
      *    first line starts a new page. A no-op when no run is open
      *    Input: WS-INPUT-LINE-TEXT
           IF ARCHIVE-ACTIVE
               ADD 1 TO WS-RUN-LINE-NO
               IF WS-INPUT-LINE-TEXT(1:1) = WS-FORM-FEED
                       AND WS-RUN-LINE-NO > 1
                   ADD 1 TO WS-RUN-PAGE-NO
               END-IF

               MOVE WS-RUN-ID TO SAL-RUN-ID
               MOVE WS-RUN-LINE-NO TO SAL-LINE-NO
               MOVE WS-INPUT-LINE-TEXT TO SAL-TEXT
               CALL 'FILES' USING 'WRITE-SPOOL-ARCHIVE-LINE'
                   SPOOL-ARCHIVE-LINE-RECORD WS-SPA-OP-STATUS

               IF DOCUMENT-OPEN
                   PERFORM TRACK-DOCUMENT-LINE
               END-IF
           END-IF.

       TRACK-DOCUMENT-LINE.
      *    Extend the open document over the line just kept; the
      *    document starts at its first line that is not a form feed
           IF WS-DOC-FIRST-LINE = 0
               IF WS-INPUT-LINE-TEXT(1:1) NOT = WS-FORM-FEED
                   MOVE WS-RUN-LINE-NO TO WS-DOC-FIRST-LINE
                   MOVE WS-RUN-PAGE-NO TO WS-DOC-FIRST-PAGE
                   MOVE WS-RUN-LINE-NO TO WS-DOC-LAST-LINE
                   MOVE WS-RUN-PAGE-NO TO WS-DOC-LAST-PAGE
               END-IF
           ELSE
               MOVE WS-RUN-LINE-NO TO WS-DOC-LAST-LINE
               MOVE WS-RUN-PAGE-NO TO WS-DOC-LAST-PAGE
           END-IF.

       BEGIN-SPOOL-DOCUMENT.
      *    Mark the start of one document in the open run
      *    Input: WS-INPUT-ACCOUNT-ID, WS-INPUT-CUSTOMER-ID,
      *           WS-INPUT-DOC-REF
           MOVE WS-INPUT-ACCOUNT-ID TO WS-DOC-ACCOUNT-ID.
           MOVE WS-INPUT-CUSTOMER-ID TO WS-DOC-CUSTOMER-ID.
           MOVE WS-INPUT-DOC-REF TO WS-DOC-REF.
           MOVE 0 TO WS-DOC-FIRST-LINE.
           MOVE 0 TO WS-DOC-FIRST-PAGE.
           MOVE 0 TO WS-DOC-LAST-LINE.
           MOVE 0 TO WS-DOC-LAST-PAGE.
           MOVE 'Y' TO WS-DOCUMENT-SWITCH.

       END-SPOOL-DOCUMENT.
      *    Catalogue the document just spooled; one that put no line
      *    on the spool (held mail) is dropped
      *    Output: WS-SPA-OP-STATUS
           MOVE '00' TO WS-SPA-OP-STATUS.
           IF NOT ARCHIVE-ACTIVE OR NOT DOCUMENT-OPEN
               GO TO END-SPOOL-DOCUMENT-END
           END-IF.

           MOVE 'N' TO WS-DOCUMENT-SWITCH.
           IF WS-DOC-FIRST-LINE = 0
               GO TO END-SPOOL-DOCUMENT-END
           END-IF.

           ADD 1 TO WS-RUN-DOC-SEQ.
           INITIALIZE SPOOL-CATALOGUE-RECORD.
           MOVE WS-RUN-ID TO SPC-RUN-ID.
           MOVE WS-RUN-DOC-SEQ TO SPC-DOC-SEQ.
           MOVE WS-DOC-ACCOUNT-ID TO SPC-ACCOUNT-ID.
           MOVE WS-DOC-CUSTOMER-ID TO SPC-CUSTOMER-ID.
           MOVE WS-DOC-REF TO SPC-DOC-REF.
           MOVE WS-DOC-FIRST-PAGE TO SPC-FIRST-PAGE.
           MOVE WS-DOC-LAST-PAGE TO SPC-LAST-PAGE.
           MOVE WS-DOC-FIRST-LINE TO SPC-FIRST-LINE.
           MOVE WS-DOC-LAST-LINE TO SPC-LAST-LINE.
           PERFORM WRITE-CATALOGUE-ROW.

       END-SPOOL-DOCUMENT-END.
           EXIT.

       END-SPOOL-ARCHIVE.
      *    Close the run, writing its whole-run catalogue row
      *    Output: WS-SPA-OP-STATUS
           MOVE '00' TO WS-SPA-OP-STATUS.
           IF NOT ARCHIVE-ACTIVE
               GO TO END-SPOOL-ARCHIVE-END
           END-IF.

           INITIALIZE SPOOL-CATALOGUE-RECORD.
           MOVE WS-RUN-ID TO SPC-RUN-ID.
           MOVE 0 TO SPC-DOC-SEQ.
           MOVE 0 TO SPC-ACCOUNT-ID.
           MOVE 0 TO SPC-CUSTOMER-ID.
           MOVE SPACES TO SPC-DOC-REF.
           STRING WS-RUN-DOC-SEQ ' documents'
               DELIMITED BY SIZE INTO SPC-DOC-REF.
           IF WS-RUN-LINE-NO > 0
               MOVE 1 TO SPC-FIRST-PAGE
               MOVE 1 TO SPC-FIRST-LINE
               MOVE WS-RUN-PAGE-NO TO SPC-LAST-PAGE
               MOVE WS-RUN-LINE-NO TO SPC-LAST-LINE
           END-IF.
           PERFORM WRITE-CATALOGUE-ROW.

           CALL 'FILES' USING 'CLOSE-SPOOL-ARCHIVE-FILE'.
           CALL 'FILES' USING 'CLOSE-SPOOL-CATALOGUE-FILE'.
           MOVE 'N' TO WS-ARCHIVE-SWITCH.
           MOVE 'N' TO WS-DOCUMENT-SWITCH.

       END-SPOOL-ARCHIVE-END.
           EXIT.

       WRITE-CATALOGUE-ROW.
      *    Stamp the run's report and date on the catalogue row built
      *    by the caller and write it
           MOVE WS-RUN-REPORT-NAME TO SPC-REPORT-NAME.
           MOVE WS-RUN-BUSINESS-DATE TO SPC-BUSINESS-DATE.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO SPC-ARCHIVED-TS.
           MOVE 'ARCHIVED' TO SPC-STATUS.
           MOVE 0 TO SPC-REPRINT-COUNT.

           CALL 'FILES' USING 'WRITE-SPOOL-CATALOGUE'
               SPOOL-CATALOGUE-RECORD WS-SPA-OP-STATUS.

      ******************************************************************
      * REPRINT
      ******************************************************************

       REPRINT-SPOOL-DOCUMENT.
      *    Reprint one catalogued document (document number zero is
      *    the whole run) onto the archive reprint spool, marked COPY
      *    Input: WS-INPUT-RUN-ID, WS-INPUT-DOC-SEQ,
      *           WS-INPUT-OPERATOR-ID
      *    Output: SPOOL-CATALOGUE-RECORD, WS-SPA-OP-STATUS
           MOVE WS-INPUT-RUN-ID TO SPC-RUN-ID.
           MOVE WS-INPUT-DOC-SEQ TO SPC-DOC-SEQ.

           CALL 'FILES' USING 'OPEN-SPOOL-CATALOGUE-FILE-IO'.
           CALL 'FILES' USING 'READ-SPOOL-CATALOGUE'
               SPOOL-CATALOGUE-RECORD WS-SPA-OP-STATUS.

           IF NOT SPA-OP-SUCCESS
               CALL 'FILES' USING 'CLOSE-SPOOL-CATALOGUE-FILE'
               MOVE '23' TO WS-SPA-OP-STATUS
               MOVE 'No such document in the spool catalogue'
                   TO WS-SPA-OP-MESSAGE
               GO TO REPRINT-SPOOL-DOCUMENT-END
           END-IF.

           IF SPC-PURGED
               CALL 'FILES' USING 'CLOSE-SPOOL-CATALOGUE-FILE'
               MOVE '99' TO WS-SPA-OP-STATUS
               MOVE 'Archive purged - past the retention period'
                   TO WS-SPA-OP-MESSAGE
               GO TO REPRINT-SPOOL-DOCUMENT-END
           END-IF.

           IF SPC-FIRST-LINE = 0
               CALL 'FILES' USING 'CLOSE-SPOOL-CATALOGUE-FILE'
               MOVE '99' TO WS-SPA-OP-STATUS
               MOVE 'The run spooled nothing' TO WS-SPA-OP-MESSAGE
               GO TO REPRINT-SPOOL-DOCUMENT-END
           END-IF.

           PERFORM GET-CURRENT-TIMESTAMP.
           CALL 'FILES' USING 'OPEN-SPOOL-REPRINT-SPOOL-EXTEND'
               WS-FILE-STATUS.
           CALL 'FILES' USING 'OPEN-SPOOL-ARCHIVE-FILE-IO'.

           MOVE SPACES TO SPOOL-REPRINT-LINE.
           STRING '*** COPY *** ' SPC-REPORT-NAME ' OF '
               SPC-BUSINESS-DATE ' RUN ' SPC-RUN-ID '/' SPC-DOC-SEQ
               ' REPRINTED ' WS-TIMESTAMP ' BY ' WS-INPUT-OPERATOR-ID
               ' *** COPY ***'
               DELIMITED BY SIZE INTO SPOOL-REPRINT-LINE.
           CALL 'FILES' USING 'WRITE-SPOOL-REPRINT-LINE'
               SPOOL-REPRINT-LINE WS-FILE-STATUS.

           PERFORM COPY-ONE-ARCHIVED-LINE
               VARYING WS-COPY-LINE-NO FROM SPC-FIRST-LINE BY 1
               UNTIL WS-COPY-LINE-NO > SPC-LAST-LINE.

           MOVE '*** COPY - NOT THE ORIGINAL DOCUMENT *** END OF COPY'
               TO SPOOL-REPRINT-LINE.
           CALL 'FILES' USING 'WRITE-SPOOL-REPRINT-LINE'
               SPOOL-REPRINT-LINE WS-FILE-STATUS.
           MOVE WS-FORM-FEED TO SPOOL-REPRINT-LINE.
           CALL 'FILES' USING 'WRITE-SPOOL-REPRINT-LINE'
               SPOOL-REPRINT-LINE WS-FILE-STATUS.

           CALL 'FILES' USING 'CLOSE-SPOOL-ARCHIVE-FILE'.
           CALL 'FILES' USING 'CLOSE-SPOOL-REPRINT-SPOOL-FILE'.

           ADD 1 TO SPC-REPRINT-COUNT.
           CALL 'FILES' USING 'UPDATE-SPOOL-CATALOGUE'
               SPOOL-CATALOGUE-RECORD WS-SPA-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-SPOOL-CATALOGUE-FILE'.

           MOVE SPACES TO WS-SPA-AUDIT-DETAILS.
           STRING SPC-REPORT-NAME ' ' SPC-BUSINESS-DATE ' run '
               SPC-RUN-ID '/' SPC-DOC-SEQ
               DELIMITED BY SIZE INTO WS-SPA-AUDIT-DETAILS.
           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-INPUT-OPERATOR-ID 'SPOOL-REPRINT' SPC-ACCOUNT-ID
               WS-SPA-AUDIT-DETAILS WS-AUDIT-STATUS.

           MOVE '00' TO WS-SPA-OP-STATUS.
           MOVE 'Copy sent to the archive reprint spool'
               TO WS-SPA-OP-MESSAGE.

       REPRINT-SPOOL-DOCUMENT-END.
           EXIT.

       COPY-ONE-ARCHIVED-LINE.
      *    Copy one archived line onto the reprint spool
           MOVE SPC-RUN-ID TO SAL-RUN-ID.
           MOVE WS-COPY-LINE-NO TO SAL-LINE-NO.
           CALL 'FILES' USING 'READ-SPOOL-ARCHIVE-LINE'
               SPOOL-ARCHIVE-LINE-RECORD WS-FILE-STATUS.

           IF WS-FILE-STATUS = '00'
               MOVE SAL-TEXT TO SPOOL-REPRINT-LINE
               CALL 'FILES' USING 'WRITE-SPOOL-REPRINT-LINE'
                   SPOOL-REPRINT-LINE WS-FILE-STATUS
           END-IF.

      ******************************************************************
      * RETENTION PURGE
      ******************************************************************

       PURGE-SPOOL-ARCHIVE.
      *    Remove the archived lines of every run whose business date
      *    is before the cutoff and mark its catalogue rows PURGED
      *    Input: WS-INPUT-CUTOFF-DATE
      *    Output: WS-PURGED-RUNS, WS-PURGED-LINES, WS-SPA-OP-STATUS
           MOVE 0 TO WS-PURGED-RUNS.
           MOVE 0 TO WS-PURGED-LINES.
           MOVE 0 TO WS-PURGE-RUN-ID.

           CALL 'FILES' USING 'OPEN-SPOOL-CATALOGUE-FILE-IO'.
           CALL 'FILES' USING 'OPEN-SPOOL-ARCHIVE-FILE-IO'.
           CALL 'FILES' USING 'START-SPOOL-CATALOGUE-FILE-TOP'
               WS-SCAN-STATUS.

           PERFORM PURGE-NEXT-CATALOGUE-ROW
               UNTIL WS-SCAN-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-SPOOL-ARCHIVE-FILE'.
           CALL 'FILES' USING 'CLOSE-SPOOL-CATALOGUE-FILE'.

           MOVE '00' TO WS-SPA-OP-STATUS.
           MOVE 'Retention purge complete' TO WS-SPA-OP-MESSAGE.

       PURGE-NEXT-CATALOGUE-ROW.
      *    Read the next catalogue row; a run's whole-run row comes
      *    first, so it decides the run and its documents follow
           CALL 'FILES' USING 'READ-NEXT-SPOOL-CATALOGUE'
               SPOOL-CATALOGUE-RECORD WS-SCAN-STATUS.

           IF WS-SCAN-STATUS = '00' AND SPC-ARCHIVED
               IF SPC-WHOLE-RUN
                   IF SPC-BUSINESS-DATE < WS-INPUT-CUTOFF-DATE
                       PERFORM PURGE-ONE-RUN
                   END-IF
               ELSE
                   IF SPC-RUN-ID = WS-PURGE-RUN-ID
                       PERFORM MARK-CATALOGUE-ROW-PURGED
                   END-IF
               END-IF
           END-IF.

       PURGE-ONE-RUN.
      *    Delete one run's archived lines and mark its row PURGED
           MOVE SPC-RUN-ID TO WS-PURGE-RUN-ID.
           ADD 1 TO WS-PURGED-RUNS.

           IF SPC-LAST-LINE > 0
               PERFORM DELETE-ONE-ARCHIVED-LINE
                   VARYING WS-COPY-LINE-NO FROM 1 BY 1
                   UNTIL WS-COPY-LINE-NO > SPC-LAST-LINE
           END-IF.

           PERFORM MARK-CATALOGUE-ROW-PURGED.

       DELETE-ONE-ARCHIVED-LINE.
      *    Delete one archived line of the run being purged
           MOVE WS-PURGE-RUN-ID TO SAL-RUN-ID.
           MOVE WS-COPY-LINE-NO TO SAL-LINE-NO.
           CALL 'FILES' USING 'DELETE-SPOOL-ARCHIVE-LINE'
               SPOOL-ARCHIVE-LINE-RECORD WS-FILE-STATUS.

           IF WS-FILE-STATUS = '00'
               ADD 1 TO WS-PURGED-LINES
           END-IF.

       MARK-CATALOGUE-ROW-PURGED.
      *    Flip the catalogue row just read to PURGED
           MOVE 'PURGED' TO SPC-STATUS.
           CALL 'FILES' USING 'UPDATE-SPOOL-CATALOGUE'
               SPOOL-CATALOGUE-RECORD WS-FILE-STATUS.

       END PROGRAM SPOOLARC.
