      ******************************************************************
      * SPOOLPRG.COB - Print Spool Archive Retention Purge Batch
      *
      * Standalone batch program. The print spool archive (see
      * SPOOLARC.COB) keeps every line the statement, relationship
      * statement, advice letter and tax certificate runs put on
      * their spools. The bank must be able to produce a customer's
      * document for the statutory period and has no business
      * holding it beyond that, so this job removes the archived
      * lines of every run older than the retention period.
      *
      * Design decisions:
      * - The retention period is measured from today's date back,
      *   the same way TXNARCH measures its window, and a run is
      *   judged by the business date it was printed for
      * - Only the archived lines go. The catalogue rows stay,
      *   marked PURGED, so an inquiry on an old document shows it
      *   was issued and has passed the retention period rather
      *   than that it never existed
      * - A run is purged whole: its documents share the run's
      *   business date, so none of them can still be in period
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPOOLPRG.
       AUTHOR. PORTFOLIO.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  WS-PURGE-STATUS             PIC XX.

      * Statutory retention period for customer documents - flagged
      * here for the same future externalization pass as TXNARCH's
       01  WS-RETENTION-YEARS          PIC 99 VALUE 7.
       01  WS-RETENTION-DAYS           PIC 9(6).

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.

       01  WS-TODAY-INTEGER            PIC S9(9).
       01  WS-CUTOFF-INTEGER           PIC S9(9).
       01  WS-CUTOFF-DATE              PIC 9(8).

      * Report counters
       01  WS-RUNS-PURGED              PIC 9(6) VALUE 0.
       01  WS-LINES-PURGED             PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the spool archive retention purge
           PERFORM DISPLAY-BANNER.
           PERFORM COMPUTE-CUTOFF-DATE.
           PERFORM PURGE-EXPIRED-RUNS.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY '================================================'.
           DISPLAY 'PRINT SPOOL ARCHIVE RETENTION PURGE'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY 'Retention period: ' WS-RETENTION-YEARS ' years'.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Purged runs before:     ' WS-CUTOFF-DATE.
           DISPLAY 'Spool runs purged:      ' WS-RUNS-PURGED.
           DISPLAY 'Archived lines removed: ' WS-LINES-PURGED.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * CUTOFF DATE
      ******************************************************************

       COMPUTE-CUTOFF-DATE.
      *    Convert today's date to an integer day count, subtract the
      *    retention window, and convert back to a YYYYMMDD date so
      *    it can be straight-compared against a run's business date
      *    Output: WS-CUTOFF-DATE
           COMPUTE WS-RETENTION-DAYS = WS-RETENTION-YEARS * 365.
           COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE
               (WS-RUN-DATE).
           COMPUTE WS-CUTOFF-INTEGER =
               WS-TODAY-INTEGER - WS-RETENTION-DAYS.
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (WS-CUTOFF-INTEGER).

      ******************************************************************
      * PURGE
      ******************************************************************

       PURGE-EXPIRED-RUNS.
      *    Hand the cutoff to the archive module, which removes the
      *    expired runs' lines and marks their catalogue rows
           CALL 'SPOOLARC' USING 'PURGE-SPOOL-ARCHIVE'
               WS-CUTOFF-DATE WS-RUNS-PURGED WS-LINES-PURGED
               WS-PURGE-STATUS.

       END PROGRAM SPOOLPRG.
