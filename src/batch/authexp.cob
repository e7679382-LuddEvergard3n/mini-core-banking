      ******************************************************************
      * AUTHEXP.COB - Card Authorization Expiry Batch
      *
      * Standalone nightly batch program, the authorization log's
      * counterpart to HOLDEXP: walks the log for approvals the card
      * network never settled and, once one is old enough, lets it
      * lapse through CARDS/RELEASE-CARD-AUTH - its funds hold comes
      * off the account and the row is closed LAPSED. Every lapsed
      * approval is listed as an exception for the card operations
      * desk, since an unsettled approval is either a purchase the
      * merchant never completed or a settlement item still to come.
      *
      * Design decisions:
      * - An approval lapses after WS-AUTH-EXPIRY-DAYS calendar days
      *   from its authorization date, counted against the business
      *   date; the networks settle within a few days, so a week
      *   leaves room for a late file without holding the
      *   customer's money indefinitely
      * - A settlement that arrives after the lapse still posts:
      *   CARDSETL settles it against the available balance
      * - The card-auth holds carry no register expiry date of their
      *   own, so HOLDEXP never touches them; only this job (or the
      *   settlement) closes them, keeping the log and the register
      *   in step
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHEXP.
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
       01  WS-RELEASE-STATUS           PIC XX.

      * Calendar days an approval stays open waiting for settlement
       01  WS-AUTH-EXPIRY-DAYS         PIC 9(3) VALUE 7.

      * Stale approvals collected first, released after the scan, so
      * the release path's own log update never fights the scan
      * cursor
       01  WS-STALE-COUNT              PIC 9(3) VALUE 0.
       01  WS-STALE-TABLE.
           05  WS-STALE-AUTH-ID        PIC 9(10) OCCURS 500 TIMES.
       01  WS-STALE-IDX                PIC 9(3).

       01  WS-AUTH-AGE-DAYS            PIC S9(6).

       01  WS-REPORT-COUNTERS.
           05  WS-AUTHS-SCANNED        PIC 9(6) VALUE 0.
           05  WS-AUTHS-OPEN           PIC 9(6) VALUE 0.
           05  WS-AUTHS-LAPSED         PIC 9(6) VALUE 0.
           05  WS-AMOUNT-LAPSED        PIC S9(13)V99 VALUE 0.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-TOTAL        PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-AGE          PIC ZZ9.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.

       01  WS-EFFECTIVE-DATE           PIC 9(8).

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the authorization expiry batch job
           PERFORM DISPLAY-BANNER.
           PERFORM COLLECT-STALE-AUTHS.
           PERFORM LAPSE-STALE-AUTHS.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-EFFECTIVE-DATE.
           DISPLAY '================================================'.
           DISPLAY 'CARD AUTHORIZATION EXPIRY BATCH'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY 'Approvals lapse after ' WS-AUTH-EXPIRY-DAYS
               ' days unsettled'.
           DISPLAY '================================================'.
           DISPLAY ' '.
           DISPLAY 'UNSETTLED AUTHORIZATION EXCEPTIONS'.
           DISPLAY 'Card              Account          Amount'
               '  Reference             Auth date  Age'.

       DISPLAY-SUMMARY.
      *    Display final counts
           MOVE WS-AMOUNT-LAPSED TO WS-DISPLAY-TOTAL.
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Authorizations scanned:' WS-AUTHS-SCANNED.
           DISPLAY 'Approvals still open:  ' WS-AUTHS-OPEN.
           DISPLAY 'Approvals lapsed:      ' WS-AUTHS-LAPSED.
           DISPLAY 'Amount released:       ' WS-DISPLAY-TOTAL.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * EXPIRY PASS
      ******************************************************************

       COLLECT-STALE-AUTHS.
      *    Single sequential pass over the log, collecting the IDs of
      *    approvals left unsettled past the expiry window
           CALL 'FILES' USING 'OPEN-CARD-AUTH-FILE-IO'.
           CALL 'FILES' USING 'START-CARD-AUTH-FILE-TOP'
               WS-OP-STATUS.

           PERFORM CHECK-NEXT-AUTH
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-CARD-AUTH-FILE'.

       CHECK-NEXT-AUTH.
      *    Read one log row and note it if it has gone stale
           CALL 'FILES' USING 'READ-NEXT-CARD-AUTH'
               CARD-AUTH-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-AUTHS-SCANNED
               IF CAU-APPROVED
                   PERFORM COMPUTE-AUTH-AGE
                   IF WS-AUTH-AGE-DAYS >= WS-AUTH-EXPIRY-DAYS
                       IF WS-STALE-COUNT < 500
                           ADD 1 TO WS-STALE-COUNT
                           MOVE CAU-AUTH-ID
                               TO WS-STALE-AUTH-ID(WS-STALE-COUNT)
                       END-IF
                   ELSE
                       ADD 1 TO WS-AUTHS-OPEN
                   END-IF
               END-IF
           END-IF.

       COMPUTE-AUTH-AGE.
      *    Calendar days from the authorization to the business date
      *    Input: CAU-AUTH-DATE
      *    Output: WS-AUTH-AGE-DAYS
           COMPUTE WS-AUTH-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE) -
               FUNCTION INTEGER-OF-DATE(CAU-AUTH-DATE).

       LAPSE-STALE-AUTHS.
      *    Lapse every collected approval through the card module,
      *    which releases its hold and closes the log row
           PERFORM LAPSE-ONE-STALE-AUTH
               VARYING WS-STALE-IDX FROM 1 BY 1
               UNTIL WS-STALE-IDX > WS-STALE-COUNT.

       LAPSE-ONE-STALE-AUTH.
      *    Lapse one stale approval and list it as an exception
           CALL 'CARDS' USING 'RELEASE-CARD-AUTH'
               WS-STALE-AUTH-ID(WS-STALE-IDX) 'LAPSED'
               CARD-AUTH-RECORD WS-RELEASE-STATUS.

           IF WS-RELEASE-STATUS = '00'
               ADD 1 TO WS-AUTHS-LAPSED
               ADD CAU-AMOUNT TO WS-AMOUNT-LAPSED
               PERFORM COMPUTE-AUTH-AGE
               MOVE CAU-AMOUNT TO WS-DISPLAY-AMOUNT
               MOVE WS-AUTH-AGE-DAYS TO WS-DISPLAY-AGE
               DISPLAY CAU-CARD-NUMBER '  ' CAU-ACCOUNT-ID
                   WS-DISPLAY-AMOUNT '  ' CAU-REFERENCE
                   '  ' CAU-AUTH-DATE '  ' WS-DISPLAY-AGE
           ELSE
               DISPLAY 'FAILED    Auth: '
                   WS-STALE-AUTH-ID(WS-STALE-IDX)
                   '  Release refused - left for review'
           END-IF.

       END PROGRAM AUTHEXP.
