      ******************************************************************
      * SESSRPT.COB - Daily Operator Session Report
      *
      * Standalone batch program, intended to run at the close of
      * each day. Reads the operator session register (see
      * SESSIONS.COB) and lists, for the run date, every terminal
      * session worked outside branch hours and every pair of
      * sessions for the same operator that were open at the same
      * time, with the concurrent logins that were refused. Read-
      * only: the list is for the branch manager and security.
      *
      * Design decisions:
      * - A session belongs to the day if any part of it fell on
      *   the run date: logged in on or before it and ended on or
      *   after it, or still active. A session still active is
      *   taken to run until the report runs
      * - Branch hours are BRL-WORKDAY-START / BRL-WORKDAY-END on
      *   the parameter file (08:00 to 18:00 when the file predates
      *   them). A session is out of hours if it was carried over
      *   from the day before, began before opening, ran past
      *   closing, or was worked on a weekend or holiday at all
      * - Overlap is worked on the login-to-end interval of each
      *   pair of the day's sessions for one operator. The login
      *   check should make it impossible, so any overlap found is
      *   an exception; STALE ends are what the register recorded
      *   when the program was stopped without a logout, and are
      *   taken at face value
      * - The day's sessions are held in a table of 2000, enough for
      *   the branch network's terminals; any beyond it are counted
      *   and not checked for overlap
      * - RETURN-CODE 4 when any overlap is found
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SESSRPT.
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
       01  WS-PARAM-STATUS             PIC XX.

      * Branch hours (HHMM) - compiled defaults, overridden by the
      * parameter file when it carries them
       01  WS-WORKDAY-START            PIC 9(4) VALUE 0800.
       01  WS-WORKDAY-END              PIC 9(4) VALUE 1800.

      * The run date's limits as register timestamps, compared as
      * YYYYMMDDHHMMSS strings
       01  WS-DAY-BOUNDS.
           05  WS-DAY-FIRST-TS         PIC X(14).
           05  WS-DAY-LAST-TS          PIC X(14).
           05  WS-HOURS-OPEN-TS        PIC X(14).
           05  WS-HOURS-CLOSE-TS       PIC X(14).
       01  WS-BOUND-BUILD.
           05  WS-BOUND-DATE           PIC 9(8).
           05  WS-BOUND-HHMM           PIC 9(4).
           05  WS-BOUND-SS             PIC 99 VALUE 0.
       01  WS-NOW-TS                   PIC X(14).
       01  WS-NOW-TIME.
           05  WS-NOW-HHMMSS           PIC 9(6).
           05  FILLER                  PIC 99.

       01  WS-ADJUSTED-DATE            PIC 9(8).
       01  WS-WAS-ADJUSTED             PIC 9.
           88  RUN-DATE-NOT-BUSINESS   VALUE 1.

      * One session of the day as held for the overlap check, and
      * the end used for it (the run time for one still active)
       01  WS-SESSION-END-TS           PIC X(14).
       01  WS-OUT-OF-HOURS-REASON      PIC X(20).
       01  WS-DAY-COUNT                PIC 9(4) VALUE 0.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 2000 TIMES.
               10  WS-DAY-SESSION-ID   PIC 9(10).
               10  WS-DAY-OPERATOR-ID  PIC 9(6).
               10  WS-DAY-TERMINAL-ID  PIC X(8).
               10  WS-DAY-LOGIN-TS     PIC X(14).
               10  WS-DAY-END-TS       PIC X(14).
       01  WS-OUTER-IDX                PIC 9(4).
       01  WS-INNER-IDX                PIC 9(4).

       01  WS-REPORT-COUNTERS.
           05  WS-SESSIONS-READ        PIC 9(8) VALUE 0.
           05  WS-SESSIONS-ON-DAY      PIC 9(6) VALUE 0.
           05  WS-SESSIONS-OVERFLOW    PIC 9(6) VALUE 0.
           05  WS-OUT-OF-HOURS-COUNT   PIC 9(6) VALUE 0.
           05  WS-OVERLAP-COUNT        PIC 9(6) VALUE 0.
           05  WS-REFUSED-COUNT        PIC 9(6) VALUE 0.
           05  WS-IDLE-LOCK-COUNT      PIC 9(8) VALUE 0.

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
      *    Entry point for the daily session report
           PERFORM DISPLAY-BANNER.
           PERFORM SET-DAY-BOUNDS.
           PERFORM SCAN-SESSION-REGISTER.
           PERFORM LIST-OVERLAPPING-SESSIONS.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY '================================================'.
           DISPLAY 'DAILY OPERATOR SESSION REPORT'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Register rows read:    ' WS-SESSIONS-READ.
           DISPLAY 'Sessions on the day:   ' WS-SESSIONS-ON-DAY.
           DISPLAY 'Out of hours:          ' WS-OUT-OF-HOURS-COUNT.
           DISPLAY 'Overlapping pairs:     ' WS-OVERLAP-COUNT.
           DISPLAY 'Refused logins:        ' WS-REFUSED-COUNT.
           DISPLAY 'Idle locks:            ' WS-IDLE-LOCK-COUNT.
           IF WS-SESSIONS-OVERFLOW > 0
               DISPLAY 'Not overlap-checked:   ' WS-SESSIONS-OVERFLOW
           END-IF.
           DISPLAY '------------------------------------------------'.

           IF WS-OVERLAP-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * DAY AND BRANCH HOURS
      ******************************************************************

       SET-DAY-BOUNDS.
      *    Work out the run date's first and last instant, the branch
      *    opening and closing times on it, and whether it is a
      *    business day at all
           CALL 'FILES' USING 'READ-PARAMETER-FILE'
               BUSINESS-RULES-RECORD WS-PARAM-STATUS.

           IF WS-PARAM-STATUS = '00'
               IF BRL-WORKDAY-START NUMERIC
                       AND BRL-WORKDAY-END NUMERIC
                       AND BRL-WORKDAY-END > BRL-WORKDAY-START
                   MOVE BRL-WORKDAY-START TO WS-WORKDAY-START
                   MOVE BRL-WORKDAY-END TO WS-WORKDAY-END
               END-IF
           END-IF.

           MOVE WS-RUN-DATE-FLAT TO WS-BOUND-DATE.
           MOVE 0 TO WS-BOUND-HHMM.
           MOVE 0 TO WS-BOUND-SS.
           MOVE WS-BOUND-BUILD TO WS-DAY-FIRST-TS.
           MOVE WS-WORKDAY-START TO WS-BOUND-HHMM.
           MOVE WS-BOUND-BUILD TO WS-HOURS-OPEN-TS.
           MOVE WS-WORKDAY-END TO WS-BOUND-HHMM.
           MOVE WS-BOUND-BUILD TO WS-HOURS-CLOSE-TS.
           MOVE 2359 TO WS-BOUND-HHMM.
           MOVE 59 TO WS-BOUND-SS.
           MOVE WS-BOUND-BUILD TO WS-DAY-LAST-TS.

           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE SPACES TO WS-NOW-TS.
           STRING WS-RUN-DATE-FLAT WS-NOW-HHMMSS
               DELIMITED BY SIZE INTO WS-NOW-TS.

           CALL 'CALENDAR' USING 'ADJUST-TO-PRIOR-BUSINESS-DAY'
               WS-RUN-DATE-FLAT WS-ADJUSTED-DATE WS-WAS-ADJUSTED.

           DISPLAY 'Branch hours:          ' WS-WORKDAY-START
               ' to ' WS-WORKDAY-END.
           IF RUN-DATE-NOT-BUSINESS
               DISPLAY 'Not a business day - every session is out '
                   'of hours'
           END-IF.

      ******************************************************************
      * REGISTER SCAN
      ******************************************************************

       SCAN-SESSION-REGISTER.
      *    One pass over the register: list the refused logins and
      *    the out-of-hours sessions of the day, and hold the day's
      *    sessions for the overlap check
           DISPLAY ' '.
           DISPLAY 'SESSIONS OUT OF BRANCH HOURS'.
           DISPLAY 'Session    Operator Terminal Logged in      '
               'Ended          Reason'.

           CALL 'FILES' USING 'OPEN-SESSION-FILE-IO'.
           CALL 'FILES' USING 'START-SESSION-FILE-TOP'
               WS-OP-STATUS.

           PERFORM CHECK-NEXT-SESSION
               UNTIL WS-OP-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-SESSION-FILE'.

           IF WS-OUT-OF-HOURS-COUNT = 0
               DISPLAY '  (none)'
           END-IF.

           DISPLAY ' '.
           DISPLAY 'CONCURRENT LOGINS REFUSED'.
           IF WS-REFUSED-COUNT = 0
               DISPLAY '  (none)'
           ELSE
               PERFORM LIST-REFUSED-LOGINS
           END-IF.

       CHECK-NEXT-SESSION.
      *    Read one register row and deal with it if it touches the
      *    run date
           CALL 'FILES' USING 'READ-NEXT-SESSION'
               SESSION-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-SESSIONS-READ
               PERFORM CHECK-SESSION-DAY THRU CHECK-SESSION-DAY-END
           END-IF.

       CHECK-SESSION-DAY.
      *    Count a refusal made on the day; for a real session that
      *    touched the day, flag it if out of hours and hold it
           IF SES-REFUSED
               IF SES-LOGIN-TS NOT < WS-DAY-FIRST-TS
                       AND SES-LOGIN-TS NOT > WS-DAY-LAST-TS
                   ADD 1 TO WS-REFUSED-COUNT
               END-IF
               GO TO CHECK-SESSION-DAY-END
           END-IF.

           IF SES-ACTIVE
               MOVE WS-NOW-TS TO WS-SESSION-END-TS
           ELSE
               MOVE SES-END-TS TO WS-SESSION-END-TS
           END-IF.

           IF SES-LOGIN-TS > WS-DAY-LAST-TS
                   OR WS-SESSION-END-TS < WS-DAY-FIRST-TS
               GO TO CHECK-SESSION-DAY-END
           END-IF.

           ADD 1 TO WS-SESSIONS-ON-DAY.
           ADD SES-TIMEOUT-COUNT TO WS-IDLE-LOCK-COUNT.

           MOVE SPACES TO WS-OUT-OF-HOURS-REASON.
           EVALUATE TRUE
               WHEN RUN-DATE-NOT-BUSINESS
                   MOVE 'NON-BUSINESS DAY' TO WS-OUT-OF-HOURS-REASON
               WHEN SES-LOGIN-TS < WS-DAY-FIRST-TS
                   MOVE 'FROM PRIOR DAY' TO WS-OUT-OF-HOURS-REASON
               WHEN SES-LOGIN-TS < WS-HOURS-OPEN-TS
                       AND WS-SESSION-END-TS > WS-HOURS-CLOSE-TS
                   MOVE 'BEFORE AND AFTER' TO WS-OUT-OF-HOURS-REASON
               WHEN SES-LOGIN-TS < WS-HOURS-OPEN-TS
                   MOVE 'BEFORE OPENING' TO WS-OUT-OF-HOURS-REASON
               WHEN WS-SESSION-END-TS > WS-HOURS-CLOSE-TS
                   MOVE 'AFTER CLOSING' TO WS-OUT-OF-HOURS-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-OUT-OF-HOURS-REASON NOT = SPACES
               ADD 1 TO WS-OUT-OF-HOURS-COUNT
               DISPLAY SES-SESSION-ID ' ' SES-OPERATOR-ID '   '
                   SES-TERMINAL-ID ' ' SES-LOGIN-TS ' '
                   SES-END-TS ' ' WS-OUT-OF-HOURS-REASON
           END-IF.

           IF WS-DAY-COUNT >= 2000
               ADD 1 TO WS-SESSIONS-OVERFLOW
               GO TO CHECK-SESSION-DAY-END
           END-IF.

           ADD 1 TO WS-DAY-COUNT.
           MOVE SES-SESSION-ID TO WS-DAY-SESSION-ID(WS-DAY-COUNT).
           MOVE SES-OPERATOR-ID TO WS-DAY-OPERATOR-ID(WS-DAY-COUNT).
           MOVE SES-TERMINAL-ID TO WS-DAY-TERMINAL-ID(WS-DAY-COUNT).
           MOVE SES-LOGIN-TS TO WS-DAY-LOGIN-TS(WS-DAY-COUNT).
           MOVE WS-SESSION-END-TS TO WS-DAY-END-TS(WS-DAY-COUNT).

       CHECK-SESSION-DAY-END.
           EXIT.

       LIST-REFUSED-LOGINS.
      *    Second pass over the register for the day's refusals,
      *    each with the session that blocked it
           DISPLAY 'Refused    Operator Terminal At             '
               'Blocked by session'.

           CALL 'FILES' USING 'OPEN-SESSION-FILE-IO'.
           CALL 'FILES' USING 'START-SESSION-FILE-TOP'
               WS-OP-STATUS.

           PERFORM LIST-NEXT-REFUSED-LOGIN
               UNTIL WS-OP-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-SESSION-FILE'.

       LIST-NEXT-REFUSED-LOGIN.
      *    Show one refusal made on the run date
           CALL 'FILES' USING 'READ-NEXT-SESSION'
               SESSION-RECORD WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               IF SES-REFUSED
                       AND SES-LOGIN-TS NOT < WS-DAY-FIRST-TS
                       AND SES-LOGIN-TS NOT > WS-DAY-LAST-TS
                   DISPLAY SES-SESSION-ID ' ' SES-OPERATOR-ID '   '
                       SES-TERMINAL-ID ' ' SES-LOGIN-TS ' '
                       SES-BLOCKING-SESSION-ID
               END-IF
           END-IF.

      ******************************************************************
      * OVERLAP CHECK
      ******************************************************************

       LIST-OVERLAPPING-SESSIONS.
      *    Compare every held session with each later one
           DISPLAY ' '.
           DISPLAY 'OVERLAPPING SESSIONS FOR ONE OPERATOR'.
           DISPLAY 'Operator Session    Terminal Session    Terminal'.

           PERFORM CHECK-OUTER-SESSION
               VARYING WS-OUTER-IDX FROM 1 BY 1
               UNTIL WS-OUTER-IDX >= WS-DAY-COUNT.

           IF WS-OVERLAP-COUNT = 0
               DISPLAY '  (none)'
           END-IF.

       CHECK-OUTER-SESSION.
      *    Compare one held session with those after it
           COMPUTE WS-INNER-IDX = WS-OUTER-IDX + 1.
           PERFORM CHECK-SESSION-PAIR
               VARYING WS-INNER-IDX FROM WS-INNER-IDX BY 1
               UNTIL WS-INNER-IDX > WS-DAY-COUNT.

       CHECK-SESSION-PAIR.
      *    Two sessions for one operator overlap when each began
      *    before the other ended
           IF WS-DAY-OPERATOR-ID(WS-OUTER-IDX)
                   = WS-DAY-OPERATOR-ID(WS-INNER-IDX)
               IF WS-DAY-LOGIN-TS(WS-OUTER-IDX)
                       < WS-DAY-END-TS(WS-INNER-IDX)
                   AND WS-DAY-LOGIN-TS(WS-INNER-IDX)
                       < WS-DAY-END-TS(WS-OUTER-IDX)
                   ADD 1 TO WS-OVERLAP-COUNT
                   DISPLAY WS-DAY-OPERATOR-ID(WS-OUTER-IDX) '   '
                       WS-DAY-SESSION-ID(WS-OUTER-IDX) ' '
                       WS-DAY-TERMINAL-ID(WS-OUTER-IDX) ' '
                       WS-DAY-SESSION-ID(WS-INNER-IDX) ' '
                       WS-DAY-TERMINAL-ID(WS-INNER-IDX)
               END-IF
           END-IF.

       END PROGRAM SESSRPT.
