      ******************************************************************
      * SESSIONS.COB - Operator Session Register Module
      *
      * Keeps one row per operator login at a terminal, from login
      * to logout, and watches the terminal for idleness in between.
      * A terminal left idle past the limit locks and will not take
      * another entry until the logged-in operator's PIN is keyed
      * again. The register is also what stops one operator ID from
      * being logged in at two terminals at once.
      *
      * Design decisions:
      * - SESSION-FILE is keyed by a control-file sequence, with the
      *   operator as alternate key so the concurrent-login check is
      *   a short browse of that operator's rows
      * - A login while the operator has an ACTIVE session at another
      *   terminal is refused, and the refusal is itself written to
      *   the register (status REFUSED, naming the blocking session)
      *   so the daily report can show it; only a supervisor ending
      *   the first session (FORCED) lets the operator in elsewhere
      * - An ACTIVE session at the same terminal can only be one the
      *   program left behind when it was stopped without a logout;
      *   the new login ends it as STALE rather than refusing
      * - The idle limit is BRL-SESSION-IDLE-MINUTES on the parameter
      *   file, read at every check so a change takes effect at once;
      *   a file that predates it keeps the compiled 15 minutes
      * - The terminal is line-mode, so idleness is measured when the
      *   next line arrives: INPUT.COB asks TOUCH-SESSION before it
      *   hands any keyed line to the menus, and a line keyed after
      *   the limit is thrown away and the lock screen shown instead
      * - The lock stays on the row until the PIN is keyed, so
      *   restarting the menu loop cannot shed it; every lock is
      *   counted on the row. A wrong PIN at the lock counts towards
      *   the operator's failed-attempt limit (see OPERATOR.COB), and
      *   once that disables the operator the session ends TIMEOUT
      * - Idle minutes are worked from whole minutes since the epoch
      *   of FUNCTION INTEGER-OF-DATE, so a session left idle over
      *   midnight or a month end measures correctly
      *
      * Operations:
      * - OPEN-SESSION: Registers a login at a terminal, or refuses
      *   it when the operator is active at another terminal
      * - TOUCH-SESSION: Checks the idle limit before a keyed line is
      *   used and stamps the activity time
      * - UNLOCK-SESSION: Clears an idle lock when the operator's PIN
      *   is keyed again
      * - END-SESSION: Ends a session (LOGOUT, TIMEOUT or, by a
      *   supervisor, FORCED)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SESSIONS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  WS-SES-OPERATION.
           05  WS-SES-OP-STATUS        PIC XX.
               88  SES-OP-SUCCESS      VALUE '00'.
               88  SES-OP-LOCKED       VALUE '01'.
               88  SES-OP-CLOSED       VALUE '02'.
               88  SES-OP-NOT-FOUND    VALUE '23'.
               88  SES-OP-INVALID      VALUE '99'.
           05  WS-SES-OP-MESSAGE       PIC X(80).

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
       01  WS-INPUT-SESSION-ID         PIC 9(10).
       01  WS-INPUT-OPERATOR-ID        PIC 9(6).
       01  WS-INPUT-TERMINAL-ID        PIC X(8).
       01  WS-INPUT-PIN                PIC X(6).
       01  WS-INPUT-END-REASON         PIC X(8).
       01  WS-INPUT-ENDED-BY-OP-ID     PIC 9(6).

      * Output parameters
       01  WS-OUTPUT-SESSION-ID        PIC 9(10).

      * Idle limit in minutes - compiled default, overridden by
      * BRL-SESSION-IDLE-MINUTES when the parameter file carries it
       01  WS-IDLE-MINUTES             PIC 9(3) VALUE 15.
       01  WS-PARAM-STATUS             PIC XX.

      * Concurrent-login browse of the operator's rows
       01  WS-BROWSE-STATUS            PIC XX.
       01  WS-FILE-STATUS              PIC XX.
       01  WS-BLOCKING-SESSION-ID      PIC 9(10).
       01  WS-BLOCKING-TERMINAL-ID     PIC X(8).

      * Idle measurement: a YYYYMMDDHHMMSS stamp as whole minutes
       01  WS-MINUTE-STAMP             PIC X(14).
       01  WS-MINUTE-STAMP-PARTS REDEFINES WS-MINUTE-STAMP.
           05  WS-STAMP-DATE           PIC 9(8).
           05  WS-STAMP-HOUR           PIC 99.
           05  WS-STAMP-MINUTE         PIC 99.
           05  WS-STAMP-SECOND         PIC 99.
       01  WS-STAMP-MINUTES            PIC S9(11).
       01  WS-LAST-ACTIVITY-MINUTES    PIC S9(11).
       01  WS-IDLE-ELAPSED             PIC S9(11).

      * PIN re-check at the lock screen
       01  WS-VERIFY-STATUS            PIC XX.
           88  VERIFY-PIN-ACCEPTED     VALUE '00'.
       01  WS-VERIFY-MESSAGE           PIC X(80).
       01  WS-OPERATOR-STATUS          PIC XX.

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

       GENERATE-SESSION-ID.
      *    Generate next session number from control file
      *    Output: SES-SESSION-ID in SESSION-RECORD
           CALL 'FILES' USING 'READ-CONTROL' CONTROL-RECORD
               WS-FILE-STATUS.

           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'FATAL: Cannot read control file for '
                   'session number'
               STOP RUN
           END-IF.

           IF CTL-LAST-SESSION-ID NOT NUMERIC
               MOVE 0 TO CTL-LAST-SESSION-ID
           END-IF.

           ADD 1 TO CTL-LAST-SESSION-ID.
           MOVE CTL-LAST-SESSION-ID TO SES-SESSION-ID.

           CALL 'FILES' USING 'UPDATE-CONTROL' CONTROL-RECORD
               WS-FILE-STATUS.

       LOAD-IDLE-LIMIT.
      *    Take the idle limit from the parameter file; a file that
      *    predates it keeps the compiled value
           CALL 'FILES' USING 'READ-PARAMETER-FILE'
               BUSINESS-RULES-RECORD WS-PARAM-STATUS.

           IF WS-PARAM-STATUS = '00'
               IF BRL-SESSION-IDLE-MINUTES NUMERIC
                       AND BRL-SESSION-IDLE-MINUTES > 0
                   MOVE BRL-SESSION-IDLE-MINUTES TO WS-IDLE-MINUTES
               END-IF
           END-IF.

       STAMP-TO-MINUTES.
      *    Convert a YYYYMMDDHHMMSS stamp to whole minutes
      *    Input: WS-MINUTE-STAMP
      *    Output: WS-STAMP-MINUTES
           COMPUTE WS-STAMP-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 1440
               + WS-STAMP-HOUR * 60 + WS-STAMP-MINUTE.

      ******************************************************************
      * SESSION OPERATIONS
      ******************************************************************

       OPEN-SESSION.
      *    Register a login. Refused (and the refusal recorded) when
      *    the operator is ACTIVE at another terminal; an ACTIVE row
      *    left at this same terminal is ended as STALE first.
      *    Input: WS-INPUT-OPERATOR-ID, WS-INPUT-TERMINAL-ID
      *    Output: WS-OUTPUT-SESSION-ID, WS-SES-OP-STATUS ('00' open,
      *            '99' refused), WS-SES-OP-MESSAGE
           MOVE 0 TO WS-OUTPUT-SESSION-ID.
           MOVE 0 TO WS-BLOCKING-SESSION-ID.
           MOVE SPACES TO WS-BLOCKING-TERMINAL-ID.
           PERFORM GET-CURRENT-TIMESTAMP.

           CALL 'FILES' USING 'OPEN-SESSION-FILE-IO'.

           INITIALIZE SESSION-RECORD.
           MOVE WS-INPUT-OPERATOR-ID TO SES-OPERATOR-ID.
           CALL 'FILES' USING 'START-SESSIONS-BY-OPERATOR'
               SESSION-RECORD WS-BROWSE-STATUS.

           PERFORM CHECK-NEXT-OPERATOR-SESSION
               UNTIL WS-BROWSE-STATUS NOT = '00'.

           INITIALIZE SESSION-RECORD.
           PERFORM GENERATE-SESSION-ID.
           MOVE WS-INPUT-OPERATOR-ID TO SES-OPERATOR-ID.
           MOVE WS-INPUT-TERMINAL-ID TO SES-TERMINAL-ID.
           MOVE WS-TIMESTAMP TO SES-LOGIN-TS.
           MOVE WS-TIMESTAMP TO SES-LAST-ACTIVITY-TS.
           MOVE SPACES TO SES-END-TS.
           MOVE SPACES TO SES-END-REASON.
           MOVE SPACES TO SES-LAST-TIMEOUT-TS.
           MOVE 'N' TO SES-LOCK-SWITCH.
           MOVE SPACES TO SES-FILLER.

           IF WS-BLOCKING-SESSION-ID > 0
               MOVE 'REFUSED' TO SES-STATUS
               MOVE WS-BLOCKING-SESSION-ID TO SES-BLOCKING-SESSION-ID
               MOVE WS-TIMESTAMP TO SES-END-TS
           ELSE
               MOVE 'ACTIVE' TO SES-STATUS
           END-IF.

           CALL 'FILES' USING 'WRITE-SESSION' SESSION-RECORD
               WS-SES-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-SESSION-FILE'.

           IF WS-BLOCKING-SESSION-ID > 0
               MOVE '99' TO WS-SES-OP-STATUS
               MOVE SPACES TO WS-SES-OP-MESSAGE
               STRING 'Already logged in at terminal '
                   WS-BLOCKING-TERMINAL-ID
                   ' - a supervisor must end that session'
                   DELIMITED BY SIZE INTO WS-SES-OP-MESSAGE
           ELSE
               IF SES-OP-SUCCESS
                   MOVE SES-SESSION-ID TO WS-OUTPUT-SESSION-ID
                   MOVE 'Session opened' TO WS-SES-OP-MESSAGE
               ELSE
                   MOVE '99' TO WS-SES-OP-STATUS
                   MOVE 'Session register could not be written'
                       TO WS-SES-OP-MESSAGE
               END-IF
           END-IF.

       CHECK-NEXT-OPERATOR-SESSION.
      *    Look at one of the operator's rows: an ACTIVE row at
      *    another terminal blocks the login, one at this terminal
      *    was left behind and is ended as STALE
           CALL 'FILES' USING 'READ-NEXT-SESSION-BY-OPERATOR'
               SESSION-RECORD WS-BROWSE-STATUS.

           IF WS-BROWSE-STATUS = '00'
               IF SES-OPERATOR-ID NOT = WS-INPUT-OPERATOR-ID
                   MOVE '10' TO WS-BROWSE-STATUS
               ELSE
                   IF SES-ACTIVE
                       IF SES-TERMINAL-ID = WS-INPUT-TERMINAL-ID
                           MOVE 'ENDED' TO SES-STATUS
                           MOVE 'STALE' TO SES-END-REASON
                           MOVE WS-TIMESTAMP TO SES-END-TS
                           CALL 'FILES' USING 'UPDATE-SESSION'
                               SESSION-RECORD WS-FILE-STATUS
                       ELSE
                           MOVE SES-SESSION-ID
                               TO WS-BLOCKING-SESSION-ID
                           MOVE SES-TERMINAL-ID
                               TO WS-BLOCKING-TERMINAL-ID
                       END-IF
                   END-IF
               END-IF
           END-IF.

       TOUCH-SESSION.
      *    Check the idle limit before a keyed line is used. Within
      *    the limit the activity time is stamped; past it (or while
      *    a lock is still on) the session locks and '01' tells the
      *    caller to ask for the PIN. '02' means the session has
      *    been ended, by a supervisor or otherwise, and the
      *    terminal must stop.
      *    Input: WS-INPUT-SESSION-ID
      *    Output: WS-SES-OP-STATUS, WS-SES-OP-MESSAGE
           PERFORM LOAD-IDLE-LIMIT.
           PERFORM GET-CURRENT-TIMESTAMP.

           CALL 'FILES' USING 'OPEN-SESSION-FILE-IO'.
           MOVE WS-INPUT-SESSION-ID TO SES-SESSION-ID.
           CALL 'FILES' USING 'READ-SESSION' SESSION-RECORD
               WS-FILE-STATUS.

           IF WS-FILE-STATUS NOT = '00'
               CALL 'FILES' USING 'CLOSE-SESSION-FILE'
               MOVE '02' TO WS-SES-OP-STATUS
               MOVE 'Session not found in the register'
                   TO WS-SES-OP-MESSAGE
               GO TO TOUCH-SESSION-END
           END-IF.

           IF NOT SES-ACTIVE
               CALL 'FILES' USING 'CLOSE-SESSION-FILE'
               PERFORM DESCRIBE-SESSION-END
               GO TO TOUCH-SESSION-END
           END-IF.

           IF SES-LOCKED
               CALL 'FILES' USING 'CLOSE-SESSION-FILE'
               MOVE '01' TO WS-SES-OP-STATUS
               MOVE 'Terminal locked - re-enter PIN'
                   TO WS-SES-OP-MESSAGE
               GO TO TOUCH-SESSION-END
           END-IF.

           MOVE SES-LAST-ACTIVITY-TS TO WS-MINUTE-STAMP.
           PERFORM STAMP-TO-MINUTES.
           MOVE WS-STAMP-MINUTES TO WS-LAST-ACTIVITY-MINUTES.
           MOVE WS-TIMESTAMP TO WS-MINUTE-STAMP.
           PERFORM STAMP-TO-MINUTES.
           COMPUTE WS-IDLE-ELAPSED =
               WS-STAMP-MINUTES - WS-LAST-ACTIVITY-MINUTES.

           IF WS-IDLE-ELAPSED > WS-IDLE-MINUTES
               MOVE 'Y' TO SES-LOCK-SWITCH
               ADD 1 TO SES-TIMEOUT-COUNT
               MOVE WS-TIMESTAMP TO SES-LAST-TIMEOUT-TS
               MOVE '01' TO WS-SES-OP-STATUS
               MOVE 'Terminal locked after idle time - re-enter PIN'
                   TO WS-SES-OP-MESSAGE
           ELSE
               MOVE WS-TIMESTAMP TO SES-LAST-ACTIVITY-TS
               MOVE '00' TO WS-SES-OP-STATUS
               MOVE SPACES TO WS-SES-OP-MESSAGE
           END-IF.

           CALL 'FILES' USING 'UPDATE-SESSION' SESSION-RECORD
               WS-FILE-STATUS.
           CALL 'FILES' USING 'CLOSE-SESSION-FILE'.

       TOUCH-SESSION-END.
           EXIT.

       DESCRIBE-SESSION-END.
      *    Tell the terminal why its session is no longer active
      *    Input: SESSION-RECORD
      *    Output: WS-SES-OP-STATUS ('02'), WS-SES-OP-MESSAGE
           MOVE '02' TO WS-SES-OP-STATUS.
           EVALUATE TRUE
               WHEN SES-END-FORCED
                   MOVE SPACES TO WS-SES-OP-MESSAGE
                   STRING 'Session ended by supervisor '
                       SES-ENDED-BY-OP-ID
                       DELIMITED BY SIZE INTO WS-SES-OP-MESSAGE
               WHEN SES-END-TIMEOUT
                   MOVE 'Session ended at the idle lock'
                       TO WS-SES-OP-MESSAGE
               WHEN OTHER
                   MOVE 'Session is no longer active'
                       TO WS-SES-OP-MESSAGE
           END-EVALUATE.

       UNLOCK-SESSION.
      *    Clear an idle lock once the operator's PIN is keyed again.
      *    A wrong PIN leaves the lock on ('99'); once wrong PINs
      *    disable the operator the session ends TIMEOUT ('02').
      *    Input: WS-INPUT-SESSION-ID, WS-INPUT-PIN
      *    Output: WS-SES-OP-STATUS, WS-SES-OP-MESSAGE
           CALL 'FILES' USING 'OPEN-SESSION-FILE-IO'.
           MOVE WS-INPUT-SESSION-ID TO SES-SESSION-ID.
           CALL 'FILES' USING 'READ-SESSION' SESSION-RECORD
               WS-FILE-STATUS.
           CALL 'FILES' USING 'CLOSE-SESSION-FILE'.

           IF WS-FILE-STATUS NOT = '00'
               MOVE '02' TO WS-SES-OP-STATUS
               MOVE 'Session not found in the register'
                   TO WS-SES-OP-MESSAGE
               GO TO UNLOCK-SESSION-END
           END-IF.

           IF NOT SES-ACTIVE
               PERFORM DESCRIBE-SESSION-END
               GO TO UNLOCK-SESSION-END
           END-IF.

           CALL 'OPERATOR' USING 'VERIFY-OPERATOR-PIN'
               SES-OPERATOR-ID WS-INPUT-PIN
               WS-VERIFY-STATUS WS-VERIFY-MESSAGE.

           IF NOT VERIFY-PIN-ACCEPTED
               PERFORM CHECK-OPERATOR-STILL-ACTIVE
                   THRU CHECK-OPERATOR-STILL-ACTIVE-END
               GO TO UNLOCK-SESSION-END
           END-IF.

           PERFORM GET-CURRENT-TIMESTAMP.
           CALL 'FILES' USING 'OPEN-SESSION-FILE-IO'.
           CALL 'FILES' USING 'READ-SESSION' SESSION-RECORD
               WS-FILE-STATUS.
           MOVE 'N' TO SES-LOCK-SWITCH.
           MOVE WS-TIMESTAMP TO SES-LAST-ACTIVITY-TS.
           CALL 'FILES' USING 'UPDATE-SESSION' SESSION-RECORD
               WS-FILE-STATUS.
           CALL 'FILES' USING 'CLOSE-SESSION-FILE'.

           MOVE '00' TO WS-SES-OP-STATUS.
           MOVE 'Terminal unlocked' TO WS-SES-OP-MESSAGE.

       UNLOCK-SESSION-END.
           EXIT.

       CHECK-OPERATOR-STILL-ACTIVE.
      *    After a wrong PIN at the lock: if that disabled the
      *    operator the session cannot be unlocked by anyone, so end
      *    it TIMEOUT; otherwise leave it locked for another try
      *    Input: SESSION-RECORD, WS-VERIFY-MESSAGE
      *    Output: WS-SES-OP-STATUS, WS-SES-OP-MESSAGE
           MOVE '99' TO WS-SES-OP-STATUS.
           MOVE WS-VERIFY-MESSAGE TO WS-SES-OP-MESSAGE.

           CALL 'OPERATOR' USING 'GET-OPERATOR' SES-OPERATOR-ID
               OPERATOR-RECORD WS-OPERATOR-STATUS.

           IF WS-OPERATOR-STATUS = '00' AND OP-ACTIVE
               GO TO CHECK-OPERATOR-STILL-ACTIVE-END
           END-IF.

           MOVE SES-SESSION-ID TO WS-INPUT-SESSION-ID.
           MOVE 'TIMEOUT' TO WS-INPUT-END-REASON.
           MOVE 0 TO WS-INPUT-ENDED-BY-OP-ID.
           PERFORM END-SESSION THRU END-SESSION-END.

           MOVE '02' TO WS-SES-OP-STATUS.
           MOVE WS-VERIFY-MESSAGE TO WS-SES-OP-MESSAGE.

       CHECK-OPERATOR-STILL-ACTIVE-END.
           EXIT.

       END-SESSION.
      *    End an ACTIVE session - at logout, at a lock that cannot
      *    be cleared, or by a supervisor (FORCED, who is recorded)
      *    Input: WS-INPUT-SESSION-ID, WS-INPUT-END-REASON,
      *           WS-INPUT-ENDED-BY-OP-ID
      *    Output: SESSION-RECORD, WS-SES-OP-STATUS, WS-SES-OP-MESSAGE
           PERFORM GET-CURRENT-TIMESTAMP.

           CALL 'FILES' USING 'OPEN-SESSION-FILE-IO'.
           MOVE WS-INPUT-SESSION-ID TO SES-SESSION-ID.
           CALL 'FILES' USING 'READ-SESSION' SESSION-RECORD
               WS-SES-OP-STATUS.

           IF NOT SES-OP-SUCCESS
               CALL 'FILES' USING 'CLOSE-SESSION-FILE'
               MOVE '23' TO WS-SES-OP-STATUS
               MOVE 'Session not found' TO WS-SES-OP-MESSAGE
               GO TO END-SESSION-END
           END-IF.

           IF NOT SES-ACTIVE
               CALL 'FILES' USING 'CLOSE-SESSION-FILE'
               MOVE '99' TO WS-SES-OP-STATUS
               MOVE 'Session is not active' TO WS-SES-OP-MESSAGE
               GO TO END-SESSION-END
           END-IF.

           MOVE 'ENDED' TO SES-STATUS.
           MOVE WS-INPUT-END-REASON TO SES-END-REASON.
           MOVE WS-TIMESTAMP TO SES-END-TS.
           IF SES-END-FORCED
               MOVE WS-INPUT-ENDED-BY-OP-ID TO SES-ENDED-BY-OP-ID
           ELSE
               MOVE 0 TO SES-ENDED-BY-OP-ID
           END-IF.

           CALL 'FILES' USING 'UPDATE-SESSION' SESSION-RECORD
               WS-SES-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-SESSION-FILE'.

           IF SES-OP-SUCCESS
               MOVE 'Session ended' TO WS-SES-OP-MESSAGE
           END-IF.

       END-SESSION-END.
           EXIT.

       END PROGRAM SESSIONS.
