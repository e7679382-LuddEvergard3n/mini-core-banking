      * - Provides retry mechanism for invalid input
      * - Handles special keys (Enter, Escape)
      * - Cleans and normalizes input data
      * - Once an operator session is open (SET-SESSION), every line
      *   is checked against the idle limit before it is used (see
      *   SESSIONS.COB); a line keyed at a locked terminal is thrown
      *   away and the operator's PIN asked for before the entry is
      *   keyed again, and a session ended elsewhere signs the
      *   terminal off
      *
      * Input types supported:
      * - Numeric (integers, account IDs)
       01  WS-CURRENT-CHAR             PIC X.
       01  WS-DECIMAL-POINT-COUNT      PIC 9.
       01  WS-DECIMAL-POINT-POS        PIC 99.

      * Operator session the terminal is running under (zero until
      * login completes) and the idle lock exchange with SESSIONS
       01  WS-SESSION-ID               PIC 9(10) VALUE 0.
       01  WS-SESSION-STATUS           PIC XX.
           88  SESSION-IN-USE          VALUE '00'.
           88  SESSION-LOCKED          VALUE '01'.
       01  WS-SESSION-MESSAGE          PIC X(80).
       01  WS-UNLOCK-PIN               PIC X(6).
       01  WS-LINE-ACCEPTED            PIC 9.
           88  LINE-ACCEPTED           VALUE 1.
       
       PROCEDURE DIVISION.
       
       READ-LINE.
      *    Read line from terminal
      *    Output: WS-INPUT-BUFFER, WS-INPUT-LENGTH
           MOVE 0 TO WS-LINE-ACCEPTED.
           PERFORM ACCEPT-CHECKED-LINE THRU ACCEPT-CHECKED-LINE-END
               UNTIL LINE-ACCEPTED.
           
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-INPUT-BUFFER)) TO WS-INPUT-LENGTH.

       ACCEPT-CHECKED-LINE.
      *    Take one line, and under an open session let it through
      *    only if the terminal has not gone past the idle limit
           ACCEPT WS-INPUT-BUFFER.

           IF WS-SESSION-ID = 0
               MOVE 1 TO WS-LINE-ACCEPTED
               GO TO ACCEPT-CHECKED-LINE-END
           END-IF.

           CALL 'SESSIONS' USING 'TOUCH-SESSION' WS-SESSION-ID
               WS-SESSION-STATUS WS-SESSION-MESSAGE.

           EVALUATE TRUE
               WHEN SESSION-IN-USE
                   MOVE 1 TO WS-LINE-ACCEPTED
               WHEN SESSION-LOCKED
                   MOVE SPACES TO WS-INPUT-BUFFER
                   PERFORM LOCK-TERMINAL
               WHEN OTHER
                   PERFORM SIGN-OFF-TERMINAL
           END-EVALUATE.

       ACCEPT-CHECKED-LINE-END.
           EXIT.

       LOCK-TERMINAL.
      *    Clear whatever was on the screen and hold the terminal
      *    until the logged-in operator's PIN is keyed again
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-TRAINING-BANNER'.
           DISPLAY ' '.
           DISPLAY '*** TERMINAL LOCKED ***'.
           DISPLAY WS-SESSION-MESSAGE.

           PERFORM UNLOCK-TERMINAL UNTIL SESSION-IN-USE.

           DISPLAY 'Terminal unlocked. Key the last entry again: '
               WITH NO ADVANCING.

       UNLOCK-TERMINAL.
      *    One attempt at the lock screen PIN
           DISPLAY 'Operator PIN: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-UNLOCK-PIN.
           ACCEPT WS-UNLOCK-PIN.

           CALL 'SESSIONS' USING 'UNLOCK-SESSION' WS-SESSION-ID
               WS-UNLOCK-PIN WS-SESSION-STATUS WS-SESSION-MESSAGE.
           MOVE SPACES TO WS-UNLOCK-PIN.

           EVALUATE WS-SESSION-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '02'
                   PERFORM SIGN-OFF-TERMINAL
               WHEN OTHER
                   DISPLAY WS-SESSION-MESSAGE
           END-EVALUATE.

       SIGN-OFF-TERMINAL.
      *    The session was ended (by a supervisor, or at a lock that
      *    could not be cleared) - nothing more may be keyed here
           DISPLAY ' '.
           DISPLAY WS-SESSION-MESSAGE.
           DISPLAY 'Terminal signed off. Log in again to continue.'.
           STOP RUN.

       SET-SESSION.
      *    Run the terminal under an operator session from now on
      *    Input: WS-SESSION-ID
           IF WS-SESSION-ID NOT NUMERIC
               MOVE 0 TO WS-SESSION-ID
           END-IF.
       
       CLEAR-INPUT-BUFFER.
      *    Clear input buffer
       WAIT-FOR-ENTER.
      *    Wait for user to press Enter
           PERFORM CLEAR-INPUT-BUFFER.
           PERFORM READ-LINE.
       
       END PROGRAM INPUT.
