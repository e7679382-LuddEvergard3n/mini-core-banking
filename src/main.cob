       01  WS-LOGIN-AUTHENTICATED      PIC 9 VALUE 0.
           88  OPERATOR-AUTHENTICATED  VALUE 1.

      * Terminal session (see SESSIONS.COB). The operator names the
      * terminal at sign-on, from the label on the branch
      * workstation; a terminal left unnamed is the CONSOLE.
       01  WS-TERMINAL-ID              PIC X(8).
       01  WS-TERMINAL-ID-VALID        PIC 9.
       01  WS-SESSION-ID               PIC 9(10) VALUE 0.
       01  WS-SESSION-STATUS           PIC XX.
           88  SESSION-OPENED          VALUE '00'.
       01  WS-SESSION-MESSAGE          PIC X(80).

      * Training mode. A trainee may run the whole terminal against
      * the training sandbox: FILES.COB assigns every data file to
      * the sandbox data set for the rest of the run. The sandbox is
      * built and refreshed by TRNREFR.COB.
       01  WS-TRAINING-CHOICE          PIC 9 VALUE 0.
           88  TRAINING-CHOSEN         VALUE 1.
       01  WS-TRAINING-STATUS          PIC XX.

       PROCEDURE DIVISION.
       
      ******************************************************************
           MOVE 0 TO WS-LOGIN-AUTHENTICATED.
           MOVE 0 TO WS-LOGIN-ATTEMPTS.

           MOVE SPACES TO WS-TERMINAL-ID.
           DISPLAY 'Terminal ID (blank for CONSOLE): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-TERMINAL-ID WS-TERMINAL-ID-VALID.
           IF WS-TERMINAL-ID = SPACES
               MOVE 'CONSOLE' TO WS-TERMINAL-ID
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-TERMINAL-ID) TO WS-TERMINAL-ID.

           PERFORM PROMPT-FOR-LOGIN
               UNTIL OPERATOR-AUTHENTICATED OR WS-LOGIN-ATTEMPTS >= 3.

                   THRU FORCE-PIN-CHANGE-AT-LOGIN-END
           END-IF.

           IF LOGIN-SUCCESS
               PERFORM OFFER-TRAINING-MODE THRU OFFER-TRAINING-MODE-END
           END-IF.

           IF LOGIN-SUCCESS
               PERFORM OPEN-TERMINAL-SESSION
           END-IF.

           IF LOGIN-SUCCESS
               MOVE 1 TO WS-LOGIN-AUTHENTICATED
               DISPLAY ' '
               DISPLAY 'Login failed: ' WS-LOGIN-MESSAGE
           END-IF.

       OPEN-TERMINAL-SESSION.
      *    Register the login in the session register; an operator
      *    still active at another terminal is turned away here
           CALL 'SESSIONS' USING 'OPEN-SESSION' WS-LOGIN-OPERATOR-ID
               WS-TERMINAL-ID WS-SESSION-ID WS-SESSION-STATUS
               WS-SESSION-MESSAGE.

           IF NOT SESSION-OPENED
               MOVE '99' TO WS-LOGIN-STATUS
               MOVE WS-SESSION-MESSAGE TO WS-LOGIN-MESSAGE
           END-IF.

       OFFER-TRAINING-MODE.
      *    A trainee is asked whether to work in the training sandbox.
      *    Once chosen there is no way back to the live data set in
      *    this run: if the sandbox cannot be reached or is not a
      *    stamped training data set, the terminal stops rather than
      *    carry on against live files.
           CALL 'OPERATOR' USING 'GET-OPERATOR' WS-LOGIN-OPERATOR-ID
               OPERATOR-RECORD WS-TRAINING-STATUS.

           IF WS-TRAINING-STATUS NOT = '00' OR NOT OP-TRAINEE
               GO TO OFFER-TRAINING-MODE-END
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Start in TRAINING mode (sandbox data)?'.
           CALL 'INPUT' USING 'GET-CONFIRMATION' WS-TRAINING-CHOICE.

           IF NOT TRAINING-CHOSEN
               GO TO OFFER-TRAINING-MODE-END
           END-IF.

           CALL 'FILES' USING 'SELECT-TRAINING-DATA-SET'.
           CALL 'FILES' USING 'CHECK-LIVE-DATA-SET'
               WS-TRAINING-STATUS.
           IF WS-TRAINING-STATUS = '00'
               DISPLAY 'FATAL: Training data set not found.'
               DISPLAY 'Run the training refresh (TRNREFR) first.'
               STOP RUN
           END-IF.

           CALL 'FILES' USING 'READ-CONTROL' CONTROL-RECORD
               WS-TRAINING-STATUS.
           CALL 'FILES' USING 'CLOSE-CONTROL-FILE'.

           IF WS-TRAINING-STATUS NOT = '00'
               OR NOT CTL-TRAINING-DATA-SET
               DISPLAY 'FATAL: Training directory does not hold a '
                   'training data set.'
               DISPLAY 'Run the training refresh (TRNREFR) first.'
               STOP RUN
           END-IF.

      *    The trainee signs on in the sandbox with their own live
      *    operator record, whatever state the sanitized copy was in
           CALL 'FILES' USING 'OPEN-OPERATOR-FILE-IO'.
           CALL 'FILES' USING 'WRITE-OPERATOR' OPERATOR-RECORD
               WS-TRAINING-STATUS.
           IF WS-TRAINING-STATUS = '22'
               CALL 'FILES' USING 'UPDATE-OPERATOR' OPERATOR-RECORD
                   WS-TRAINING-STATUS
           END-IF.
           CALL 'FILES' USING 'CLOSE-OPERATOR-FILE'.

           CALL 'SCREENS' USING 'SET-TRAINING-MODE'.
           DISPLAY '*** TRAINING MODE - SANDBOX DATA - '
               'NO REAL MONEY ***'.

       OFFER-TRAINING-MODE-END.
           EXIT.

       FORCE-PIN-CHANGE-AT-LOGIN.
      *    The PIN was correct but must be changed (first login,
      *    expiry, or a supervisor reset) before the session starts -
      *    Run the main application (menu system)
           DISPLAY 'Starting application...'.
           DISPLAY ' '.
           CALL 'INPUT' USING 'SET-SESSION' WS-SESSION-ID.
           CALL 'MENU' USING 'MAIN-MENU-LOOP' WS-LOGIN-OPERATOR-ID
               WS-SESSION-ID.
       
      ******************************************************************
      * SHUTDOWN
