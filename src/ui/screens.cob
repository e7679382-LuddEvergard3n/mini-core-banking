      * - No animations or decorations
      *
      * Screen areas:
      * - Header: System title and current time, with a TRAINING
      *   banner under it for every screen of a training session
      * - Info panel: Account information
      * - Main area: Menu or data display
      * - Footer: Status messages and help
       01  WS-FOOTER-LINE-1            PIC X(80).
       01  WS-FOOTER-LINE-2            PIC X(80).
       01  WS-STATUS-MESSAGE           PIC X(80).

      * Training mode: set once at login when a trainee opens a
      * session against the sandbox data set
       01  WS-TRAINING-MODE            PIC 9 VALUE 0.
           88  TRAINING-MODE-ON        VALUE 1.
       01  WS-TRAINING-BANNER          PIC X(80) VALUE
           '  *** TRAINING MODE - SANDBOX DATA - NO REAL MONEY ***'.
       
      * Account display data
       01  WS-DISPLAY-ACCOUNT.
           DISPLAY WS-HEADER-LINE-1.
           DISPLAY WS-HEADER-LINE-2.
           DISPLAY WS-HEADER-LINE-3.
           PERFORM RENDER-TRAINING-BANNER.
           DISPLAY ' '.

       RENDER-TRAINING-BANNER.
      *    In a training session, say so under every header, in red,
      *    so nobody mistakes the sandbox for the live bank
           IF TRAINING-MODE-ON
               DISPLAY ANSI-COLOR-RED WS-HEADER-LINE-1
                   ANSI-COLOR-RESET
               DISPLAY ANSI-COLOR-RED WS-TRAINING-BANNER
                   ANSI-COLOR-RESET
               DISPLAY ANSI-COLOR-RED WS-HEADER-LINE-1
                   ANSI-COLOR-RESET
           END-IF.

       SET-TRAINING-MODE.
      *    Switch the training banner on for the rest of the session
           MOVE 1 TO WS-TRAINING-MODE.
       
      ******************************************************************
      * FOOTER RENDERING
