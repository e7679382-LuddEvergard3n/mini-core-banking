      ******************************************************************
      * PINHASH.COB - PIN One-Way Hash Module
      *
      * Turns an operator or card PIN into the salted one-way hash
      * that is all the operator and card files keep of it, and
      * checks a PIN keyed at login or at the kiosk against a stored
      * hash. No PIN is ever written to a file, a spool or a journal
      * image in clear; the clear PIN lives only in the caller's
      * working storage for the length of the check.
      *
      * Design decisions:
      * - Every stored PIN has its own 16-character salt, folded
      *   from the clock at the moment the PIN was set and the
      *   owner's key (operator ID or card number), so two people
      *   with the same PIN never share a hash and a table of
      *   precomputed hashes is useless
      * - The hash is two independent 15-digit rolling lanes over
      *   salt and PIN, cross-mixed after every pass and stretched
      *   over WS-HASH-ROUNDS passes, so that guessing PINs against
      *   a stolen file costs thousands of passes per guess; the
      *   30-digit result goes in the record's hash field
      * - Spaces in the stored hash mean no PIN is set; the check
      *   never matches a blank hash, whatever is keyed
      * - Only this module knows the algorithm - callers hand over
      *   the salt, hash and keyed PIN and get a yes or no back
      *
      * Operations:
      * - NEW-PIN-HASH: Draws a fresh salt for a new PIN and returns
      *   salt and hash for the caller to store
      * - VERIFY-PIN-HASH: Says whether a keyed PIN matches a stored
      *   salt and hash
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PINHASH.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-PIN-OP-STATUS            PIC XX.
           88  PIN-OP-MATCHED          VALUE '00'.
           88  PIN-OP-NOT-MATCHED      VALUE '99'.

      * Input parameters for operations
       01  WS-INPUT-OWNER-KEY          PIC X(16).
       01  WS-INPUT-PIN                PIC X(6).
       01  WS-INPUT-SALT               PIC X(16).
       01  WS-INPUT-HASH               PIC X(30).

      * Output parameters
       01  WS-OUTPUT-SALT              PIC X(16).
       01  WS-OUTPUT-HASH              PIC X(30).

      * Stretching and lane constants
       01  WS-HASH-ROUNDS              PIC 9(4) VALUE 2000.
       01  WS-LANE-A-MODULUS           PIC 9(15)
                                       VALUE 999999999999989.
       01  WS-LANE-B-MODULUS           PIC 9(15)
                                       VALUE 999999999999947.

      * Hash working data: the salted input, the two lanes, and the
      * result laid out as the stored 30-digit field
       01  WS-HASH-INPUT.
           05  WS-HASH-INPUT-SALT      PIC X(16).
           05  WS-HASH-INPUT-PIN       PIC X(6).
       01  WS-HASH-INPUT-LENGTH        PIC 99 VALUE 22.
       01  WS-HASH-RESULT.
           05  WS-LANE-A               PIC 9(15).
           05  WS-LANE-B               PIC 9(15).
       01  WS-HASH-ROUND               PIC 9(4).
       01  WS-HASH-IDX                 PIC 99.

      * Salt working data
       01  WS-SALT-SOURCE.
           05  WS-SALT-CLOCK           PIC X(16).
           05  WS-SALT-OWNER           PIC X(16).
       01  WS-SALT-VALUE               PIC 9(16).
       01  WS-SALT-IDX                 PIC 99.
       01  WS-CURRENT-DATE-TIME        PIC X(21).

       PROCEDURE DIVISION.

      ******************************************************************
      * PIN OPERATIONS
      ******************************************************************

       NEW-PIN-HASH.
      *    Draw a fresh salt and hash a newly chosen PIN under it
      *    Input: WS-INPUT-OWNER-KEY, WS-INPUT-PIN
      *    Output: WS-OUTPUT-SALT, WS-OUTPUT-HASH
           PERFORM DRAW-PIN-SALT.
           MOVE WS-OUTPUT-SALT TO WS-HASH-INPUT-SALT.
           MOVE WS-INPUT-PIN TO WS-HASH-INPUT-PIN.
           PERFORM COMPUTE-PIN-HASH.
           MOVE WS-HASH-RESULT TO WS-OUTPUT-HASH.
           MOVE '00' TO WS-PIN-OP-STATUS.

       VERIFY-PIN-HASH.
      *    Check a keyed PIN against the stored salt and hash
      *    Input: WS-INPUT-SALT, WS-INPUT-HASH, WS-INPUT-PIN
      *    Output: WS-PIN-OP-STATUS ('00' matched, '99' not)
           MOVE '99' TO WS-PIN-OP-STATUS.

           IF WS-INPUT-HASH = SPACES
               GO TO VERIFY-PIN-HASH-END
           END-IF.

           MOVE WS-INPUT-SALT TO WS-HASH-INPUT-SALT.
           MOVE WS-INPUT-PIN TO WS-HASH-INPUT-PIN.
           PERFORM COMPUTE-PIN-HASH.

           IF WS-HASH-RESULT = WS-INPUT-HASH
               MOVE '00' TO WS-PIN-OP-STATUS
           END-IF.

       VERIFY-PIN-HASH-END.
           EXIT.

      ******************************************************************
      * HASH PROCEDURES
      ******************************************************************

       DRAW-PIN-SALT.
      *    Fold the clock (to the hundredth) and the owner's key
      *    into a 16-digit salt
      *    Input: WS-INPUT-OWNER-KEY
      *    Output: WS-OUTPUT-SALT
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:16) TO WS-SALT-CLOCK.
           MOVE WS-INPUT-OWNER-KEY TO WS-SALT-OWNER.
           MOVE 0 TO WS-SALT-VALUE.

           PERFORM FOLD-SALT-CHARACTER
               VARYING WS-SALT-IDX FROM 1 BY 1
               UNTIL WS-SALT-IDX > 32.

           MOVE WS-SALT-VALUE TO WS-OUTPUT-SALT.

       FOLD-SALT-CHARACTER.
      *    Fold one character of clock and owner key into the salt
           COMPUTE WS-SALT-VALUE = FUNCTION MOD(
               WS-SALT-VALUE * 131
               + FUNCTION ORD(WS-SALT-SOURCE(WS-SALT-IDX:1))
               10000000000000000).

       COMPUTE-PIN-HASH.
      *    Stretch the two rolling lanes over the salted PIN
      *    Input: WS-HASH-INPUT
      *    Output: WS-HASH-RESULT
           MOVE 0 TO WS-LANE-A.
           MOVE 0 TO WS-LANE-B.

           PERFORM HASH-ONE-ROUND
               VARYING WS-HASH-ROUND FROM 1 BY 1
               UNTIL WS-HASH-ROUND > WS-HASH-ROUNDS.

       HASH-ONE-ROUND.
      *    One pass over the salted PIN, then cross-mix the lanes so
      *    neither can be worked back on its own
           PERFORM FOLD-HASH-CHARACTER
               VARYING WS-HASH-IDX FROM 1 BY 1
               UNTIL WS-HASH-IDX > WS-HASH-INPUT-LENGTH.

           COMPUTE WS-LANE-A = FUNCTION MOD(
               WS-LANE-A * 31 + WS-LANE-B + WS-HASH-ROUND
               WS-LANE-A-MODULUS).
           COMPUTE WS-LANE-B = FUNCTION MOD(
               WS-LANE-B * 37 + WS-LANE-A
               WS-LANE-B-MODULUS).

       FOLD-HASH-CHARACTER.
      *    Fold one character of the salted PIN into both lanes
           COMPUTE WS-LANE-A = FUNCTION MOD(
               WS-LANE-A * 257
               + FUNCTION ORD(WS-HASH-INPUT(WS-HASH-IDX:1))
               WS-LANE-A-MODULUS).
           COMPUTE WS-LANE-B = FUNCTION MOD(
               WS-LANE-B * 263
               + FUNCTION ORD(WS-HASH-INPUT(WS-HASH-IDX:1))
               * WS-HASH-IDX
               WS-LANE-B-MODULUS).

       END PROGRAM PINHASH.
