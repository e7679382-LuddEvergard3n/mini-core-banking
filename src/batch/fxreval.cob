      *   rate to revalue against
      * - A currency with no rate on file is reported loudly and
      *   skipped, never guessed
      * - A position row the FX counter created before any
      *   revaluation (no revaluation date yet) is a first sight of
      *   the currency for the customer book too
      * - The foreign banknotes the teller counter holds (see
      *   FXCOUNTER.COB) are revalued separately, on their own chart
      *   row: their BRL book value on GLA 1700 is brought to the
      *   notes held at the current mid rate - the rate the counter
      *   books them at - with the difference DR 1700 / CR 4800 FX
      *   income (a loss the other way round), voucher sign
      *   convention, on the head office branch '0001'. A missing
      *   chart row leaves the book value as it was and sets return
      *   code 4
      *
      * Author: Portfolio Project
      * Date: 2026
           05  WS-CURRENCIES-SKIPPED   PIC 9(6) VALUE 0.
           05  WS-TOTAL-ADJUSTMENT     PIC S9(13)V99 VALUE 0.

      * Teller counter notes revaluation (see FXCOUNTER.COB)
       01  WS-NOTES-WORK.
           05  WS-NOTES-STATUS         PIC XX.
           05  WS-NOTES-PAIR           PIC X(6).
           05  WS-NOTES-MID-RATE       PIC 9(3)V9(6).
           05  WS-NOTES-VALUE-NOW      PIC S9(13)V99.
           05  WS-NOTES-DIFFERENCE     PIC S9(13)V99.
           05  WS-NOTES-GLA-ID         PIC 9(4).
           05  WS-NOTES-MOVEMENT       PIC S9(13)V99.
           05  WS-NOTES-BOOK-ERROR     PIC 9.
               88  NOTES-BOOKING-FAILED VALUE 1.
           05  WS-NOTES-REVALUED       PIC 9(6) VALUE 0.
           05  WS-NOTES-TOTAL-ADJ      PIC S9(13)V99 VALUE 0.
       01  WS-GL-NOTES-POSITION        PIC 9(4) VALUE 1700.
       01  WS-GL-FX-INCOME             PIC 9(4) VALUE 4800.
       01  WS-NOTES-BRANCH             PIC X(4) VALUE '0001'.
       01  WS-GLA-STATUS               PIC XX.
       01  WS-BRANCH-STATUS            PIC XX.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-TOTAL        PIC -ZZZ,ZZZ,ZZ9.99.
           PERFORM REGISTER-JOB-RUN.
           PERFORM SUM-BALANCES-BY-CURRENCY.
           PERFORM REVALUE-EACH-CURRENCY.
           PERFORM REVALUE-NOTES-POSITIONS.
           PERFORM FINISH-JOB-RUN.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.
           DISPLAY 'Currencies revalued:   ' WS-CURRENCIES-REVALUED.
           DISPLAY 'Currencies skipped:    ' WS-CURRENCIES-SKIPPED.
           DISPLAY 'Net adjustment booked: ' WS-DISPLAY-TOTAL.
           DISPLAY 'Counter notes revalued:' WS-NOTES-REVALUED.
           MOVE WS-NOTES-TOTAL-ADJ TO WS-DISPLAY-TOTAL.
           DISPLAY 'Notes adjustment:      ' WS-DISPLAY-TOTAL.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
               WS-FILE-STATUS.

           IF WS-FILE-STATUS NOT = '00'
                   OR FXP-LAST-REVAL-DATE = 0
      *        First sight of this currency - establish the baseline
      *        rate without booking anything. A row the FX counter
      *        already created keeps its notes position.
               IF WS-FILE-STATUS NOT = '00'
                   INITIALIZE FX-POSITION-RECORD
                   MOVE WS-CCY-CODE(WS-CCY-WORK-IDX) TO FXP-CURRENCY
               END-IF
               MOVE WS-REVAL-RATE-NOW TO FXP-LAST-REVAL-RATE
               MOVE WS-RUN-DATE-FLAT TO FXP-LAST-REVAL-DATE
               PERFORM STAMP-POSITION-TIMESTAMP
               IF WS-FILE-STATUS = '00'
                   CALL 'FILES' USING 'UPDATE-FX-POSITION'
                       FX-POSITION-RECORD WS-FILE-STATUS
               ELSE
                   CALL 'FILES' USING 'WRITE-FX-POSITION'
                       FX-POSITION-RECORD WS-FILE-STATUS
               END-IF
               CALL 'FILES' USING 'CLOSE-FX-POSITION-FILE'
               DISPLAY 'BASELINE  ' WS-CCY-CODE(WS-CCY-WORK-IDX)
                   '  First revaluation - rate recorded, nothing '
                   WS-GL-CONTROL-ACCOUNT-ID 0 'DEBIT'
                   WS-REVAL-DIFFERENCE WS-GL-BAL-BEFORE
                   WS-GL-BAL-AFTER WS-REVAL-DESC SPACES SPACES
                   'FXREV' 'BATCH' SPACES LEDGER-RECORD WS-LEDGER-STATUS
           ELSE
               COMPUTE WS-REVAL-DIFFERENCE =
                   0 - WS-REVAL-DIFFERENCE
                   WS-GL-CONTROL-ACCOUNT-ID 0 'CREDIT'
                   WS-REVAL-DIFFERENCE WS-GL-BAL-BEFORE
                   WS-GL-BAL-AFTER WS-REVAL-DESC SPACES SPACES
                   'FXREV' 'BATCH' SPACES LEDGER-RECORD WS-LEDGER-STATUS
               COMPUTE WS-REVAL-DIFFERENCE =
                   0 - WS-REVAL-DIFFERENCE
           END-IF.

      ******************************************************************
      * TELLER COUNTER NOTES REVALUATION
      ******************************************************************

       REVALUE-NOTES-POSITIONS.
      *    Single pass over the position rows, bringing each
      *    currency's counter notes to the current mid rate
           CALL 'FILES' USING 'OPEN-FX-POSITION-FILE-IO'.
           CALL 'FILES' USING 'START-FX-POSITION-FILE-TOP'
               WS-NOTES-STATUS.

           PERFORM REVALUE-NEXT-NOTES-POSITION
               UNTIL WS-NOTES-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-FX-POSITION-FILE'.

       REVALUE-NEXT-NOTES-POSITION.
      *    Read one position row and revalue its notes if it has any
      *    on the books
           CALL 'FILES' USING 'READ-NEXT-FX-POSITION'
               FX-POSITION-RECORD WS-NOTES-STATUS.

           IF WS-NOTES-STATUS = '00'
               IF FXP-NOTES-POSITION NOT = 0
                       OR FXP-NOTES-BOOK-VALUE NOT = 0
                   PERFORM REVALUE-ONE-NOTES-POSITION
                       THRU REVALUE-ONE-NOTES-POSITION-END
               END-IF
               MOVE '00' TO WS-NOTES-STATUS
           END-IF.

       REVALUE-ONE-NOTES-POSITION.
      *    Book the difference between the notes at today's mid rate
      *    and their book value, and carry the new value on the row
           MOVE SPACES TO WS-NOTES-PAIR.
           STRING FXP-CURRENCY WS-REPORTING-CURRENCY
               DELIMITED BY SIZE INTO WS-NOTES-PAIR.

           CALL 'FX' USING 'GET-EXCHANGE-RATE' WS-NOTES-PAIR
               FX-RATE-RECORD WS-FILE-STATUS.

           IF WS-FILE-STATUS NOT = '00'
               ADD 1 TO WS-CURRENCIES-SKIPPED
               DISPLAY 'SKIPPED   ' FXP-CURRENCY
                   '  Counter notes - no rate on file'
               GO TO REVALUE-ONE-NOTES-POSITION-END
           END-IF.

           COMPUTE WS-NOTES-MID-RATE ROUNDED =
               (FXR-BUY-RATE + FXR-SELL-RATE) / 2.
           COMPUTE WS-NOTES-VALUE-NOW ROUNDED =
               FXP-NOTES-POSITION * WS-NOTES-MID-RATE.
           COMPUTE WS-NOTES-DIFFERENCE =
               WS-NOTES-VALUE-NOW - FXP-NOTES-BOOK-VALUE.

           MOVE 0 TO WS-NOTES-BOOK-ERROR.
           PERFORM STAMP-POSITION-TIMESTAMP.
           IF WS-NOTES-DIFFERENCE NOT = 0
               MOVE WS-GL-NOTES-POSITION TO WS-NOTES-GLA-ID
               MOVE WS-NOTES-DIFFERENCE TO WS-NOTES-MOVEMENT
               PERFORM MOVE-NOTES-CHART-ROW
               MOVE WS-GL-FX-INCOME TO WS-NOTES-GLA-ID
               COMPUTE WS-NOTES-MOVEMENT = 0 - WS-NOTES-DIFFERENCE
               PERFORM MOVE-NOTES-CHART-ROW
           END-IF.

           IF NOTES-BOOKING-FAILED
               MOVE 4 TO RETURN-CODE
               DISPLAY 'WARNING   ' FXP-CURRENCY
                   '  Counter notes revaluation not fully booked'
               GO TO REVALUE-ONE-NOTES-POSITION-END
           END-IF.

           MOVE WS-NOTES-VALUE-NOW TO FXP-NOTES-BOOK-VALUE.
           CALL 'FILES' USING 'UPDATE-FX-POSITION' FX-POSITION-RECORD
               WS-FILE-STATUS.

           ADD 1 TO WS-NOTES-REVALUED.
           ADD WS-NOTES-DIFFERENCE TO WS-NOTES-TOTAL-ADJ.

           MOVE WS-NOTES-DIFFERENCE TO WS-DISPLAY-AMOUNT.
           DISPLAY 'NOTES     ' FXP-CURRENCY
               '  Adjustment: ' WS-DISPLAY-AMOUNT.

       REVALUE-ONE-NOTES-POSITION-END.
           EXIT.

       MOVE-NOTES-CHART-ROW.
      *    Add the movement to one chart row's booked balance (DR
      *    adds, CR subtracts) and to the head office branch's share
      *    Input: WS-NOTES-GLA-ID, WS-NOTES-MOVEMENT
           MOVE WS-NOTES-GLA-ID TO GLA-ID.

           CALL 'FILES' USING 'OPEN-GL-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'READ-GL-ACCOUNT' GL-ACCOUNT-RECORD
               WS-GLA-STATUS.

           IF WS-GLA-STATUS = '00'
               ADD WS-NOTES-MOVEMENT TO GLA-BALANCE
               MOVE WS-TIMESTAMP TO GLA-UPDATED-TS
               CALL 'FILES' USING 'UPDATE-GL-ACCOUNT'
                   GL-ACCOUNT-RECORD WS-GLA-STATUS
           END-IF.

           CALL 'FILES' USING 'CLOSE-GL-ACCOUNT-FILE'.

           IF WS-GLA-STATUS = '00'
               CALL 'GLBRANCH' USING 'POST-BRANCH-GL-MOVEMENT'
                   WS-NOTES-BRANCH WS-NOTES-GLA-ID
                   WS-NOTES-MOVEMENT WS-BRANCH-STATUS
           ELSE
               MOVE 1 TO WS-NOTES-BOOK-ERROR
               DISPLAY 'WARNING: GLA ' WS-NOTES-GLA-ID
                   ' missing - notes revaluation leg not booked'
           END-IF.

       STAMP-POSITION-TIMESTAMP.
      *    Stamp the position record with the current timestamp
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
