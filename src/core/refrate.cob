      ******************************************************************
      * REFRATE.COB - Lending Reference Rate Module
      *
      * Maintains the reference rate file FLOATING loans are priced
      * against. One row per value of a lending index (prime, an
      * interbank rate and the like) and the date it took effect, so
      * the index's history stays on file and a loan can always be
      * re-priced at the value that was in force on its repricing
      * date, however late the batch catches up.
      *
      * Design decisions:
      * - Effective-dated rows rather than one current value per
      *   index - the difference from the exchange rate sheet in
      *   FX.COB, which only ever prices today's conversions
      * - SET-REFERENCE-RATE upserts by index and effective date: a
      *   value keyed against a date already on file replaces it,
      *   a correction of the same day's fixing
      * - A value is recorded only on an approved reference data
      *   change: REFCHG.COB calls SET-REFERENCE-RATE with the
      *   approving operator
      * - GET-REFERENCE-RATE returns the latest row effective on or
      *   before the date asked for; a date before the index's first
      *   value is not found
      * - Pure table maintenance and lookup; what a loan does with
      *   the rate lives with the loan (LOANS.COB, LOANRPRC.COB)
      *
      * Operations:
      * - SET-REFERENCE-RATE: Records one index value from a date
      * - GET-REFERENCE-RATE: Retrieves the index value in force on
      *   a date
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFRATE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  WS-RRT-OPERATION.
           05  WS-RRT-OP-STATUS        PIC XX.
               88  RRT-OP-SUCCESS      VALUE '00'.
               88  RRT-OP-NOT-FOUND    VALUE '23'.
               88  RRT-OP-INVALID      VALUE '99'.
           05  WS-RRT-OP-MESSAGE       PIC X(80).

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
       01  WS-INPUT-INDEX-CODE         PIC X(6).
       01  WS-INPUT-EFFECTIVE-DATE     PIC 9(8).
       01  WS-INPUT-RATE               PIC 9(2)V9(4).
       01  WS-INPUT-OPERATOR-ID        PIC 9(6).

       01  WS-FILE-STATUS              PIC XX.

      * Lookup working data (see GET-REFERENCE-RATE)
       01  WS-SCAN-STATUS              PIC XX.
       01  WS-FOUND-RATE-RECORD        PIC X(60).
       01  WS-FOUND-SWITCH             PIC 9 VALUE 0.
           88  RATE-WAS-FOUND          VALUE 1.

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

      ******************************************************************
      * REFERENCE RATE OPERATIONS
      ******************************************************************

       SET-REFERENCE-RATE.
      *    Record one index value effective from a date
      *    Input: WS-INPUT-INDEX-CODE, WS-INPUT-EFFECTIVE-DATE,
      *           WS-INPUT-RATE, WS-INPUT-OPERATOR-ID
      *    Output: REFERENCE-RATE-RECORD, WS-RRT-OP-STATUS

           IF WS-INPUT-INDEX-CODE = SPACES
               MOVE '99' TO WS-RRT-OP-STATUS
               MOVE 'An index code is required' TO WS-RRT-OP-MESSAGE
               GO TO SET-REFERENCE-RATE-END
           END-IF.

           IF WS-INPUT-EFFECTIVE-DATE = 0
               MOVE '99' TO WS-RRT-OP-STATUS
               MOVE 'An effective date is required'
                   TO WS-RRT-OP-MESSAGE
               GO TO SET-REFERENCE-RATE-END
           END-IF.

           MOVE WS-INPUT-INDEX-CODE TO RRT-INDEX-CODE.
           MOVE WS-INPUT-EFFECTIVE-DATE TO RRT-EFFECTIVE-DATE.

           CALL 'FILES' USING 'OPEN-REFERENCE-RATE-FILE-IO'.
           CALL 'FILES' USING 'READ-REFERENCE-RATE'
               REFERENCE-RATE-RECORD WS-FILE-STATUS.

           INITIALIZE REFERENCE-RATE-RECORD.
           MOVE WS-INPUT-INDEX-CODE TO RRT-INDEX-CODE.
           MOVE WS-INPUT-EFFECTIVE-DATE TO RRT-EFFECTIVE-DATE.
           MOVE WS-INPUT-RATE TO RRT-RATE.
           MOVE WS-INPUT-OPERATOR-ID TO RRT-ENTERED-BY.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO RRT-ENTERED-TS.

           IF WS-FILE-STATUS = '00'
               CALL 'FILES' USING 'UPDATE-REFERENCE-RATE'
                   REFERENCE-RATE-RECORD WS-RRT-OP-STATUS
           ELSE
               CALL 'FILES' USING 'WRITE-REFERENCE-RATE'
                   REFERENCE-RATE-RECORD WS-RRT-OP-STATUS
           END-IF.

           CALL 'FILES' USING 'CLOSE-REFERENCE-RATE-FILE'.

           IF RRT-OP-SUCCESS
               MOVE 'Reference rate recorded' TO WS-RRT-OP-MESSAGE
           ELSE
               MOVE 'Failed to record reference rate'
                   TO WS-RRT-OP-MESSAGE
           END-IF.

       SET-REFERENCE-RATE-END.
           EXIT.

       GET-REFERENCE-RATE.
      *    Retrieve the value of an index in force on a date: the
      *    latest row effective on or before it
      *    Input: WS-INPUT-INDEX-CODE, WS-INPUT-EFFECTIVE-DATE
      *    Output: REFERENCE-RATE-RECORD, WS-RRT-OP-STATUS
           MOVE 0 TO WS-FOUND-SWITCH.
           MOVE WS-INPUT-INDEX-CODE TO RRT-INDEX-CODE.

           CALL 'FILES' USING 'OPEN-REFERENCE-RATE-FILE-IO'.
           CALL 'FILES' USING 'START-REFERENCE-RATE-BY-INDEX'
               REFERENCE-RATE-RECORD WS-SCAN-STATUS.

           PERFORM SCAN-NEXT-INDEX-VALUE
               UNTIL WS-SCAN-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-REFERENCE-RATE-FILE'.

           IF RATE-WAS-FOUND
               MOVE WS-FOUND-RATE-RECORD TO REFERENCE-RATE-RECORD
               MOVE '00' TO WS-RRT-OP-STATUS
               MOVE 'Reference rate found' TO WS-RRT-OP-MESSAGE
           ELSE
               INITIALIZE REFERENCE-RATE-RECORD
               MOVE '23' TO WS-RRT-OP-STATUS
               MOVE 'No value on file for that index and date'
                   TO WS-RRT-OP-MESSAGE
           END-IF.

       SCAN-NEXT-INDEX-VALUE.
      *    Read the index's values oldest first, keeping the last
      *    one effective on or before the date asked for
           CALL 'FILES' USING 'READ-NEXT-REFERENCE-RATE'
               REFERENCE-RATE-RECORD WS-SCAN-STATUS.

           IF WS-SCAN-STATUS = '00'
               IF RRT-INDEX-CODE NOT = WS-INPUT-INDEX-CODE
                       OR RRT-EFFECTIVE-DATE > WS-INPUT-EFFECTIVE-DATE
                   MOVE '10' TO WS-SCAN-STATUS
               ELSE
                   MOVE REFERENCE-RATE-RECORD TO WS-FOUND-RATE-RECORD
                   MOVE 1 TO WS-FOUND-SWITCH
               END-IF
           END-IF.

       END PROGRAM REFRATE.
