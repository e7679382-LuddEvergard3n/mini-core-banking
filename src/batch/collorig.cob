
       01  WS-EFFECTIVE-DATE           PIC 9(8).

       01  WS-DATA-SET-STATUS          PIC XX.

       PROCEDURE DIVISION.

      ******************************************************************
       MAIN-PROGRAM.
      *    Entry point for the origination presentation batch job
           PERFORM DISPLAY-BANNER.
           PERFORM CHECK-LIVE-DATA-SET.
           PERFORM PROCESS-RECEIVABLES-FILE
               THRU PROCESS-RECEIVABLES-FILE-END.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

       CHECK-LIVE-DATA-SET.
      *    Interface files leave the bank, so they are only ever cut
      *    from the live data set - never from a training sandbox
           CALL 'FILES' USING 'CHECK-LIVE-DATA-SET' WS-DATA-SET-STATUS.
           IF WS-DATA-SET-STATUS NOT = '00'
               DISPLAY 'REFUSED: training data set - no interface '
                   'file produced'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************
