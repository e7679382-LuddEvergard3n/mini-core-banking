           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.

       01  WS-DATA-SET-STATUS          PIC XX.

       PROCEDURE DIVISION.

      ******************************************************************
       MAIN-PROGRAM.
      *    Entry point for the inbound instruction batch job
           PERFORM DISPLAY-BANNER.
           PERFORM CHECK-LIVE-DATA-SET.
           PERFORM PROCESS-INSTRUCTION-FILE
               THRU PROCESS-INSTRUCTION-FILE-END.
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
           CALL 'TRANSACTIONS' USING 'PROCESS-TRANSFER'
               WS-PRS-SOURCE WS-PRS-DEST WS-PRS-AMOUNT
               WS-XFER-DESC WS-PRS-REFERENCE 'ONLINE' 0
               'XFR' TRANSACTION-RECORD WS-POST-STATUS.

           IF WS-POST-STATUS NOT = '00'
               MOVE '20' TO WS-RSP-CODE
