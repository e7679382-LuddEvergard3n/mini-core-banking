      * next to the movement it priced.
      *
      * Design decisions:
      * - The tariff is kept on file (data/fee_tariff.dat, one row
      *   per type and channel) and is only ever changed through an
      *   approved reference data change (see REFCHG.COB), so every
      *   repricing has a maker, a checker and a before-image. The
      *   file is seeded with the charges below on first use
      * - A type/channel pair not present in the tariff is free - the
      *   tariff lists only what is charged, so an unpriced new
      *   channel fails safe (no surprise charges). A pair priced at
      *   zero is free as well, which is how a charge is withdrawn
      * - Pure lookup, no side effects: posting the fee is the
      *   caller's job, the same way VALIDATION leaves execution to
      *   its callers
      *
      * Tariff as seeded:
      * - TRANSFER via WIRE:  25.00  (outbound wire processing)
      * - TRANSFER via ATM:    2.50
      * - DEBIT via ATM:       2.50
      * The fee found (zero when the pair is not in the tariff)
       01  WS-TARIFF-FEE-AMOUNT        PIC S9(13)V99.

       01  WS-TARIFF-STATUS            PIC XX.

       PROCEDURE DIVISION.

      *    Output: WS-TARIFF-FEE-AMOUNT (zero when the pair is free)
           MOVE 0 TO WS-TARIFF-FEE-AMOUNT.

           MOVE WS-INPUT-FEE-TXN-TYPE TO FTR-TXN-TYPE.
           MOVE WS-INPUT-FEE-CHANNEL TO FTR-CHANNEL.

           CALL 'FILES' USING 'OPEN-FEE-TARIFF-FILE-IO'.
           CALL 'FILES' USING 'READ-FEE-TARIFF'
               FEE-TARIFF-RECORD WS-TARIFF-STATUS.
           CALL 'FILES' USING 'CLOSE-FEE-TARIFF-FILE'.

           IF WS-TARIFF-STATUS = '00'
               MOVE FTR-FEE TO WS-TARIFF-FEE-AMOUNT
           END-IF.

       END PROGRAM FEES.
